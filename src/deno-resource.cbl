       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-RESOURCE.

      *> Named-resource serialization for the bridge. DENO-THROTTLE
      *> caps how many deno processes run at all and RUN-LOCK-MODE
      *> stops one script running twice; neither stops two
      *> DIFFERENT scripts that both post to the ledger database
      *> from running together. Scripts declare what they touch
      *> (see DENORSRC.cpy) and every launch path - DENO-RUN, so
      *> serial batch steps, DENO-RUN-JOB parallel members and
      *> ad-hoc calls, and DENO-QUEUE around its captured runs -
      *> acquires the declared resources here before it spawns the
      *> process and releases them after.
      *>
      *> Unlike the throttle's slots, holders are counted from the
      *> resource register rather than from lock directories: the
      *> count has to honour the strictest limit anyone declared,
      *> and DENO-STATUS has to be able to say who holds a resource
      *> and who is waiting for it. The register is only ever read
      *> and rewritten under the "deno-resource" DENO-LOCK, the
      *> DENO-LIVE-STATUS discipline, and a waiter re-reads it once
      *> a second (the throttle's retry cadence).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REGISTER-FD
                   ASSIGN TO DYNAMIC REGISTER-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REGISTER-FILE-STATUS.
               SELECT PROBE-FD
                   ASSIGN TO DYNAMIC PROBE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PROBE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  REGISTER-FD
               LABEL RECORDS ARE STANDARD.
           01  REGISTER-REC        PIC X(250).

           FD  PROBE-FD
               LABEL RECORDS ARE STANDARD.
           01  PROBE-REC           PIC X(10).

           WORKING-STORAGE SECTION.
               01  REGISTER-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-resources.txt".
               01  REGISTER-FILE-STATUS PIC XX.
               01  REGISTER-EOF    PIC X.
                   88  NO-MORE-REGISTER-LINES  VALUE "Y".
      *> A register past the table is never rewritten (the lines
      *> beyond it would be lost); a newcomer is refused instead.
               01  REGISTER-FULL-FLAG PIC X.
                   88  REGISTER-IS-FULL        VALUE "Y".
               01  LINE-TABLE.
                   05  KEPT-LINE   PIC X(250) OCCURS 500 TIMES.
               01  KEPT-COUNT      PIC 9(3).
               01  KEEP-TO         PIC 9(3).
               01  LINE-IDX        PIC 9(3).
               01  WORK-LINE       PIC X(250).
               01  LN-TOKEN        PIC X(20).
               01  LN-STATE        PIC X(1).
               01  LN-NAME         PIC X(30).
               01  LN-LIMIT-TEXT   PIC X(5).
               01  LN-LIMIT        PIC 9(2).

      *> The declaration, parsed and merged by name.
               01  WANT-COUNT      PIC 9(2).
               01  WANT-TABLE.
                   05  WANT-ENTRY OCCURS 8 TIMES.
                       10  WANT-NAME   PIC X(30).
                       10  WANT-LIMIT  PIC 9(2).
               01  WANT-IDX        PIC 9(2).
               01  MATCH-IDX       PIC 9(2).
               01  LIST-PIECES.
                   05  LIST-PIECE  PIC X(40) OCCURS 9 TIMES.
               01  PIECE-COUNT     PIC 9(2).
               01  PIECE-IDX       PIC 9(2).
               01  PIECE-TEXT      PIC X(40).
               01  PIECE-NAME      PIC X(40).
               01  PIECE-LIMIT-TEXT PIC X(10).
               01  PIECE-LIMIT     PIC 9(2).
               01  NAME-LEN        PIC 9(2).
               01  LIMIT-LEN       PIC 9(2).
               01  CHAR-IDX        PIC 9(2).
               01  NAME-CHAR       PIC X(1).
               01  LIST-OK-FLAG    PIC X.
                   88  LIST-IS-USABLE          VALUE "Y".

               01  ALL-FREE-FLAG   PIC X.
                   88  ALL-RESOURCES-FREE      VALUE "Y".
               01  TAKEN-FLAG      PIC X.
                   88  RESOURCES-ARE-TAKEN     VALUE "Y".
               01  WAITER-FLAG     PIC X.
                   88  WAITER-WAS-WRITTEN      VALUE "Y".
               01  HELD-COUNT      PIC 9(3).
               01  EFFECTIVE-LIMIT PIC 9(2).
               01  HELD-DISPLAY    PIC ZZ9.
               01  LIMIT-DISPLAY   PIC Z9.
               01  NEW-STATE       PIC X(1).
               01  STAMP-TEXT      PIC X(14).

               01  WAIT-SECS-TEXT  PIC X(10).
               01  WAIT-SECS-MAX   PIC 9(4) VALUE 300.
               01  WAIT-SECS-USED  PIC 9(4).
               01  SETTINGS-READ   PIC X VALUE "N".
               01  ENV-PATH-TEXT   PIC X(100).
               01  SLEEP-CMD       PIC X(20) VALUE "sleep 1".
               01  SLEEP-RET-VAL   PIC S9(9) COMP.

               01  REGISTER-LOCK-KEY PIC X(100) VALUE "deno-resource".
               01  REGISTER-LOCK-ACTION PIC X(1).
               01  REGISTER-LOCK-STATUS PIC S9(4) COMP.
               01  REGISTER-LOCK-HELD PIC X.
                   88  REGISTER-LOCK-IS-HELD   VALUE "Y".

      *> Holder token: process id plus time and sequence, the
      *> DENO-LIVE-STATUS token, so parallel members started in the
      *> same centisecond still differ.
               01  TOKEN-SEQ       PIC 9(3) VALUE 0.
               01  PROC-ID-TEXT    PIC X(7) VALUE SPACES.
               01  PROBE-FILE-PATH PIC X(150).
               01  PROBE-FILE-STATUS PIC XX.
               01  PROBE-CMD       PIC X(200).
               01  PROBE-RET-VAL   PIC S9(9) COMP.

       LINKAGE SECTION.
               COPY DENORSRC.
               COPY DENOSTAT.

       PROCEDURE DIVISION USING RESOURCE-REQUEST STATUS-CODE.
           MOVE 0 TO STATUS-CODE
           IF SETTINGS-READ NOT = "Y"
               PERFORM READ-RESOURCE-SETTINGS
           END-IF

           EVALUATE TRUE
               WHEN RSRC-RELEASE
                   IF RSRC-TOKEN NOT = SPACES
                       PERFORM REMOVE-OWN-ENTRIES
                       MOVE SPACES TO RSRC-TOKEN
                   END-IF
               WHEN RSRC-VALIDATE
                   MOVE SPACES TO RSRC-DETAIL
                   PERFORM PARSE-RESOURCE-LIST
                   IF NOT LIST-IS-USABLE
                       MOVE 106 TO STATUS-CODE
                   END-IF
               WHEN RSRC-ACQUIRE
                   PERFORM ACQUIRE-RESOURCES
           END-EVALUATE
           EXIT PROGRAM.

       READ-RESOURCE-SETTINGS.
           MOVE "Y" TO SETTINGS-READ
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_RESOURCE_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO REGISTER-FILE-PATH
           END-IF
           MOVE SPACES TO WAIT-SECS-TEXT
           ACCEPT WAIT-SECS-TEXT
               FROM ENVIRONMENT "DENO_RESOURCE_WAIT_SECS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF WAIT-SECS-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(WAIT-SECS-TEXT)) = 0
             AND FUNCTION NUMVAL(FUNCTION TRIM(WAIT-SECS-TEXT))
                 >= 0
             AND FUNCTION NUMVAL(FUNCTION TRIM(WAIT-SECS-TEXT))
                 <= 9999
               COMPUTE WAIT-SECS-MAX =
                   FUNCTION NUMVAL(FUNCTION TRIM(WAIT-SECS-TEXT))
           END-IF.

      *> All or none: a pass either finds room in every declared
      *> resource and records itself as holder of all of them, or
      *> records nothing but its waiter lines. Holding some while
      *> waiting for the rest is how two jobs deadlock.
       ACQUIRE-RESOURCES.
           MOVE SPACES TO RSRC-TOKEN
           MOVE SPACES TO RSRC-DETAIL
           PERFORM PARSE-RESOURCE-LIST
           IF NOT LIST-IS-USABLE
               MOVE 106 TO STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           IF WANT-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-HOLDER-TOKEN
           MOVE "N" TO WAITER-FLAG
           MOVE 0 TO WAIT-SECS-USED
           PERFORM TRY-TAKE-RESOURCES
           PERFORM UNTIL RESOURCES-ARE-TAKEN
                   OR WAIT-SECS-USED >= WAIT-SECS-MAX
               CALL "SYSTEM" USING SLEEP-CMD
                   RETURNING SLEEP-RET-VAL
               ADD 1 TO WAIT-SECS-USED
               PERFORM TRY-TAKE-RESOURCES
           END-PERFORM
           IF NOT RESOURCES-ARE-TAKEN
               IF WAITER-WAS-WRITTEN
                   PERFORM REMOVE-OWN-ENTRIES
               END-IF
               MOVE SPACES TO RSRC-TOKEN
               MOVE 106 TO STATUS-CODE
           END-IF.

      *> NAME=LIMIT pairs, comma-separated; names are folded to
      *> upper case so "ledger-db" and "LEDGER-DB" are one resource,
      *> and a name given twice keeps its smaller limit.
       PARSE-RESOURCE-LIST.
           MOVE "Y" TO LIST-OK-FLAG
           MOVE 0 TO WANT-COUNT
           MOVE SPACES TO WANT-TABLE
           MOVE SPACES TO LIST-PIECES
           IF RSRC-LIST = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING RSRC-LIST DELIMITED BY ","
               INTO LIST-PIECE(1) LIST-PIECE(2) LIST-PIECE(3)
                    LIST-PIECE(4) LIST-PIECE(5) LIST-PIECE(6)
                    LIST-PIECE(7) LIST-PIECE(8) LIST-PIECE(9)
           END-UNSTRING
           IF LIST-PIECE(9) NOT = SPACES
               MOVE "N" TO LIST-OK-FLAG
               MOVE "MORE THAN 8 RESOURCES DECLARED" TO RSRC-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PIECE-IDX FROM 1 BY 1
                   UNTIL PIECE-IDX > 8 OR NOT LIST-IS-USABLE
               IF LIST-PIECE(PIECE-IDX) NOT = SPACES
                   PERFORM PARSE-ONE-PIECE
               END-IF
           END-PERFORM.

       PARSE-ONE-PIECE.
           MOVE FUNCTION TRIM(LIST-PIECE(PIECE-IDX)) TO PIECE-TEXT
           MOVE SPACES TO PIECE-NAME PIECE-LIMIT-TEXT
           UNSTRING PIECE-TEXT DELIMITED BY "="
               INTO PIECE-NAME PIECE-LIMIT-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(PIECE-NAME) TO PIECE-NAME
           MOVE FUNCTION TRIM(PIECE-LIMIT-TEXT) TO PIECE-LIMIT-TEXT
           INSPECT PIECE-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO NAME-LEN
           IF PIECE-NAME NOT = SPACES
               COMPUTE NAME-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(PIECE-NAME))
           END-IF
           MOVE 0 TO LIMIT-LEN
           IF PIECE-LIMIT-TEXT NOT = SPACES
               COMPUTE LIMIT-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(PIECE-LIMIT-TEXT))
           END-IF
           EVALUATE TRUE
               WHEN NAME-LEN = 0 OR NAME-LEN > 30
                   MOVE "N" TO LIST-OK-FLAG
               WHEN LIMIT-LEN = 0 OR LIMIT-LEN > 2
                   MOVE "N" TO LIST-OK-FLAG
               WHEN PIECE-LIMIT-TEXT(1:LIMIT-LEN) IS NOT NUMERIC
                   MOVE "N" TO LIST-OK-FLAG
           END-EVALUATE
           IF LIST-IS-USABLE
               PERFORM VARYING CHAR-IDX FROM 1 BY 1
                       UNTIL CHAR-IDX > NAME-LEN
                   MOVE PIECE-NAME(CHAR-IDX:1) TO NAME-CHAR
                   IF (NAME-CHAR < "A" OR NAME-CHAR > "Z")
                     AND (NAME-CHAR < "0" OR NAME-CHAR > "9")
                     AND NAME-CHAR NOT = "-"
                     AND NAME-CHAR NOT = "_"
                       MOVE "N" TO LIST-OK-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF LIST-IS-USABLE
               COMPUTE PIECE-LIMIT =
                   FUNCTION NUMVAL(PIECE-LIMIT-TEXT(1:LIMIT-LEN))
               IF PIECE-LIMIT = 0
                   MOVE "N" TO LIST-OK-FLAG
               END-IF
           END-IF
           IF NOT LIST-IS-USABLE
               MOVE SPACES TO RSRC-DETAIL
               STRING "BAD RESOURCE DECLARATION '" DELIMITED BY SIZE
                      FUNCTION TRIM(PIECE-TEXT)     DELIMITED BY SIZE
                      "'"                          DELIMITED BY SIZE
                      INTO RSRC-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING WANT-IDX FROM 1 BY 1
                   UNTIL WANT-IDX > WANT-COUNT
               IF WANT-NAME(WANT-IDX) = PIECE-NAME(1:30)
                   MOVE WANT-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX > 0
               IF PIECE-LIMIT < WANT-LIMIT(MATCH-IDX)
                   MOVE PIECE-LIMIT TO WANT-LIMIT(MATCH-IDX)
               END-IF
           ELSE
               ADD 1 TO WANT-COUNT
               MOVE PIECE-NAME(1:30) TO WANT-NAME(WANT-COUNT)
               MOVE PIECE-LIMIT TO WANT-LIMIT(WANT-COUNT)
           END-IF.

      *> One look at the register under its lock. A lock that
      *> cannot be had within DENO-LOCK's own bounded wait counts
      *> as "not this second" - the register is never touched
      *> unlocked.
       TRY-TAKE-RESOURCES.
           MOVE "N" TO TAKEN-FLAG
           MOVE "N" TO REGISTER-LOCK-HELD
           MOVE "W" TO REGISTER-LOCK-ACTION
           CALL "DENO-LOCK" USING REGISTER-LOCK-KEY
               REGISTER-LOCK-ACTION REGISTER-LOCK-STATUS
           IF REGISTER-LOCK-STATUS NOT = 0
               MOVE "RESOURCE REGISTER LOCK UNAVAILABLE"
                   TO RSRC-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO REGISTER-LOCK-HELD
           PERFORM LOAD-REGISTER
           MOVE SPACES TO RSRC-DETAIL
           MOVE "Y" TO ALL-FREE-FLAG
           IF REGISTER-IS-FULL
             OR KEPT-COUNT + WANT-COUNT > 500
               MOVE "N" TO ALL-FREE-FLAG
               MOVE "RESOURCE REGISTER FULL" TO RSRC-DETAIL
           END-IF
           PERFORM VARYING WANT-IDX FROM 1 BY 1
                   UNTIL WANT-IDX > WANT-COUNT
                      OR NOT ALL-RESOURCES-FREE
               PERFORM COUNT-CURRENT-HOLDERS
               IF HELD-COUNT >= EFFECTIVE-LIMIT
                   MOVE "N" TO ALL-FREE-FLAG
                   MOVE HELD-COUNT TO HELD-DISPLAY
                   MOVE EFFECTIVE-LIMIT TO LIMIT-DISPLAY
                   MOVE SPACES TO RSRC-DETAIL
                   STRING FUNCTION TRIM(WANT-NAME(WANT-IDX))
                                                    DELIMITED BY SIZE
                          " BUSY ("                DELIMITED BY SIZE
                          FUNCTION TRIM(HELD-DISPLAY)
                                                    DELIMITED BY SIZE
                          " HELD, LIMIT "          DELIMITED BY SIZE
                          FUNCTION TRIM(LIMIT-DISPLAY)
                                                    DELIMITED BY SIZE
                          ")"                      DELIMITED BY SIZE
                          INTO RSRC-DETAIL
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ALL-RESOURCES-FREE
                   PERFORM DROP-OWN-LINES
                   MOVE "H" TO NEW-STATE
                   PERFORM APPEND-OWN-LINES
                   PERFORM WRITE-REGISTER
                   MOVE "Y" TO TAKEN-FLAG
               WHEN NOT WAITER-WAS-WRITTEN
                 AND NOT REGISTER-IS-FULL
                 AND KEPT-COUNT + WANT-COUNT <= 500
                   MOVE "W" TO NEW-STATE
                   PERFORM APPEND-OWN-LINES
                   PERFORM WRITE-REGISTER
                   MOVE "Y" TO WAITER-FLAG
           END-EVALUATE
           PERFORM RELEASE-REGISTER-LOCK.

      *> Holders other than this process, counted against the
      *> smallest limit in force: the caller's own, or any smaller
      *> one a current holder declared.
       COUNT-CURRENT-HOLDERS.
           MOVE 0 TO HELD-COUNT
           MOVE WANT-LIMIT(WANT-IDX) TO EFFECTIVE-LIMIT
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > KEPT-COUNT
               PERFORM SPLIT-REGISTER-LINE
               IF LN-STATE = "H"
                 AND LN-NAME = WANT-NAME(WANT-IDX)
                 AND LN-TOKEN NOT = RSRC-TOKEN
                   ADD 1 TO HELD-COUNT
                   IF LN-LIMIT > 0
                     AND LN-LIMIT < EFFECTIVE-LIMIT
                       MOVE LN-LIMIT TO EFFECTIVE-LIMIT
                   END-IF
               END-IF
           END-PERFORM.

       SPLIT-REGISTER-LINE.
           MOVE SPACES TO LN-TOKEN LN-STATE LN-NAME LN-LIMIT-TEXT
           MOVE 0 TO LN-LIMIT
           UNSTRING KEPT-LINE(LINE-IDX) DELIMITED BY "|"
               INTO LN-TOKEN LN-STATE LN-NAME LN-LIMIT-TEXT
           END-UNSTRING
           IF LN-LIMIT-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(LN-LIMIT-TEXT))
                 = 0
               COMPUTE LN-LIMIT =
                   FUNCTION NUMVAL(FUNCTION TRIM(LN-LIMIT-TEXT))
           END-IF.

       APPEND-OWN-LINES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP-TEXT
           PERFORM VARYING WANT-IDX FROM 1 BY 1
                   UNTIL WANT-IDX > WANT-COUNT
               MOVE WANT-LIMIT(WANT-IDX) TO LIMIT-DISPLAY
               ADD 1 TO KEPT-COUNT
               MOVE SPACES TO KEPT-LINE(KEPT-COUNT)
               STRING FUNCTION TRIM(RSRC-TOKEN)    DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      NEW-STATE                     DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(WANT-NAME(WANT-IDX))
                                                    DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(LIMIT-DISPLAY)  DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(RSRC-PROGRAM)   DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      STAMP-TEXT                    DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(RSRC-SCRIPT)    DELIMITED BY SIZE
                      INTO KEPT-LINE(KEPT-COUNT)
           END-PERFORM.

       DROP-OWN-LINES.
           MOVE 0 TO KEEP-TO
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > KEPT-COUNT
               PERFORM SPLIT-REGISTER-LINE
               IF LN-TOKEN NOT = RSRC-TOKEN
                   ADD 1 TO KEEP-TO
                   IF KEEP-TO NOT = LINE-IDX
                       MOVE KEPT-LINE(LINE-IDX) TO KEPT-LINE(KEEP-TO)
                   END-IF
               END-IF
           END-PERFORM
           MOVE KEEP-TO TO KEPT-COUNT.

       REMOVE-OWN-ENTRIES.
           MOVE "N" TO REGISTER-LOCK-HELD
           MOVE "W" TO REGISTER-LOCK-ACTION
           CALL "DENO-LOCK" USING REGISTER-LOCK-KEY
               REGISTER-LOCK-ACTION REGISTER-LOCK-STATUS
           IF REGISTER-LOCK-STATUS NOT = 0
               DISPLAY "DENO-RESOURCE: register lock unavailable; "
                   "entries for " FUNCTION TRIM(RSRC-TOKEN)
                   " left in " FUNCTION TRIM(REGISTER-FILE-PATH)
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO REGISTER-LOCK-HELD
           PERFORM LOAD-REGISTER
           IF REGISTER-IS-FULL
               DISPLAY "DENO-RESOURCE: register over 500 lines; "
                   "entries for " FUNCTION TRIM(RSRC-TOKEN)
                   " left in " FUNCTION TRIM(REGISTER-FILE-PATH)
           ELSE
               PERFORM DROP-OWN-LINES
               PERFORM WRITE-REGISTER
           END-IF
           PERFORM RELEASE-REGISTER-LOCK.

       LOAD-REGISTER.
           MOVE 0 TO KEPT-COUNT
           MOVE "N" TO REGISTER-FULL-FLAG
           MOVE "N" TO REGISTER-EOF
           OPEN INPUT REGISTER-FD
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-REGISTER-LINES
               READ REGISTER-FD INTO WORK-LINE
                   AT END
                       MOVE "Y" TO REGISTER-EOF
                   NOT AT END
                       IF WORK-LINE NOT = SPACES
                           IF KEPT-COUNT < 500
                               ADD 1 TO KEPT-COUNT
                               MOVE WORK-LINE
                                   TO KEPT-LINE(KEPT-COUNT)
                           ELSE
                               MOVE "Y" TO REGISTER-FULL-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGISTER-FD.

       WRITE-REGISTER.
           OPEN OUTPUT REGISTER-FD
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > KEPT-COUNT
               MOVE KEPT-LINE(LINE-IDX) TO REGISTER-REC
               WRITE REGISTER-REC
           END-PERFORM
           CLOSE REGISTER-FD.

       RELEASE-REGISTER-LOCK.
           IF REGISTER-LOCK-IS-HELD
               MOVE "R" TO REGISTER-LOCK-ACTION
               CALL "DENO-LOCK" USING REGISTER-LOCK-KEY
                   REGISTER-LOCK-ACTION REGISTER-LOCK-STATUS
               MOVE "N" TO REGISTER-LOCK-HELD
           END-IF.

       BUILD-HOLDER-TOKEN.
           IF PROC-ID-TEXT = SPACES
               PERFORM PROBE-PROCESS-ID
           END-IF
           ADD 1 TO TOKEN-SEQ
           IF TOKEN-SEQ > 999
               MOVE 1 TO TOKEN-SEQ
           END-IF
           MOVE SPACES TO RSRC-TOKEN
           STRING FUNCTION TRIM(PROC-ID-TEXT)      DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:8)       DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  TOKEN-SEQ                        DELIMITED BY SIZE
                  INTO RSRC-TOKEN.

      *> The DENO-LIVE-STATUS probe: this process's pid through a
      *> discriminator-named scratch file, once per process.
       PROBE-PROCESS-ID.
           MOVE SPACES TO PROBE-FILE-PATH
           STRING "/tmp/deno-resource-pid-"       DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:8)       DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
                  INTO PROBE-FILE-PATH
           MOVE SPACES TO PROBE-CMD
           STRING "echo $$ > '"                   DELIMITED BY SIZE
                  FUNCTION TRIM(PROBE-FILE-PATH)   DELIMITED BY SIZE
                  "'"                             DELIMITED BY SIZE
                  INTO PROBE-CMD
           CALL "SYSTEM" USING PROBE-CMD RETURNING PROBE-RET-VAL
           OPEN INPUT PROBE-FD
           IF PROBE-FILE-STATUS = "00"
               MOVE SPACES TO PROBE-REC
               READ PROBE-FD
                   AT END
                       CONTINUE
               END-READ
               CLOSE PROBE-FD
               IF FUNCTION TRIM(PROBE-REC) NOT = SPACES
                   MOVE FUNCTION TRIM(PROBE-REC) TO PROC-ID-TEXT
               END-IF
           END-IF
           IF PROC-ID-TEXT = SPACES
               MOVE FUNCTION CURRENT-DATE(9:7) TO PROC-ID-TEXT
           END-IF
           MOVE SPACES TO PROBE-CMD
           STRING "rm -f '"                       DELIMITED BY SIZE
                  FUNCTION TRIM(PROBE-FILE-PATH)   DELIMITED BY SIZE
                  "'"                             DELIMITED BY SIZE
                  INTO PROBE-CMD
           CALL "SYSTEM" USING PROBE-CMD RETURNING PROBE-RET-VAL.
