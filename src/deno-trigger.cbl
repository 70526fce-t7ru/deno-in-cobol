       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-TRIGGER.

      *> File-arrival trigger: starts work when a feed lands instead
      *> of waiting for the window (or for someone to notice). One
      *> pass per invocation - run it from cron every few minutes.
      *> The INPUT-PATH pre-flight in DENO-BATCH only says, at run
      *> time, that a feed has NOT arrived; this says when it has.
      *>
      *> Trigger table (/tmp/deno-triggers.txt, or
      *> DENO_TRIGGER_TABLE), one pipe-delimited record per trigger:
      *>
      *>   trigger-id|watch-pattern|stable-secs|action|target
      *>             |who|priority|flags|args
      *>
      *>   watch-pattern  absolute path, shell wildcards * ? [ ]
      *>                  allowed in it (e.g. /data/in/BANK*.dat)
      *>   stable-secs    how long a file must go unwritten before it
      *>                  counts as arrived (default 60) - a bank file
      *>                  still being transferred keeps moving its
      *>                  modification time and does not fire
      *>   action B       start a worklist: target is its job control
      *>                  file, who an optional DENO_BATCH_PROFILE
      *>                  (give one whose report/carry-over paths do
      *>                  not collide with the night's). The batch
      *>                  runs detached (DENO_TRIGGER_BATCH names the
      *>                  deno-batch executable) with the arrived file
      *>                  as symbol &TRIGGERFILE.
      *>   action Q       queue a DENO-QUEUE request: target is the
      *>                  script, who the requester (DENO-QUEUE's own
      *>                  authorization still applies), priority 1-9
      *>                  (blank 5), flags and args as in the queue
      *>                  record; "&FILE" in args becomes the arrived
      *>                  file's path.
      *>
      *> Every file fired on is recorded in the fired-file register
      *> (indexed, /tmp/deno-trigger-fired.dat or DENO_TRIGGER_FIRED)
      *> under trigger id + path + modification time + size, BEFORE
      *> the work is started, so the same file can never fire the
      *> same trigger twice - while tomorrow's file of the same name
      *> (a new modification time) still does. A firing that fails
      *> to start removes its register entry again so the next pass
      *> retries it. Every firing, good or bad, goes to DENO-AUDIT-
      *> LOG. A pass runs under the "deno-trigger" DENO-LOCK; an
      *> overlapping cron pass finds it busy and ends quietly. Ends
      *> 8 when a trigger record is unusable or a firing failed.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT TRIGGER-TABLE-FD
                   ASSIGN TO DYNAMIC TRIGGER-TABLE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TRIGGER-TABLE-STATUS.
               SELECT FIRED-FD
                   ASSIGN TO DYNAMIC FIRED-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FIRED-KEY
                   FILE STATUS IS FIRED-FILE-STATUS.
               SELECT LISTING-FD
                   ASSIGN TO DYNAMIC LISTING-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LISTING-FILE-STATUS.
               SELECT QUEUE-FD
                   ASSIGN TO DYNAMIC QUEUE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS QUEUE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  TRIGGER-TABLE-FD
               LABEL RECORDS ARE STANDARD.
           01  TRIGGER-TABLE-REC   PIC X(700).

      *> One record per (trigger, file) fired. The key carries the
      *> file's modification time and size so a file re-delivered
      *> under the same name is a new arrival.
           FD  FIRED-FD.
           01  FIRED-REC.
               05  FIRED-KEY.
                   10  FIRED-TRIGGER-ID    PIC X(12).
                   10  FIRED-PATH          PIC X(100).
                   10  FIRED-MTIME         PIC X(12).
                   10  FIRED-SIZE          PIC X(15).
               05  FIRED-STAMP             PIC X(14).
               05  FIRED-ACTION            PIC X(1).
               05  FIRED-TARGET            PIC X(100).
               05  FIRED-REQUEST-ID        PIC X(20).

      *> First line: the clock in epoch seconds; then one
      *> mtime|size|path line per regular file the pattern matched.
           FD  LISTING-FD
               LABEL RECORDS ARE STANDARD.
           01  LISTING-REC         PIC X(300).

           FD  QUEUE-FD
               LABEL RECORDS ARE STANDARD.
           01  QUEUE-REC           PIC X(500).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-TRIGGER".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  TRIGGER-ELAPSED PIC 9(9) VALUE 0.

               01  TRIGGER-TABLE-PATH PIC X(100) VALUE
                       "/tmp/deno-triggers.txt".
               01  FIRED-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-trigger-fired.dat".
               01  QUEUE-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-queue-requests.txt".
               01  BATCH-RUNNER-NAME PIC X(100) VALUE "deno-batch".
               01  LISTING-FILE-PATH PIC X(100).
               01  TRIGGER-TABLE-STATUS PIC XX.
               01  FIRED-FILE-STATUS PIC XX.
               01  LISTING-FILE-STATUS PIC XX.
               01  QUEUE-FILE-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  TABLE-EOF       PIC X.
                   88  NO-MORE-TRIGGERS        VALUE "Y".
               01  LISTING-EOF     PIC X.
                   88  NO-MORE-LISTING-LINES   VALUE "Y".

               01  TRIGGER-LOCK-KEY PIC X(100) VALUE "deno-trigger".
               01  QUEUE-LOCK-KEY  PIC X(100) VALUE "deno-queue".
               01  LOCK-ACTION     PIC X(1).
               01  LOCK-STATUS     PIC S9(4) COMP.
               01  QUEUE-LOCK-HELD PIC X.
                   88  QUEUE-LOCK-IS-HELD      VALUE "Y".

      *> The trigger record being worked.
               01  TT-ID           PIC X(12).
               01  TT-PATTERN      PIC X(200).
               01  TT-STABLE-TEXT  PIC X(10).
               01  TT-ACTION       PIC X(1).
                   88  TT-START-BATCH          VALUE "B".
                   88  TT-QUEUE-REQUEST        VALUE "Q".
               01  TT-TARGET       PIC X(100).
               01  TT-WHO          PIC X(30).
               01  TT-PRIORITY     PIC X(1).
               01  TT-FLAGS        PIC X(50).
               01  TT-ARGS         PIC X(200).
               01  TT-STABLE-SECS  PIC 9(6).
               01  TRIGGER-OK-FLAG PIC X.
                   88  TRIGGER-IS-USABLE       VALUE "Y".
               01  TRIGGER-FAIL-TEXT PIC X(80).
               01  PATTERN-LEN     PIC 9(3).
               01  PATTERN-IDX     PIC 9(3).
               01  PATTERN-CHAR    PIC X(1).

      *> One matched file.
               01  LISTING-NOW-TEXT PIC X(20).
               01  NOW-EPOCH       PIC 9(12) VALUE 0.
               01  FILE-MTIME-TEXT PIC X(20).
               01  FILE-SIZE-TEXT  PIC X(20).
               01  FILE-PATH-TEXT  PIC X(250).
               01  FILE-MTIME      PIC 9(12).
               01  FILE-AGE-SECS   PIC S9(12).
               01  ALREADY-FIRED-FLAG PIC X.
                   88  FILE-ALREADY-FIRED      VALUE "Y".

      *> Firing.
               01  FIRE-STATUS     PIC S9(4) COMP.
               01  FIRE-SEQ        PIC 9(2) VALUE 0.
               01  FIRE-REQUEST-ID PIC X(20).
               01  FIRE-ARGS       PIC X(200).
               01  FILE-TOKEN-COUNT PIC 9(2).
               01  FILE-TOKEN-POS  PIC 9(3).
               01  FILE-TAIL-POS   PIC 9(3).
               01  FIRE-PRIORITY   PIC X(1).
               01  FIRE-CMD        PIC X(1500).
               01  FIRE-CMD-PTR    PIC 9(4).
               01  ESCAPE-RAW      PIC X(100).
               01  ESCAPED-TEXT    PIC X(400).
               01  SHELL-RET-VAL   PIC S9(9) COMP.
               01  LIST-CMD        PIC X(600).
               01  LIST-CLEAN-CMD  PIC X(130).
               01  PASS-DISCRIMINATOR PIC X(8).
               COPY DENOSTAT.

               01  TRIGGER-COUNT   PIC 9(4) VALUE 0.
               01  FIRED-COUNT     PIC 9(4) VALUE 0.
               01  WAITING-COUNT   PIC 9(4) VALUE 0.
               01  FAILURE-COUNT   PIC 9(4) VALUE 0.
               01  TRIGGER-DISPLAY PIC Z(3)9.
               01  FIRED-DISPLAY   PIC Z(3)9.
               01  WAITING-DISPLAY PIC Z(3)9.
               01  FAILURE-DISPLAY PIC Z(3)9.
               01  AGE-DISPLAY     PIC Z(11)9.

       PROCEDURE DIVISION.
           PERFORM READ-TRIGGER-SETTINGS
           MOVE "A" TO LOCK-ACTION
           CALL "DENO-LOCK" USING TRIGGER-LOCK-KEY LOCK-ACTION
               LOCK-STATUS
           IF LOCK-STATUS NOT = 0
               DISPLAY "DENO-TRIGGER: previous pass still running; "
                   "nothing done"
               STOP RUN
           END-IF

           OPEN INPUT TRIGGER-TABLE-FD
           IF TRIGGER-TABLE-STATUS NOT = "00"
               DISPLAY "DENO-TRIGGER: no trigger table at "
                   FUNCTION TRIM(TRIGGER-TABLE-PATH)
               PERFORM RELEASE-TRIGGER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O FIRED-FD
           IF FIRED-FILE-STATUS = "35"
               OPEN OUTPUT FIRED-FD
               CLOSE FIRED-FD
               OPEN I-O FIRED-FD
           END-IF
           IF FIRED-FILE-STATUS NOT = "00"
               DISPLAY "DENO-TRIGGER: fired-file register "
                   FUNCTION TRIM(FIRED-FILE-PATH)
                   " unavailable STATUS=" FIRED-FILE-STATUS
                   "; nothing fired"
               CLOSE TRIGGER-TABLE-FD
               PERFORM RELEASE-TRIGGER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO TABLE-EOF
           PERFORM UNTIL NO-MORE-TRIGGERS
               READ TRIGGER-TABLE-FD
                   AT END
                       MOVE "Y" TO TABLE-EOF
                   NOT AT END
                       IF TRIGGER-TABLE-REC NOT = SPACES
                           PERFORM PROCESS-ONE-TRIGGER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRIGGER-TABLE-FD
           CLOSE FIRED-FD
           MOVE SPACES TO LIST-CLEAN-CMD
           STRING "rm -f '"                        DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILE-PATH)  DELIMITED BY SIZE
                  "'"                              DELIMITED BY SIZE
                  INTO LIST-CLEAN-CMD
           CALL "SYSTEM" USING LIST-CLEAN-CMD RETURNING SHELL-RET-VAL
           PERFORM RELEASE-TRIGGER-LOCK

           MOVE TRIGGER-COUNT TO TRIGGER-DISPLAY
           MOVE FIRED-COUNT TO FIRED-DISPLAY
           MOVE WAITING-COUNT TO WAITING-DISPLAY
           MOVE FAILURE-COUNT TO FAILURE-DISPLAY
           DISPLAY "DENO-TRIGGER: " FUNCTION TRIM(TRIGGER-DISPLAY)
               " triggers, " FUNCTION TRIM(FIRED-DISPLAY)
               " fired, " FUNCTION TRIM(WAITING-DISPLAY)
               " not yet stable, " FUNCTION TRIM(FAILURE-DISPLAY)
               " failures"
           IF FAILURE-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-TRIGGER-SETTINGS.
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_TRIGGER_TABLE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO TRIGGER-TABLE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_TRIGGER_FIRED"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO FIRED-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_TRIGGER_BATCH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO BATCH-RUNNER-NAME
           END-IF
      *> The same queue file DENO-QUEUE consumes.
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_QUEUE_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO QUEUE-FILE-PATH
           END-IF
      *> Per-invocation discriminator (the DENO-BATCH scratch-file
      *> convention) for the listing file.
           MOVE SPACES TO PASS-DISCRIMINATOR
           STRING FUNCTION CURRENT-DATE(9:2)       DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(11:2)      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(13:2)      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(15:2)      DELIMITED BY SIZE
                  INTO PASS-DISCRIMINATOR
           MOVE SPACES TO LISTING-FILE-PATH
           STRING "/tmp/deno-trigger-list-"        DELIMITED BY SIZE
                  PASS-DISCRIMINATOR                DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO LISTING-FILE-PATH.

       RELEASE-TRIGGER-LOCK.
           MOVE "R" TO LOCK-ACTION
           CALL "DENO-LOCK" USING TRIGGER-LOCK-KEY LOCK-ACTION
               LOCK-STATUS.

       PROCESS-ONE-TRIGGER.
           ADD 1 TO TRIGGER-COUNT
           MOVE SPACES TO TT-ID TT-PATTERN TT-STABLE-TEXT TT-ACTION
           MOVE SPACES TO TT-TARGET TT-WHO TT-PRIORITY TT-FLAGS
           MOVE SPACES TO TT-ARGS
           UNSTRING TRIGGER-TABLE-REC DELIMITED BY "|"
               INTO TT-ID TT-PATTERN TT-STABLE-TEXT TT-ACTION
                    TT-TARGET TT-WHO TT-PRIORITY TT-FLAGS TT-ARGS
           END-UNSTRING
           MOVE FUNCTION TRIM(TT-ID) TO TT-ID
           MOVE FUNCTION TRIM(TT-PATTERN) TO TT-PATTERN
           MOVE FUNCTION TRIM(TT-TARGET) TO TT-TARGET
           MOVE FUNCTION TRIM(TT-WHO) TO TT-WHO
           PERFORM VALIDATE-TRIGGER
           IF NOT TRIGGER-IS-USABLE
               ADD 1 TO FAILURE-COUNT
               DISPLAY "DENO-TRIGGER: trigger '" FUNCTION TRIM(TT-ID)
                   "' not usable: " FUNCTION TRIM(TRIGGER-FAIL-TEXT)
               EXIT PARAGRAPH
           END-IF

      *> The pattern is expanded by the shell on purpose (that is
      *> what makes it a pattern); VALIDATE-TRIGGER has already
      *> limited it to path and wildcard characters. Each match is
      *> quoted from there on.
           MOVE SPACES TO LIST-CMD
           STRING "( date +%s ; for f in "         DELIMITED BY SIZE
                  FUNCTION TRIM(TT-PATTERN)         DELIMITED BY SIZE
                  " ; do [ -f ""$f"" ] && stat -c '%Y|%s|%n' "
                                                    DELIMITED BY SIZE
                  """$f"" ; done ) > '"            DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILE-PATH)  DELIMITED BY SIZE
                  "' 2>/dev/null"                  DELIMITED BY SIZE
                  INTO LIST-CMD
           CALL "SYSTEM" USING LIST-CMD RETURNING SHELL-RET-VAL
           MOVE "N" TO LISTING-EOF
           OPEN INPUT LISTING-FD
           IF LISTING-FILE-STATUS NOT = "00"
               ADD 1 TO FAILURE-COUNT
               DISPLAY "DENO-TRIGGER: trigger '" FUNCTION TRIM(TT-ID)
                   "': cannot list " FUNCTION TRIM(TT-PATTERN)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LISTING-REC
           READ LISTING-FD
               AT END
                   MOVE "Y" TO LISTING-EOF
           END-READ
           MOVE FUNCTION TRIM(LISTING-REC) TO LISTING-NOW-TEXT
           IF NO-MORE-LISTING-LINES
             OR LISTING-NOW-TEXT = SPACES
             OR FUNCTION TEST-NUMVAL(LISTING-NOW-TEXT) NOT = 0
               ADD 1 TO FAILURE-COUNT
               DISPLAY "DENO-TRIGGER: trigger '" FUNCTION TRIM(TT-ID)
                   "': no clock reading in listing; skipped"
               CLOSE LISTING-FD
               EXIT PARAGRAPH
           END-IF
           COMPUTE NOW-EPOCH = FUNCTION NUMVAL(LISTING-NOW-TEXT)
           PERFORM UNTIL NO-MORE-LISTING-LINES
               READ LISTING-FD
                   AT END
                       MOVE "Y" TO LISTING-EOF
                   NOT AT END
                       IF LISTING-REC NOT = SPACES
                           PERFORM PROCESS-ONE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LISTING-FD.

      *> A trigger record is refused whole rather than fired with a
      *> guessed meaning.
       VALIDATE-TRIGGER.
           MOVE "Y" TO TRIGGER-OK-FLAG
           MOVE SPACES TO TRIGGER-FAIL-TEXT
           EVALUATE TRUE
               WHEN TT-ID = SPACES
                   MOVE "NO TRIGGER ID" TO TRIGGER-FAIL-TEXT
               WHEN TT-PATTERN(1:1) NOT = "/"
                   MOVE "WATCH PATTERN MUST BE AN ABSOLUTE PATH"
                       TO TRIGGER-FAIL-TEXT
               WHEN NOT TT-START-BATCH AND NOT TT-QUEUE-REQUEST
                   MOVE "ACTION MUST BE B (WORKLIST) OR Q (QUEUE)"
                       TO TRIGGER-FAIL-TEXT
               WHEN TT-TARGET = SPACES
                   MOVE "NO TARGET WORKLIST OR SCRIPT"
                       TO TRIGGER-FAIL-TEXT
               WHEN TT-QUEUE-REQUEST AND TT-WHO = SPACES
                   MOVE "QUEUE TRIGGER NEEDS A REQUESTER"
                       TO TRIGGER-FAIL-TEXT
               WHEN TT-PRIORITY NOT = SPACE
                 AND (TT-PRIORITY < "1" OR TT-PRIORITY > "9")
                   MOVE "PRIORITY MUST BE 1-9" TO TRIGGER-FAIL-TEXT
           END-EVALUATE
           IF TRIGGER-FAIL-TEXT NOT = SPACES
               MOVE "N" TO TRIGGER-OK-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 60 TO TT-STABLE-SECS
           IF TT-STABLE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(TT-STABLE-TEXT))
                       = 0
                 AND FUNCTION NUMVAL(FUNCTION TRIM(TT-STABLE-TEXT))
                       >= 0
                 AND FUNCTION NUMVAL(FUNCTION TRIM(TT-STABLE-TEXT))
                       <= 86400
                   COMPUTE TT-STABLE-SECS = FUNCTION NUMVAL(
                       FUNCTION TRIM(TT-STABLE-TEXT))
               ELSE
                   MOVE "N" TO TRIGGER-OK-FLAG
                   MOVE "STABLE-SECS MUST BE 0-86400"
                       TO TRIGGER-FAIL-TEXT
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> Path characters and wildcards only: the pattern reaches the
      *> shell unquoted.
           COMPUTE PATTERN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(TT-PATTERN))
           PERFORM VARYING PATTERN-IDX FROM 1 BY 1
                   UNTIL PATTERN-IDX > PATTERN-LEN
                      OR NOT TRIGGER-IS-USABLE
               MOVE TT-PATTERN(PATTERN-IDX:1) TO PATTERN-CHAR
               IF PATTERN-CHAR IS NOT ALPHABETIC
                 AND PATTERN-CHAR IS NOT NUMERIC
                 AND PATTERN-CHAR NOT = "/"
                 AND PATTERN-CHAR NOT = "."
                 AND PATTERN-CHAR NOT = "_"
                 AND PATTERN-CHAR NOT = "-"
                 AND PATTERN-CHAR NOT = "*"
                 AND PATTERN-CHAR NOT = "?"
                 AND PATTERN-CHAR NOT = "["
                 AND PATTERN-CHAR NOT = "]"
                   MOVE "N" TO TRIGGER-OK-FLAG
                   MOVE "WATCH PATTERN HAS A CHARACTER NOT ALLOWED"
                       TO TRIGGER-FAIL-TEXT
               END-IF
               IF PATTERN-CHAR = SPACE
                   MOVE "N" TO TRIGGER-OK-FLAG
                   MOVE "WATCH PATTERN HAS A CHARACTER NOT ALLOWED"
                       TO TRIGGER-FAIL-TEXT
               END-IF
           END-PERFORM.

       PROCESS-ONE-ARRIVAL.
           MOVE SPACES TO FILE-MTIME-TEXT FILE-SIZE-TEXT
           MOVE SPACES TO FILE-PATH-TEXT
           UNSTRING LISTING-REC DELIMITED BY "|"
               INTO FILE-MTIME-TEXT FILE-SIZE-TEXT FILE-PATH-TEXT
           END-UNSTRING
           IF FILE-MTIME-TEXT = SPACES
             OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(FILE-MTIME-TEXT))
                   NOT = 0
             OR FILE-PATH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FILE-PATH-TEXT(101:) NOT = SPACES
               ADD 1 TO FAILURE-COUNT
               DISPLAY "DENO-TRIGGER: trigger '" FUNCTION TRIM(TT-ID)
                   "': path longer than 100 bytes not fired: "
                   FUNCTION TRIM(FILE-PATH-TEXT)
               EXIT PARAGRAPH
           END-IF
           COMPUTE FILE-MTIME =
               FUNCTION NUMVAL(FUNCTION TRIM(FILE-MTIME-TEXT))
           COMPUTE FILE-AGE-SECS = NOW-EPOCH - FILE-MTIME
           IF FILE-AGE-SECS < TT-STABLE-SECS
               ADD 1 TO WAITING-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO FIRED-REC
           MOVE TT-ID TO FIRED-TRIGGER-ID
           MOVE FILE-PATH-TEXT(1:100) TO FIRED-PATH
           MOVE FUNCTION TRIM(FILE-MTIME-TEXT) TO FIRED-MTIME
           MOVE FUNCTION TRIM(FILE-SIZE-TEXT) TO FIRED-SIZE
           MOVE "N" TO ALREADY-FIRED-FLAG
           READ FIRED-FD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO ALREADY-FIRED-FLAG
           END-READ
           IF FILE-ALREADY-FIRED
               EXIT PARAGRAPH
           END-IF

      *> Claimed in the register before anything starts: a crash
      *> between here and the firing loses one arrival (visible in
      *> the audit trail as a claim with no firing line) rather than
      *> starting the work twice.
           ADD 1 TO FIRE-SEQ
           IF FIRE-SEQ > 99
               MOVE 1 TO FIRE-SEQ
           END-IF
           MOVE SPACES TO FIRE-REQUEST-ID
           IF TT-QUEUE-REQUEST
               STRING TT-ID(1:9)                   DELIMITED BY SPACE
                      "-"                          DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE(7:8)    DELIMITED BY SIZE
                      FIRE-SEQ                      DELIMITED BY SIZE
                      INTO FIRE-REQUEST-ID
           END-IF
           MOVE SPACES TO FIRED-REC
           MOVE TT-ID TO FIRED-TRIGGER-ID
           MOVE FILE-PATH-TEXT(1:100) TO FIRED-PATH
           MOVE FUNCTION TRIM(FILE-MTIME-TEXT) TO FIRED-MTIME
           MOVE FUNCTION TRIM(FILE-SIZE-TEXT) TO FIRED-SIZE
           MOVE FUNCTION CURRENT-DATE(1:14) TO FIRED-STAMP
           MOVE TT-ACTION TO FIRED-ACTION
           MOVE TT-TARGET TO FIRED-TARGET
           MOVE FIRE-REQUEST-ID TO FIRED-REQUEST-ID
           WRITE FIRED-REC
               INVALID KEY
                   MOVE "Y" TO ALREADY-FIRED-FLAG
           END-WRITE
           IF FILE-ALREADY-FIRED
               EXIT PARAGRAPH
           END-IF

           IF TT-START-BATCH
               PERFORM FIRE-WORKLIST
           ELSE
               PERFORM FIRE-QUEUE-REQUEST
           END-IF
           IF FIRE-STATUS = 0
               ADD 1 TO FIRED-COUNT
           ELSE
               ADD 1 TO FAILURE-COUNT
               DELETE FIRED-FD RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           PERFORM AUDIT-FIRING.

      *> Detached, so a long worklist does not hold the cron pass
      *> (or the next file's firing) up. "Started" is all this can
      *> vouch for - the batch's own report and audit lines say how
      *> the work went.
       FIRE-WORKLIST.
           MOVE SPACES TO FIRE-CMD
           MOVE 1 TO FIRE-CMD-PTR
           MOVE TT-TARGET TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-TEXT
           STRING "DENO_BATCH_JOB_CONTROL='"       DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TEXT)       DELIMITED BY SIZE
                  "' "                             DELIMITED BY SIZE
                  INTO FIRE-CMD
                  WITH POINTER FIRE-CMD-PTR
           MOVE FILE-PATH-TEXT(1:100) TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-TEXT
           STRING "DENO_BATCH_SYMBOLS='TRIGGERFILE='"
                                                    DELIMITED BY SIZE
                  "'"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TEXT)       DELIMITED BY SIZE
                  "' "                             DELIMITED BY SIZE
                  INTO FIRE-CMD
                  WITH POINTER FIRE-CMD-PTR
           IF TT-WHO NOT = SPACES
               MOVE TT-WHO TO ESCAPE-RAW
               CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-TEXT
               STRING "DENO_BATCH_PROFILE='"       DELIMITED BY SIZE
                      FUNCTION TRIM(ESCAPED-TEXT)   DELIMITED BY SIZE
                      "' "                         DELIMITED BY SIZE
                      INTO FIRE-CMD
                      WITH POINTER FIRE-CMD-PTR
           END-IF
           MOVE BATCH-RUNNER-NAME TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-TEXT
           STRING "nohup '"                        DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TEXT)       DELIMITED BY SIZE
                  "' > /dev/null 2>&1 &"           DELIMITED BY SIZE
                  INTO FIRE-CMD
                  WITH POINTER FIRE-CMD-PTR
           CALL "SYSTEM" USING FIRE-CMD RETURNING SHELL-RET-VAL
           IF SHELL-RET-VAL = 0
               MOVE 0 TO FIRE-STATUS
           ELSE
               MOVE 8 TO FIRE-STATUS
           END-IF.

      *> Appended under the "deno-queue" lock DENO-QUEUE consumes
      *> under, so the request cannot land in the middle of a pass's
      *> read-and-truncate. A lock wait that exhausts still writes
      *> (the DENO-AUDIT-LOG rule): losing the request is worse.
       FIRE-QUEUE-REQUEST.
           MOVE SPACES TO FIRE-ARGS
           MOVE TT-ARGS TO FIRE-ARGS
           MOVE 0 TO FILE-TOKEN-COUNT
           INSPECT TT-ARGS TALLYING FILE-TOKEN-COUNT FOR ALL "&FILE"
           IF FILE-TOKEN-COUNT > 0
               MOVE 0 TO FILE-TOKEN-POS
               INSPECT TT-ARGS TALLYING FILE-TOKEN-POS
                   FOR CHARACTERS BEFORE INITIAL "&FILE"
               MOVE SPACES TO FIRE-ARGS
               IF FILE-TOKEN-POS > 0
                   MOVE TT-ARGS(1:FILE-TOKEN-POS) TO FIRE-ARGS
               END-IF
               COMPUTE FILE-TAIL-POS = FILE-TOKEN-POS + 6
               ADD 1 TO FILE-TOKEN-POS
               STRING FUNCTION TRIM(FILE-PATH-TEXT) DELIMITED BY SIZE
                      INTO FIRE-ARGS
                      WITH POINTER FILE-TOKEN-POS
               IF FILE-TAIL-POS <= 200
                   STRING TT-ARGS(FILE-TAIL-POS:)   DELIMITED BY SIZE
                          INTO FIRE-ARGS
                          WITH POINTER FILE-TOKEN-POS
               END-IF
           END-IF
           MOVE TT-PRIORITY TO FIRE-PRIORITY
           IF FIRE-PRIORITY = SPACE
               MOVE "5" TO FIRE-PRIORITY
           END-IF

           MOVE "N" TO QUEUE-LOCK-HELD
           MOVE "W" TO LOCK-ACTION
           CALL "DENO-LOCK" USING QUEUE-LOCK-KEY LOCK-ACTION
               LOCK-STATUS
           IF LOCK-STATUS = 0
               MOVE "Y" TO QUEUE-LOCK-HELD
           END-IF
           MOVE 0 TO FIRE-STATUS
           OPEN EXTEND QUEUE-FD
           IF QUEUE-FILE-STATUS = "35"
               OPEN OUTPUT QUEUE-FD
           END-IF
           IF QUEUE-FILE-STATUS = "00"
               MOVE SPACES TO QUEUE-REC
               STRING FUNCTION TRIM(FIRE-REQUEST-ID) DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(TT-WHO)         DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FIRE-PRIORITY                 DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(TT-TARGET)      DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(TT-FLAGS)       DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(FIRE-ARGS)      DELIMITED BY SIZE
                      INTO QUEUE-REC
               WRITE QUEUE-REC
               CLOSE QUEUE-FD
           ELSE
               MOVE 8 TO FIRE-STATUS
           END-IF
           IF QUEUE-LOCK-IS-HELD
               MOVE "R" TO LOCK-ACTION
               CALL "DENO-LOCK" USING QUEUE-LOCK-KEY LOCK-ACTION
                   LOCK-STATUS
           END-IF.

       AUDIT-FIRING.
           MOVE FILE-AGE-SECS TO AGE-DISPLAY
           MOVE SPACES TO AUDIT-CMD-TEXT
           IF FIRE-STATUS = 0
               STRING "FIRED "                     DELIMITED BY SIZE
                      FUNCTION TRIM(TT-ID)          DELIMITED BY SIZE
                      " ON "                       DELIMITED BY SIZE
                      FUNCTION TRIM(FILE-PATH-TEXT) DELIMITED BY SIZE
                      " SIZE="                     DELIMITED BY SIZE
                      FUNCTION TRIM(FILE-SIZE-TEXT) DELIMITED BY SIZE
                      " STABLE="                   DELIMITED BY SIZE
                      FUNCTION TRIM(AGE-DISPLAY)    DELIMITED BY SIZE
                      "s"                          DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
           ELSE
               STRING "FIRE FAILED "               DELIMITED BY SIZE
                      FUNCTION TRIM(TT-ID)          DELIMITED BY SIZE
                      " ON "                       DELIMITED BY SIZE
                      FUNCTION TRIM(FILE-PATH-TEXT) DELIMITED BY SIZE
                      " - WILL RETRY NEXT PASS"    DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
           END-IF
           COMPUTE FIRE-CMD-PTR =
               FUNCTION LENGTH(FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
           IF TT-START-BATCH
               STRING " -> WORKLIST "              DELIMITED BY SIZE
                      FUNCTION TRIM(TT-TARGET)      DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER FIRE-CMD-PTR
           ELSE
               STRING " -> QUEUE REQUEST "         DELIMITED BY SIZE
                      FUNCTION TRIM(FIRE-REQUEST-ID)
                                                    DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(TT-TARGET)      DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER FIRE-CMD-PTR
           END-IF
           MOVE FIRE-STATUS TO STATUS-CODE
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               TRIGGER-ELAPSED
           DISPLAY "DENO-TRIGGER: " FUNCTION TRIM(AUDIT-CMD-TEXT).
