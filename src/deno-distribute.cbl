       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-DISTRIBUTE.

      *> Output distribution: gets the reports and extracts the
      *> night produces to the people and places that wait for them,
      *> and keeps the proof that it did. One pass per invocation -
      *> run it from cron every few minutes, like DENO-TRIGGER.
      *>
      *> Distribution table (/tmp/deno-distribution.txt, or
      *> DENO_DIST_TABLE), one pipe-delimited record per output:
      *>
      *>   dist-id|source-pattern|method|recipients|schedule|subject
      *>
      *>   source-pattern  absolute path, shell wildcards * ? [ ]
      *>                   allowed in it (e.g. /data/out/GL*.csv)
      *>   method DIR      drop a copy into each recipient directory
      *>                   (written as name.part, then renamed, so a
      *>                   reader never sees half a file)
      *>   method MAIL     mail the file as the message body to each
      *>                   recipient address (DENO_DIST_MAILER names
      *>                   the mail command, default "mail"; it is
      *>                   run as: mailer -s 'subject' 'address')
      *>   method ARCHIVE  copy into each recipient directory (made
      *>                   if absent) as name.YYYYMMDDHHMMSS
      *>   recipients      comma-separated, up to 10; directories for
      *>                   DIR and ARCHIVE must be absolute paths
      *>   schedule        ANY (or blank): every file, whenever it
      *>                   turns up
      *>                   DAILY HHMM: due at HHMM every day
      *>                   BUSDAY HHMM: due at HHMM on business days
      *>                   (DENO-BUSDATE action "B" - the DENO-
      *>                   SCHEDULE calendar)
      *>                   MONTHLY DD HHMM: due at HHMM on day DD
      *>                   A scheduled output only takes files written
      *>                   that day, and only once the due time has
      *>                   passed.
      *>   subject         mail subject (MAIL only; blank uses the
      *>                   dist-id)
      *>
      *> A file qualifies once it has gone unwritten for
      *> DENO_DIST_STABLE seconds (default 60). Every delivery is
      *> recorded per recipient in the delivery register (indexed,
      *> /tmp/deno-delivered.dat or DENO_DIST_REGISTER) under dist-id
      *> + path + modification time + size + recipient, so each file
      *> goes to each recipient once - while tomorrow's file of the
      *> same name still goes. A failed delivery is retried on each
      *> pass up to 5 attempts, then given up. Each outcome (DELIVERED,
      *> FAILED, GAVE-UP, MISSING) is appended to the delivery log
      *> (/tmp/deno-delivery-log.txt or DENO_DIST_LOG):
      *>
      *>   stamp|dist-id|method|recipient|source|outcome|detail
      *>
      *> and to DENO-AUDIT-LOG. A first failure, a give-up, and a
      *> scheduled output whose source never appeared by its due time
      *> (reported once per day) are raised through DENO-ALERT with
      *> status DENO-DELIVERY-FAILED. A pass runs under the "deno-
      *> distribute" DENO-LOCK; an overlapping pass ends quietly. Ends
      *> 8 when a table record is unusable, a delivery failed or a
      *> source is missing.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT DIST-TABLE-FD
                   ASSIGN TO DYNAMIC DIST-TABLE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DIST-TABLE-STATUS.
               SELECT DELIVERED-FD
                   ASSIGN TO DYNAMIC DELIVERED-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DELIVERED-KEY
                   FILE STATUS IS DELIVERED-FILE-STATUS.
               SELECT LISTING-FD
                   ASSIGN TO DYNAMIC LISTING-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LISTING-FILE-STATUS.
               SELECT DELIVERY-LOG-FD
                   ASSIGN TO DYNAMIC DELIVERY-LOG-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DELIVERY-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  DIST-TABLE-FD
               LABEL RECORDS ARE STANDARD.
           01  DIST-TABLE-REC      PIC X(1500).

      *> One record per (output, file, recipient). A source that
      *> never appeared is marked once per day under the dist-id
      *> with path "*MISSING*" and the date in DELIVERED-MTIME.
           FD  DELIVERED-FD.
           01  DELIVERED-REC.
               05  DELIVERED-KEY.
                   10  DELIVERED-DIST-ID   PIC X(12).
                   10  DELIVERED-PATH      PIC X(100).
                   10  DELIVERED-MTIME     PIC X(12).
                   10  DELIVERED-SIZE      PIC X(15).
                   10  DELIVERED-RECIPIENT PIC X(100).
               05  DELIVERED-STATE         PIC X(1).
                   88  DELIVERY-DONE               VALUE "D".
                   88  DELIVERY-FAILED-SO-FAR      VALUE "F".
                   88  DELIVERY-GIVEN-UP           VALUE "X".
                   88  DELIVERY-MISSING-MARKED     VALUE "M".
               05  DELIVERED-ATTEMPTS      PIC 9(2).
               05  DELIVERED-STAMP         PIC X(14).

      *> First line: the clock in epoch seconds; then one
      *> mtime|size|local-time|path line per regular file matched.
           FD  LISTING-FD
               LABEL RECORDS ARE STANDARD.
           01  LISTING-REC         PIC X(350).

           FD  DELIVERY-LOG-FD
               LABEL RECORDS ARE STANDARD.
           01  DELIVERY-LOG-REC    PIC X(500).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-DISTRIBUTE".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  DIST-ELAPSED    PIC 9(9) VALUE 0.
               01  ALERT-KEY-TEXT  PIC X(100).

               01  DIST-TABLE-PATH PIC X(100) VALUE
                       "/tmp/deno-distribution.txt".
               01  DELIVERED-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-delivered.dat".
               01  DELIVERY-LOG-PATH PIC X(100) VALUE
                       "/tmp/deno-delivery-log.txt".
               01  MAILER-NAME     PIC X(100) VALUE "mail".
               01  LISTING-FILE-PATH PIC X(100).
               01  DIST-TABLE-STATUS PIC XX.
               01  DELIVERED-FILE-STATUS PIC XX.
               01  LISTING-FILE-STATUS PIC XX.
               01  DELIVERY-LOG-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  TABLE-EOF       PIC X.
                   88  NO-MORE-OUTPUTS         VALUE "Y".
               01  LISTING-EOF     PIC X.
                   88  NO-MORE-LISTING-LINES   VALUE "Y".

               01  DIST-LOCK-KEY   PIC X(100) VALUE "deno-distribute".
               01  LOCK-ACTION     PIC X(1).
               01  LOCK-STATUS     PIC S9(4) COMP.

               01  BUSDATE-ACTION  PIC X(1) VALUE "B".
               01  BUSDATE-VALUE   PIC X(8).
               01  BUSDAY-STATUS   PIC S9(4) COMP.

               01  STABLE-SECS     PIC 9(6) VALUE 60.
               01  MAX-ATTEMPTS    PIC 9(2) VALUE 5.
               01  TODAY-DATE      PIC X(8).
               01  NOW-HHMM        PIC X(4).
               01  NOW-STAMP       PIC X(14).

      *> The distribution record being worked.
               01  DT-ID           PIC X(12).
               01  DT-PATTERN      PIC X(200).
               01  DT-METHOD       PIC X(8).
                   88  DT-DIRECTORY-DROP       VALUE "DIR".
                   88  DT-MAIL                 VALUE "MAIL".
                   88  DT-ARCHIVE-COPY         VALUE "ARCHIVE".
               01  DT-RECIPIENT-LIST PIC X(1000).
               01  DT-SCHEDULE     PIC X(30).
               01  DT-SUBJECT      PIC X(100).
               01  SCHED-KIND      PIC X(10).
                   88  SCHED-ANY               VALUE "ANY" SPACES.
                   88  SCHED-DAILY             VALUE "DAILY".
                   88  SCHED-BUSDAY            VALUE "BUSDAY".
                   88  SCHED-MONTHLY           VALUE "MONTHLY".
               01  SCHED-PARM-1    PIC X(10).
               01  SCHED-PARM-2    PIC X(10).
               01  SCHED-DUE-HHMM  PIC X(4).
               01  SCHED-DAY       PIC X(2).
               01  RECIPIENT-TABLE.
                   05  RECIPIENT-ENTRY PIC X(100) OCCURS 10 TIMES.
               01  RECIPIENT-FIELDS PIC 9(2).
               01  RECIPIENT-COUNT PIC 9(2).
               01  RECIPIENT-IDX   PIC 9(2).
               01  OUTPUT-OK-FLAG  PIC X.
                   88  OUTPUT-IS-USABLE        VALUE "Y".
               01  OUTPUT-FAIL-TEXT PIC X(80).
               01  OUTPUT-DUE-FLAG PIC X.
                   88  OUTPUT-IS-DUE           VALUE "Y".
               01  SOURCE-SEEN-COUNT PIC 9(4).
               01  PATTERN-LEN     PIC 9(3).
               01  PATTERN-IDX     PIC 9(3).
               01  PATTERN-CHAR    PIC X(1).

      *> One matched file.
               01  LISTING-NOW-TEXT PIC X(20).
               01  NOW-EPOCH       PIC 9(12) VALUE 0.
               01  FILE-MTIME-TEXT PIC X(20).
               01  FILE-SIZE-TEXT  PIC X(20).
               01  FILE-LOCAL-TIME PIC X(40).
               01  FILE-PATH-TEXT  PIC X(250).
               01  FILE-NAME-TEXT  PIC X(100).
               01  FILE-MTIME      PIC 9(12).
               01  FILE-AGE-SECS   PIC S9(12).
               01  FILE-WRITTEN-DATE PIC X(8).
               01  SLASH-POS       PIC 9(3).
               01  SCAN-IDX        PIC 9(3).

      *> One delivery.
               01  REGISTER-FOUND-FLAG PIC X.
                   88  REGISTER-ENTRY-FOUND    VALUE "Y".
               01  DELIVERY-STATUS PIC S9(4) COMP.
               01  DELIVERY-OUTCOME PIC X(9).
               01  DELIVERY-DETAIL PIC X(100).
               01  DELIVERY-RECIPIENT PIC X(100).
               01  DELIVER-CMD     PIC X(2000).
               01  DELIVER-CMD-PTR PIC 9(4).
               01  ESCAPE-RAW      PIC X(100).
               01  ESCAPED-TEXT    PIC X(400).
               01  ESCAPED-SOURCE  PIC X(400).
               01  ESCAPED-TARGET  PIC X(400).
               01  ESCAPED-NAME    PIC X(400).
               01  SHELL-RET-VAL   PIC S9(9) COMP.
               01  RET-DISPLAY     PIC -(8)9.
               01  ATTEMPT-DISPLAY PIC Z9.
               01  LIST-CMD        PIC X(600).
               01  LIST-CLEAN-CMD  PIC X(130).
               01  PASS-DISCRIMINATOR PIC X(8).
               COPY DENOSTAT.

               01  OUTPUT-COUNT    PIC 9(4) VALUE 0.
               01  DELIVERED-COUNT PIC 9(4) VALUE 0.
               01  WAITING-COUNT   PIC 9(4) VALUE 0.
               01  FAILURE-COUNT   PIC 9(4) VALUE 0.
               01  MISSING-COUNT   PIC 9(4) VALUE 0.
               01  OUTPUT-DISPLAY  PIC Z(3)9.
               01  DELIVERED-DISPLAY PIC Z(3)9.
               01  WAITING-DISPLAY PIC Z(3)9.
               01  FAILURE-DISPLAY PIC Z(3)9.
               01  MISSING-DISPLAY PIC Z(3)9.

       PROCEDURE DIVISION.
           PERFORM READ-DISTRIBUTE-SETTINGS
           MOVE "A" TO LOCK-ACTION
           CALL "DENO-LOCK" USING DIST-LOCK-KEY LOCK-ACTION
               LOCK-STATUS
           IF LOCK-STATUS NOT = 0
               DISPLAY "DENO-DISTRIBUTE: previous pass still running; "
                   "nothing done"
               STOP RUN
           END-IF

           OPEN INPUT DIST-TABLE-FD
           IF DIST-TABLE-STATUS NOT = "00"
               DISPLAY "DENO-DISTRIBUTE: no distribution table at "
                   FUNCTION TRIM(DIST-TABLE-PATH)
               PERFORM RELEASE-DISTRIBUTE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DELIVERED-FD
           IF DELIVERED-FILE-STATUS = "35"
               OPEN OUTPUT DELIVERED-FD
               CLOSE DELIVERED-FD
               OPEN I-O DELIVERED-FD
           END-IF
           IF DELIVERED-FILE-STATUS NOT = "00"
               DISPLAY "DENO-DISTRIBUTE: delivery register "
                   FUNCTION TRIM(DELIVERED-FILE-PATH)
                   " unavailable STATUS=" DELIVERED-FILE-STATUS
                   "; nothing sent"
               CLOSE DIST-TABLE-FD
               PERFORM RELEASE-DISTRIBUTE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND DELIVERY-LOG-FD
           IF DELIVERY-LOG-STATUS = "35"
               OPEN OUTPUT DELIVERY-LOG-FD
           END-IF
           IF DELIVERY-LOG-STATUS NOT = "00"
               DISPLAY "DENO-DISTRIBUTE: delivery log "
                   FUNCTION TRIM(DELIVERY-LOG-PATH)
                   " unavailable STATUS=" DELIVERY-LOG-STATUS
                   "; nothing sent"
               CLOSE DIST-TABLE-FD
               CLOSE DELIVERED-FD
               PERFORM RELEASE-DISTRIBUTE-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO TABLE-EOF
           PERFORM UNTIL NO-MORE-OUTPUTS
               READ DIST-TABLE-FD
                   AT END
                       MOVE "Y" TO TABLE-EOF
                   NOT AT END
                       IF DIST-TABLE-REC NOT = SPACES
                         AND DIST-TABLE-REC(1:1) NOT = "#"
                           PERFORM PROCESS-ONE-OUTPUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-TABLE-FD
           CLOSE DELIVERED-FD
           CLOSE DELIVERY-LOG-FD
           MOVE SPACES TO LIST-CLEAN-CMD
           STRING "rm -f '"                        DELIMITED BY SIZE
                  FUNCTION TRIM(LISTING-FILE-PATH)  DELIMITED BY SIZE
                  "'"                              DELIMITED BY SIZE
                  INTO LIST-CLEAN-CMD
           CALL "SYSTEM" USING LIST-CLEAN-CMD RETURNING SHELL-RET-VAL
           PERFORM RELEASE-DISTRIBUTE-LOCK

           MOVE OUTPUT-COUNT TO OUTPUT-DISPLAY
           MOVE DELIVERED-COUNT TO DELIVERED-DISPLAY
           MOVE WAITING-COUNT TO WAITING-DISPLAY
           MOVE FAILURE-COUNT TO FAILURE-DISPLAY
           MOVE MISSING-COUNT TO MISSING-DISPLAY
           DISPLAY "DENO-DISTRIBUTE: " FUNCTION TRIM(OUTPUT-DISPLAY)
               " outputs, " FUNCTION TRIM(DELIVERED-DISPLAY)
               " delivered, " FUNCTION TRIM(WAITING-DISPLAY)
               " not yet stable, " FUNCTION TRIM(FAILURE-DISPLAY)
               " failures, " FUNCTION TRIM(MISSING-DISPLAY)
               " missing"
           IF FAILURE-COUNT > 0 OR MISSING-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-DISTRIBUTE-SETTINGS.
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DIST_TABLE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO DIST-TABLE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DIST_REGISTER"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO DELIVERED-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DIST_LOG"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO DELIVERY-LOG-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DIST_MAILER"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO MAILER-NAME
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DIST_STABLE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(ENV-PATH-TEXT))
                   = 0
             AND FUNCTION NUMVAL(FUNCTION TRIM(ENV-PATH-TEXT)) >= 0
             AND FUNCTION NUMVAL(FUNCTION TRIM(ENV-PATH-TEXT))
                   <= 86400
               COMPUTE STABLE-SECS =
                   FUNCTION NUMVAL(FUNCTION TRIM(ENV-PATH-TEXT))
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO NOW-HHMM
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
      *> Per-invocation discriminator (the DENO-BATCH scratch-file
      *> convention) for the listing file.
           MOVE SPACES TO PASS-DISCRIMINATOR
           STRING FUNCTION CURRENT-DATE(9:2)       DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(11:2)      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(13:2)      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(15:2)      DELIMITED BY SIZE
                  INTO PASS-DISCRIMINATOR
           MOVE SPACES TO LISTING-FILE-PATH
           STRING "/tmp/deno-distribute-list-"     DELIMITED BY SIZE
                  PASS-DISCRIMINATOR                DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO LISTING-FILE-PATH.

       RELEASE-DISTRIBUTE-LOCK.
           MOVE "R" TO LOCK-ACTION
           CALL "DENO-LOCK" USING DIST-LOCK-KEY LOCK-ACTION
               LOCK-STATUS.

       PROCESS-ONE-OUTPUT.
           ADD 1 TO OUTPUT-COUNT
           MOVE SPACES TO DT-ID DT-PATTERN DT-METHOD DT-RECIPIENT-LIST
           MOVE SPACES TO DT-SCHEDULE DT-SUBJECT
           UNSTRING DIST-TABLE-REC DELIMITED BY "|"
               INTO DT-ID DT-PATTERN DT-METHOD DT-RECIPIENT-LIST
                    DT-SCHEDULE DT-SUBJECT
           END-UNSTRING
           MOVE FUNCTION TRIM(DT-ID) TO DT-ID
           MOVE FUNCTION TRIM(DT-PATTERN) TO DT-PATTERN
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DT-METHOD))
               TO DT-METHOD
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DT-SCHEDULE))
               TO DT-SCHEDULE
           MOVE FUNCTION TRIM(DT-SUBJECT) TO DT-SUBJECT
           IF DT-SUBJECT = SPACES
               MOVE DT-ID TO DT-SUBJECT
           END-IF
           PERFORM VALIDATE-OUTPUT
           IF NOT OUTPUT-IS-USABLE
               ADD 1 TO FAILURE-COUNT
               DISPLAY "DENO-DISTRIBUTE: output '" FUNCTION TRIM(DT-ID)
                   "' not usable: " FUNCTION TRIM(OUTPUT-FAIL-TEXT)
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-OUTPUT-DUE
           IF NOT OUTPUT-IS-DUE
               EXIT PARAGRAPH
           END-IF

      *> The pattern is expanded by the shell on purpose (that is
      *> what makes it a pattern); VALIDATE-OUTPUT has already
      *> limited it to path and wildcard characters. Each match is
      *> quoted from there on.
           MOVE SPACES TO LIST-CMD
           STRING "( date +%s ; for f in "         DELIMITED BY SIZE
                  FUNCTION TRIM(DT-PATTERN)         DELIMITED BY SIZE
                  " ; do [ -f ""$f"" ] && stat -c '%Y|%s|%y|%n' "
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
               DISPLAY "DENO-DISTRIBUTE: output '" FUNCTION TRIM(DT-ID)
                   "': cannot list " FUNCTION TRIM(DT-PATTERN)
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
               DISPLAY "DENO-DISTRIBUTE: output '" FUNCTION TRIM(DT-ID)
                   "': no clock reading in listing; skipped"
               CLOSE LISTING-FD
               EXIT PARAGRAPH
           END-IF
           COMPUTE NOW-EPOCH = FUNCTION NUMVAL(LISTING-NOW-TEXT)
           MOVE 0 TO SOURCE-SEEN-COUNT
           PERFORM UNTIL NO-MORE-LISTING-LINES
               READ LISTING-FD
                   AT END
                       MOVE "Y" TO LISTING-EOF
                   NOT AT END
                       IF LISTING-REC NOT = SPACES
                           PERFORM PROCESS-ONE-SOURCE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LISTING-FD
           IF NOT SCHED-ANY AND SOURCE-SEEN-COUNT = 0
               PERFORM REPORT-SOURCE-MISSING
           END-IF.

      *> A distribution record is refused whole rather than sent
      *> with a guessed meaning.
       VALIDATE-OUTPUT.
           MOVE "Y" TO OUTPUT-OK-FLAG
           MOVE SPACES TO OUTPUT-FAIL-TEXT
           MOVE SPACES TO SCHED-KIND SCHED-PARM-1 SCHED-PARM-2
           MOVE SPACES TO SCHED-DUE-HHMM SCHED-DAY
           UNSTRING DT-SCHEDULE DELIMITED BY ALL SPACE
               INTO SCHED-KIND SCHED-PARM-1 SCHED-PARM-2
           END-UNSTRING
           IF SCHED-MONTHLY
               MOVE SCHED-PARM-1(1:2) TO SCHED-DAY
               MOVE SCHED-PARM-2(1:4) TO SCHED-DUE-HHMM
           ELSE
               MOVE SCHED-PARM-1(1:4) TO SCHED-DUE-HHMM
           END-IF
           EVALUATE TRUE
               WHEN DT-ID = SPACES
                   MOVE "NO DISTRIBUTION ID" TO OUTPUT-FAIL-TEXT
               WHEN DT-PATTERN(1:1) NOT = "/"
                   MOVE "SOURCE PATTERN MUST BE AN ABSOLUTE PATH"
                       TO OUTPUT-FAIL-TEXT
               WHEN NOT DT-DIRECTORY-DROP AND NOT DT-MAIL
                 AND NOT DT-ARCHIVE-COPY
                   MOVE "METHOD MUST BE DIR, MAIL OR ARCHIVE"
                       TO OUTPUT-FAIL-TEXT
               WHEN NOT SCHED-ANY AND NOT SCHED-DAILY
                 AND NOT SCHED-BUSDAY AND NOT SCHED-MONTHLY
                   MOVE "SCHEDULE MUST BE ANY, DAILY, BUSDAY OR MONTHLY"
                       TO OUTPUT-FAIL-TEXT
               WHEN NOT SCHED-ANY
                 AND (SCHED-DUE-HHMM IS NOT NUMERIC
                      OR SCHED-DUE-HHMM(1:2) > "23"
                      OR SCHED-DUE-HHMM(3:2) > "59")
                   MOVE "SCHEDULE TIME MUST BE HHMM"
                       TO OUTPUT-FAIL-TEXT
               WHEN SCHED-MONTHLY
                 AND (SCHED-DAY IS NOT NUMERIC
                      OR SCHED-DAY < "01" OR SCHED-DAY > "31")
                   MOVE "MONTHLY SCHEDULE NEEDS A DAY 01-31"
                       TO OUTPUT-FAIL-TEXT
           END-EVALUATE
           IF OUTPUT-FAIL-TEXT NOT = SPACES
               MOVE "N" TO OUTPUT-OK-FLAG
               EXIT PARAGRAPH
           END-IF

           INITIALIZE RECIPIENT-TABLE
           MOVE 0 TO RECIPIENT-FIELDS
           UNSTRING DT-RECIPIENT-LIST DELIMITED BY ","
               INTO RECIPIENT-ENTRY(1) RECIPIENT-ENTRY(2)
                    RECIPIENT-ENTRY(3) RECIPIENT-ENTRY(4)
                    RECIPIENT-ENTRY(5) RECIPIENT-ENTRY(6)
                    RECIPIENT-ENTRY(7) RECIPIENT-ENTRY(8)
                    RECIPIENT-ENTRY(9) RECIPIENT-ENTRY(10)
               TALLYING IN RECIPIENT-FIELDS
           END-UNSTRING
           MOVE 0 TO RECIPIENT-COUNT
           PERFORM VARYING RECIPIENT-IDX FROM 1 BY 1
                   UNTIL RECIPIENT-IDX > RECIPIENT-FIELDS
               MOVE FUNCTION TRIM(RECIPIENT-ENTRY(RECIPIENT-IDX))
                   TO DELIVERY-RECIPIENT
               IF DELIVERY-RECIPIENT NOT = SPACES
                   ADD 1 TO RECIPIENT-COUNT
                   MOVE DELIVERY-RECIPIENT
                       TO RECIPIENT-ENTRY(RECIPIENT-COUNT)
                   IF NOT DT-MAIL
                     AND DELIVERY-RECIPIENT(1:1) NOT = "/"
                       MOVE "N" TO OUTPUT-OK-FLAG
                       MOVE "RECIPIENT DIRECTORY MUST BE ABSOLUTE"
                           TO OUTPUT-FAIL-TEXT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING RECIPIENT-IDX FROM RECIPIENT-COUNT BY 1
                   UNTIL RECIPIENT-IDX >= 10
               MOVE SPACES TO RECIPIENT-ENTRY(RECIPIENT-IDX + 1)
           END-PERFORM
           IF RECIPIENT-COUNT = 0
               MOVE "N" TO OUTPUT-OK-FLAG
               MOVE "NO RECIPIENTS" TO OUTPUT-FAIL-TEXT
           END-IF
           IF NOT OUTPUT-IS-USABLE
               EXIT PARAGRAPH
           END-IF

      *> Path characters and wildcards only: the pattern reaches the
      *> shell unquoted.
           COMPUTE PATTERN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(DT-PATTERN))
           PERFORM VARYING PATTERN-IDX FROM 1 BY 1
                   UNTIL PATTERN-IDX > PATTERN-LEN
                      OR NOT OUTPUT-IS-USABLE
               MOVE DT-PATTERN(PATTERN-IDX:1) TO PATTERN-CHAR
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
                   MOVE "N" TO OUTPUT-OK-FLAG
                   MOVE "SOURCE PATTERN HAS A CHARACTER NOT ALLOWED"
                       TO OUTPUT-FAIL-TEXT
               END-IF
               IF PATTERN-CHAR = SPACE
                   MOVE "N" TO OUTPUT-OK-FLAG
                   MOVE "SOURCE PATTERN HAS A CHARACTER NOT ALLOWED"
                       TO OUTPUT-FAIL-TEXT
               END-IF
           END-PERFORM.

      *> ANY is always due. A scheduled output is due from its time
      *> onward on its day: every day, business days only, or one
      *> day of the month. Before that nothing is sent or missed.
       CHECK-OUTPUT-DUE.
           MOVE "Y" TO OUTPUT-DUE-FLAG
           IF SCHED-ANY
               EXIT PARAGRAPH
           END-IF
           IF NOW-HHMM < SCHED-DUE-HHMM
               MOVE "N" TO OUTPUT-DUE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF SCHED-MONTHLY AND TODAY-DATE(7:2) NOT = SCHED-DAY
               MOVE "N" TO OUTPUT-DUE-FLAG
               EXIT PARAGRAPH
           END-IF
           IF SCHED-BUSDAY
               MOVE "B" TO BUSDATE-ACTION
               MOVE TODAY-DATE TO BUSDATE-VALUE
               CALL "DENO-BUSDATE" USING BUSDATE-ACTION BUSDATE-VALUE
                   BUSDAY-STATUS
               IF BUSDAY-STATUS NOT = 0
                   MOVE "N" TO OUTPUT-DUE-FLAG
               END-IF
           END-IF.

       PROCESS-ONE-SOURCE.
           MOVE SPACES TO FILE-MTIME-TEXT FILE-SIZE-TEXT
           MOVE SPACES TO FILE-LOCAL-TIME FILE-PATH-TEXT
           UNSTRING LISTING-REC DELIMITED BY "|"
               INTO FILE-MTIME-TEXT FILE-SIZE-TEXT FILE-LOCAL-TIME
                    FILE-PATH-TEXT
           END-UNSTRING
           IF FILE-MTIME-TEXT = SPACES
             OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(FILE-MTIME-TEXT))
                   NOT = 0
             OR FILE-PATH-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
      *> A scheduled output sends that day's file only: yesterday's
      *> copy still lying in the directory is not today's report.
           MOVE SPACES TO FILE-WRITTEN-DATE
           STRING FILE-LOCAL-TIME(1:4)             DELIMITED BY SIZE
                  FILE-LOCAL-TIME(6:2)             DELIMITED BY SIZE
                  FILE-LOCAL-TIME(9:2)             DELIMITED BY SIZE
                  INTO FILE-WRITTEN-DATE
           IF NOT SCHED-ANY AND FILE-WRITTEN-DATE NOT = TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SOURCE-SEEN-COUNT
           IF FILE-PATH-TEXT(101:) NOT = SPACES
               ADD 1 TO FAILURE-COUNT
               DISPLAY "DENO-DISTRIBUTE: output '" FUNCTION TRIM(DT-ID)
                   "': path longer than 100 bytes not sent: "
                   FUNCTION TRIM(FILE-PATH-TEXT)
               EXIT PARAGRAPH
           END-IF
           COMPUTE FILE-MTIME =
               FUNCTION NUMVAL(FUNCTION TRIM(FILE-MTIME-TEXT))
           COMPUTE FILE-AGE-SECS = NOW-EPOCH - FILE-MTIME
           IF FILE-AGE-SECS < STABLE-SECS
               ADD 1 TO WAITING-COUNT
               EXIT PARAGRAPH
           END-IF
      *> Base name, for the drop and archive copies.
           MOVE 0 TO SLASH-POS
           PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 100
               IF FILE-PATH-TEXT(SCAN-IDX:1) = "/"
                   MOVE SCAN-IDX TO SLASH-POS
               END-IF
           END-PERFORM
           MOVE SPACES TO FILE-NAME-TEXT
           MOVE FILE-PATH-TEXT(SLASH-POS + 1:100 - SLASH-POS)
               TO FILE-NAME-TEXT
           PERFORM VARYING RECIPIENT-IDX FROM 1 BY 1
                   UNTIL RECIPIENT-IDX > RECIPIENT-COUNT
               MOVE RECIPIENT-ENTRY(RECIPIENT-IDX)
                   TO DELIVERY-RECIPIENT
               PERFORM DELIVER-TO-RECIPIENT
           END-PERFORM.

      *> One file to one recipient, unless the register says it has
      *> already gone there or has been given up on.
       DELIVER-TO-RECIPIENT.
           PERFORM SET-DELIVERY-KEY
           MOVE "N" TO REGISTER-FOUND-FLAG
           READ DELIVERED-FD
               INVALID KEY
                   PERFORM SET-DELIVERY-KEY
               NOT INVALID KEY
                   MOVE "Y" TO REGISTER-FOUND-FLAG
           END-READ
           IF REGISTER-ENTRY-FOUND
             AND (DELIVERY-DONE OR DELIVERY-GIVEN-UP)
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN DT-DIRECTORY-DROP
                   PERFORM BUILD-DIRECTORY-DROP
               WHEN DT-MAIL
                   PERFORM BUILD-MAIL-SEND
               WHEN DT-ARCHIVE-COPY
                   PERFORM BUILD-ARCHIVE-COPY
           END-EVALUATE
           CALL "SYSTEM" USING DELIVER-CMD RETURNING SHELL-RET-VAL

           ADD 1 TO DELIVERED-ATTEMPTS
           MOVE FUNCTION CURRENT-DATE(1:14) TO DELIVERED-STAMP
           MOVE DELIVERED-ATTEMPTS TO ATTEMPT-DISPLAY
           MOVE SPACES TO DELIVERY-DETAIL
           IF SHELL-RET-VAL = 0
               MOVE "D" TO DELIVERED-STATE
               MOVE 0 TO DELIVERY-STATUS
               MOVE "DELIVERED" TO DELIVERY-OUTCOME
               STRING "ATTEMPT "                   DELIMITED BY SIZE
                      FUNCTION TRIM(ATTEMPT-DISPLAY) DELIMITED BY SIZE
                      INTO DELIVERY-DETAIL
               ADD 1 TO DELIVERED-COUNT
           ELSE
               MOVE SHELL-RET-VAL TO RET-DISPLAY
               MOVE 109 TO DELIVERY-STATUS
               ADD 1 TO FAILURE-COUNT
               IF DELIVERED-ATTEMPTS >= MAX-ATTEMPTS
                   MOVE "X" TO DELIVERED-STATE
                   MOVE "GAVE-UP" TO DELIVERY-OUTCOME
               ELSE
                   MOVE "F" TO DELIVERED-STATE
                   MOVE "FAILED" TO DELIVERY-OUTCOME
               END-IF
               STRING "ATTEMPT "                   DELIMITED BY SIZE
                      FUNCTION TRIM(ATTEMPT-DISPLAY) DELIMITED BY SIZE
                      " RC="                       DELIMITED BY SIZE
                      FUNCTION TRIM(RET-DISPLAY)    DELIMITED BY SIZE
                      INTO DELIVERY-DETAIL
           END-IF
           IF REGISTER-ENTRY-FOUND
               REWRITE DELIVERED-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE DELIVERED-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           PERFORM LOG-DELIVERY
           PERFORM AUDIT-DELIVERY
      *> Alert on the first failure and on giving up - not on every
      *> retry in between.
           IF DELIVERY-STATUS NOT = 0
             AND (DELIVERED-ATTEMPTS = 1
                  OR DELIVERY-OUTCOME = "GAVE-UP")
               MOVE SPACES TO ALERT-KEY-TEXT
               STRING FUNCTION TRIM(DT-ID)          DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(DELIVERY-RECIPIENT)
                                                    DELIMITED BY SIZE
                      INTO ALERT-KEY-TEXT
               MOVE DELIVERY-STATUS TO STATUS-CODE
               CALL "DENO-ALERT" USING AUDIT-PROG-NAME ALERT-KEY-TEXT
                   STATUS-CODE
           END-IF.

       SET-DELIVERY-KEY.
           MOVE SPACES TO DELIVERED-REC
           MOVE DT-ID TO DELIVERED-DIST-ID
           MOVE FILE-PATH-TEXT(1:100) TO DELIVERED-PATH
           MOVE FUNCTION TRIM(FILE-MTIME-TEXT) TO DELIVERED-MTIME
           MOVE FUNCTION TRIM(FILE-SIZE-TEXT) TO DELIVERED-SIZE
           MOVE DELIVERY-RECIPIENT TO DELIVERED-RECIPIENT
           MOVE 0 TO DELIVERED-ATTEMPTS.

      *> Copy beside the target as name.part and rename into place:
      *> whoever collects from the drop never picks up a partial copy.
       BUILD-DIRECTORY-DROP.
           PERFORM ESCAPE-DELIVERY-NAMES
           MOVE SPACES TO DELIVER-CMD
           STRING "cp '"                           DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-SOURCE)     DELIMITED BY SIZE
                  "' '"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TARGET)     DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-NAME)       DELIMITED BY SIZE
                  ".part' && mv -f '"              DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TARGET)     DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-NAME)       DELIMITED BY SIZE
                  ".part' '"                       DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TARGET)     DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-NAME)       DELIMITED BY SIZE
                  "' 2>/dev/null"                  DELIMITED BY SIZE
                  INTO DELIVER-CMD.

       BUILD-MAIL-SEND.
           PERFORM ESCAPE-DELIVERY-NAMES
           MOVE MAILER-NAME TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-TEXT
           MOVE SPACES TO DELIVER-CMD
           MOVE 1 TO DELIVER-CMD-PTR
           STRING "'"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TEXT)       DELIMITED BY SIZE
                  "' -s '"                         DELIMITED BY SIZE
                  INTO DELIVER-CMD
                  WITH POINTER DELIVER-CMD-PTR
           MOVE DT-SUBJECT TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-TEXT
           STRING FUNCTION TRIM(ESCAPED-TEXT)       DELIMITED BY SIZE
                  "' '"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TARGET)     DELIMITED BY SIZE
                  "' < '"                          DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-SOURCE)     DELIMITED BY SIZE
                  "' > /dev/null 2>&1"             DELIMITED BY SIZE
                  INTO DELIVER-CMD
                  WITH POINTER DELIVER-CMD-PTR.

      *> Stamped with the pass time so successive days' files of the
      *> same name sit side by side in the archive.
       BUILD-ARCHIVE-COPY.
           PERFORM ESCAPE-DELIVERY-NAMES
           MOVE SPACES TO DELIVER-CMD
           STRING "mkdir -p '"                     DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TARGET)     DELIMITED BY SIZE
                  "' && cp '"                      DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-SOURCE)     DELIMITED BY SIZE
                  "' '"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-TARGET)     DELIMITED BY SIZE
                  "/"                              DELIMITED BY SIZE
                  FUNCTION TRIM(ESCAPED-NAME)       DELIMITED BY SIZE
                  "."                              DELIMITED BY SIZE
                  NOW-STAMP                         DELIMITED BY SIZE
                  "' 2>/dev/null"                  DELIMITED BY SIZE
                  INTO DELIVER-CMD.

       ESCAPE-DELIVERY-NAMES.
           MOVE FILE-PATH-TEXT(1:100) TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-SOURCE
           MOVE DELIVERY-RECIPIENT TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-TARGET
           MOVE FILE-NAME-TEXT TO ESCAPE-RAW
           CALL "DENO-SHELL-ESCAPE" USING ESCAPE-RAW ESCAPED-NAME.

      *> A scheduled output with no file of the day by its due time.
      *> Marked in the register so the alert goes once a day, not
      *> once a pass; a file that turns up later still goes out.
       REPORT-SOURCE-MISSING.
           MOVE SPACES TO DELIVERED-REC
           MOVE DT-ID TO DELIVERED-DIST-ID
           MOVE "*MISSING*" TO DELIVERED-PATH
           MOVE TODAY-DATE TO DELIVERED-MTIME
           READ DELIVERED-FD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO DELIVERED-REC
           MOVE DT-ID TO DELIVERED-DIST-ID
           MOVE "*MISSING*" TO DELIVERED-PATH
           MOVE TODAY-DATE TO DELIVERED-MTIME
           MOVE "M" TO DELIVERED-STATE
           MOVE 0 TO DELIVERED-ATTEMPTS
           MOVE FUNCTION CURRENT-DATE(1:14) TO DELIVERED-STAMP
           WRITE DELIVERED-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO MISSING-COUNT
           MOVE 109 TO DELIVERY-STATUS
           MOVE "MISSING" TO DELIVERY-OUTCOME
           MOVE SPACES TO DELIVERY-RECIPIENT FILE-PATH-TEXT
           MOVE DT-PATTERN TO FILE-PATH-TEXT
           MOVE SPACES TO DELIVERY-DETAIL
           STRING "NO FILE WRITTEN TODAY BY "      DELIMITED BY SIZE
                  SCHED-DUE-HHMM                    DELIMITED BY SIZE
                  " ("                             DELIMITED BY SIZE
                  FUNCTION TRIM(DT-SCHEDULE)        DELIMITED BY SIZE
                  ")"                              DELIMITED BY SIZE
                  INTO DELIVERY-DETAIL
           PERFORM LOG-DELIVERY
           PERFORM AUDIT-DELIVERY
           MOVE SPACES TO ALERT-KEY-TEXT
           STRING FUNCTION TRIM(DT-ID)              DELIMITED BY SIZE
                  " MISSING"                       DELIMITED BY SIZE
                  INTO ALERT-KEY-TEXT
           MOVE DELIVERY-STATUS TO STATUS-CODE
           CALL "DENO-ALERT" USING AUDIT-PROG-NAME ALERT-KEY-TEXT
               STATUS-CODE.

       LOG-DELIVERY.
           MOVE SPACES TO DELIVERY-LOG-REC
           STRING FUNCTION CURRENT-DATE(1:14)      DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(DT-ID)              DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(DT-METHOD)          DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(DELIVERY-RECIPIENT) DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(FILE-PATH-TEXT)     DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(DELIVERY-OUTCOME)   DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(DELIVERY-DETAIL)    DELIMITED BY SIZE
                  INTO DELIVERY-LOG-REC
           WRITE DELIVERY-LOG-REC.

       AUDIT-DELIVERY.
           MOVE SPACES TO AUDIT-CMD-TEXT
           IF DELIVERY-OUTCOME = "MISSING"
               STRING "SOURCE MISSING "            DELIMITED BY SIZE
                      FUNCTION TRIM(DT-ID)          DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(DT-PATTERN)     DELIMITED BY SIZE
                      " - "                        DELIMITED BY SIZE
                      FUNCTION TRIM(DELIVERY-DETAIL)
                                                    DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
           ELSE
               STRING FUNCTION TRIM(DELIVERY-OUTCOME)
                                                    DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(DT-ID)          DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(FILE-PATH-TEXT) DELIMITED BY SIZE
                      " VIA "                      DELIMITED BY SIZE
                      FUNCTION TRIM(DT-METHOD)      DELIMITED BY SIZE
                      " TO "                       DELIMITED BY SIZE
                      FUNCTION TRIM(DELIVERY-RECIPIENT)
                                                    DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(DELIVERY-DETAIL)
                                                    DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
           END-IF
           MOVE DELIVERY-STATUS TO STATUS-CODE
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               DIST-ELAPSED
           DISPLAY "DENO-DISTRIBUTE: " FUNCTION TRIM(AUDIT-CMD-TEXT).
