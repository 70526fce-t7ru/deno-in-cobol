       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-SIEM-FEED.

      *> Security-event feed of the audit trail for the corporate
      *> SIEM. The dated audit logs are 11000-byte lines only our
      *> own programs parse; this extract turns each new entry into
      *> a standard syslog record (RFC 5424 header) carrying a CEF
      *> event, appended to the feed file the SIEM's collector
      *> tails (DENO_SIEM_OUTPUT, default /tmp/deno-siem-feed.log).
      *>
      *>   DENO_SIEM_DATE        last business date to extract,
      *>                         YYYYMMDD (default: the business
      *>                         date)
      *>   DENO_SIEM_DAYS        how many dated logs back from it to
      *>                         walk (default 2, so the tail of
      *>                         last night's log written after the
      *>                         previous extract still goes out)
      *>   DENO_SIEM_HOST        syslog HOSTNAME (default HOSTNAME,
      *>                         else "deno-bridge")
      *>
      *> A cursor per dated log (/tmp/deno-siem.YYYYMMDD.cursor)
      *> holds the highest SEQ= already sent - the gapless line
      *> numbering DENO-AUDIT-LOG writes and DENO-AUDIT-VERIFY
      *> checks - so each line goes out once however often the
      *> extract runs, and re-running after a failure re-sends
      *> nothing that was sent. The day's log is read under the
      *> audit-log DENO-LOCK so a half-written last line is never
      *> taken; if the lock cannot be had, that day waits for the
      *> next run.
      *>
      *> Each event carries the program, script, status, elapsed
      *> centiseconds, profile, audit SEQ and business date - and
      *> nothing else from the command text. The script is the
      *> quoted path after " run " (DENO-CHARGEBACK's rule), the
      *> profile the PROFILE= tag DENO-RUN writes; everything else
      *> in the command (arguments, the env prefix, inline source)
      *> stays in the audit log, so an env value can never reach
      *> the SIEM, masked or not.
      *>
      *> Severity (CEF 0-10 / syslog, facility 13 "log audit"):
      *>   status 0                                 3 / info
      *>   any other status                         5 / warning
      *>   91 flags rejected, 97 script unverified,
      *>   98 version rejected, 108 not authorized  8 / critical
      *>   audit chain break                       10 / alert
      *> Chain breaks are found by walking each day's log with
      *> DENO-AUDIT-VERIFY's rules (gapless SEQ, each HASH= over the
      *> prior hash and the line through its SEQ field): the first
      *> break in a log is sent once, as its own event, with the
      *> line number and kind; the cursor remembers it was sent.
      *> Lines after a break still go out - only the chain check
      *> stops there, as DENO-AUDIT-VERIFY's does.
      *>
      *> Ends 0, or 8 when a new chain break was found or the feed
      *> could not be written.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUDIT-HIST-FD
                   ASSIGN TO DYNAMIC AUDIT-HIST-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUDIT-HIST-STATUS.
               SELECT CURSOR-FD
                   ASSIGN TO DYNAMIC CURSOR-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CURSOR-FILE-STATUS.
               SELECT SIEM-FEED-FD
                   ASSIGN TO DYNAMIC SIEM-FEED-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SIEM-FEED-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *> Sized to DENO-AUDIT-LOG's widened AUDIT-REC, same as every
      *> other audit-log reader.
           FD  AUDIT-HIST-FD
               LABEL RECORDS ARE STANDARD.
           01  AUDIT-HIST-REC      PIC X(11000).

      *> Highest SEQ sent "|" line number of the chain break already
      *> reported (zero: none).
           FD  CURSOR-FD
               LABEL RECORDS ARE STANDARD.
           01  CURSOR-REC          PIC X(20).

           FD  SIEM-FEED-FD
               LABEL RECORDS ARE STANDARD.
           01  SIEM-FEED-REC       PIC X(800).

           WORKING-STORAGE SECTION.
               01  AUDIT-HIST-PATH PIC X(100).
               01  AUDIT-HIST-STATUS PIC XX.
               01  AUDIT-HIST-EOF  PIC X.
                   88  NO-MORE-HIST-LINES  VALUE "Y".
               01  CURSOR-FILE-PATH PIC X(100).
               01  CURSOR-FILE-STATUS PIC XX.
               01  SIEM-FEED-PATH  PIC X(100) VALUE
                       "/tmp/deno-siem-feed.log".
               01  SIEM-FEED-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).

               01  LAST-DATE-TEXT  PIC X(8).
               01  DAYS-TEXT       PIC X(10).
               01  DAYS-BACK       PIC 9(3) VALUE 2.
               01  FIRST-DATE-INT  PIC 9(9).
               01  LAST-DATE-INT   PIC 9(9).
               01  SCAN-DATE-INT   PIC 9(9).
               01  SCAN-DATE-NUM   PIC 9(8).
               01  SCAN-DATE-TEXT  PIC X(8).
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-STATUS  PIC S9(4) COMP.
               01  SYSLOG-HOST     PIC X(60).
               01  TZ-OFFSET       PIC X(6).

               01  AUDIT-LOCK-KEY  PIC X(100) VALUE "deno-audit-log".
               01  AUDIT-LOCK-ACTION PIC X(1).
               01  AUDIT-LOCK-STATUS PIC S9(4) COMP.

      *> Per-day cursor and chain state.
               01  CURSOR-SEQ      PIC 9(8).
               01  CURSOR-BREAK-LINE PIC 9(7).
               01  NEW-CURSOR-SEQ  PIC 9(8).
               01  CURSOR-SEQ-TEXT PIC X(8).
               01  CURSOR-BREAK-TEXT PIC X(7).
               01  LINE-NO         PIC 9(7).
               01  PRIOR-SEQ       PIC 9(8).
               01  PRIOR-HASH      PIC X(8).
               01  EXPECTED-SEQ    PIC 9(8).
               01  HASH-INPUT      PIC X(11000).
               01  HASH-INPUT-LEN  PIC 9(5).
               01  COMPUTED-HASH   PIC X(8).
               01  LINE-HASH       PIC X(8).
               01  CHAIN-STATE     PIC X VALUE "N".
                   88  CHAIN-STILL-INTACT      VALUE "N".
                   88  CHAIN-WAS-BROKEN        VALUE "Y".
               01  BREAK-KIND      PIC X(40).

      *> The audit line, taken apart by position exactly as
      *> DENO-AUDIT-QUERY does.
               01  HIST-TIMESTAMP  PIC X(30).
               01  HIST-PROGRAM    PIC X(20).
               01  HIST-REC-LEN    PIC 9(5).
               01  HIST-CMD-START  PIC 9(5).
               01  HIST-CMD-LEN    PIC 9(5).
               01  CMD-LEN-WORK    PIC S9(6).
               01  STATUS-DIGITS-TEXT PIC X(4).
               01  ELAPSED-DIGITS-TEXT PIC X(9).
               01  SEQ-DIGITS-TEXT PIC X(8).
               01  LINE-STATUS     PIC 9(4).
               01  LINE-ELAPSED    PIC 9(9).
               01  LINE-SEQ        PIC 9(8).
               01  TRAILER-OK-FLAG PIC X.
                   88  LINE-TRAILER-PARSED VALUE "Y".
               01  SCRIPT-PATH-TEXT PIC X(100).
               01  PROFILE-NAME-TEXT PIC X(30).
               01  SCAN-POS        PIC 9(5).
               01  SCAN-LIMIT      PIC 9(5).
               01  RUN-VERB-POS    PIC 9(5).
               01  QUOTE-START     PIC 9(5).
               01  QUOTE-END       PIC 9(5).
               01  FIELD-LEN       PIC 9(5).

      *> Event assembly.
               01  EVENT-SEVERITY  PIC 9(2).
               01  EVENT-PRI       PIC 9(3).
               01  EVENT-SIGNATURE PIC X(20).
               01  EVENT-NAME      PIC X(40).
               01  EVENT-OUTCOME   PIC X(10).
               01  EVENT-RFC-TIME  PIC X(30).
               01  EVENT-STAMP     PIC X(30).
               01  EVENT-CEF-TIME  PIC X(20).
               01  MONTH-NAMES     PIC X(36) VALUE
                       "JanFebMarAprMayJunJulAugSepOctNovDec".
               01  MONTH-NUM       PIC 9(2).
               01  ESCAPE-SRC      PIC X(100).
               01  ESCAPE-OUT      PIC X(200).
               01  ESCAPE-IDX      PIC 9(3).
               01  ESCAPE-PTR      PIC 9(3).
               01  ESCAPE-LEN      PIC 9(3).
               01  ESC-PROGRAM     PIC X(200).
               01  ESC-SCRIPT      PIC X(200).
               01  ESC-PROFILE     PIC X(200).
               01  FEED-LINE       PIC X(800).
               01  FEED-PTR        PIC 9(4).
               01  NUM-DISPLAY-1   PIC Z(8)9.
               01  NUM-DISPLAY-2   PIC Z(8)9.
               01  NUM-DISPLAY-3   PIC Z(8)9.
               01  SEV-DISPLAY     PIC Z9.
               01  PRI-DISPLAY     PIC ZZ9.

               01  SENT-COUNT      PIC 9(8) VALUE 0.
               01  RAISED-COUNT    PIC 9(8) VALUE 0.
               01  BREAK-COUNT     PIC 9(4) VALUE 0.
               01  DAY-SENT-COUNT  PIC 9(8).
               01  COUNT-DISPLAY-1 PIC Z(7)9.
               01  COUNT-DISPLAY-2 PIC Z(7)9.
               01  COUNT-DISPLAY-3 PIC Z(3)9.
               01  FEED-FAILED     PIC X VALUE "N".
                   88  FEED-HAS-FAILED         VALUE "Y".

       PROCEDURE DIVISION.
           PERFORM READ-SIEM-SETTINGS
           OPEN EXTEND SIEM-FEED-FD
           IF SIEM-FEED-STATUS = "35"
               OPEN OUTPUT SIEM-FEED-FD
           END-IF
           IF SIEM-FEED-STATUS NOT = "00"
               DISPLAY "DENO-SIEM-FEED: cannot open feed "
                   FUNCTION TRIM(SIEM-FEED-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM VARYING SCAN-DATE-INT FROM FIRST-DATE-INT BY 1
                   UNTIL SCAN-DATE-INT > LAST-DATE-INT
                         OR FEED-HAS-FAILED
               COMPUTE SCAN-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(SCAN-DATE-INT)
               MOVE SCAN-DATE-NUM TO SCAN-DATE-TEXT
               PERFORM EXTRACT-ONE-DAY
           END-PERFORM
           CLOSE SIEM-FEED-FD

           MOVE SENT-COUNT TO COUNT-DISPLAY-1
           MOVE RAISED-COUNT TO COUNT-DISPLAY-2
           MOVE BREAK-COUNT TO COUNT-DISPLAY-3
           DISPLAY "DENO-SIEM-FEED: SENT="
               FUNCTION TRIM(COUNT-DISPLAY-1)
               " RAISED-SEVERITY=" FUNCTION TRIM(COUNT-DISPLAY-2)
               " CHAIN-BREAKS=" FUNCTION TRIM(COUNT-DISPLAY-3)
               " -> " FUNCTION TRIM(SIEM-FEED-PATH)
           IF BREAK-COUNT > 0 OR FEED-HAS-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-SIEM-SETTINGS.
           MOVE SPACES TO LAST-DATE-TEXT
           ACCEPT LAST-DATE-TEXT
               FROM ENVIRONMENT "DENO_SIEM_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF LAST-DATE-TEXT = SPACES
               MOVE "G" TO BUSDATE-ACTION
               CALL "DENO-BUSDATE" USING BUSDATE-ACTION
                   LAST-DATE-TEXT BUSDATE-STATUS
           END-IF
           IF LAST-DATE-TEXT IS NOT NUMERIC
               DISPLAY "DENO-SIEM-FEED: bad DENO_SIEM_DATE '"
                   FUNCTION TRIM(LAST-DATE-TEXT)
                   "' (expected YYYYMMDD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO DAYS-TEXT
           ACCEPT DAYS-TEXT
               FROM ENVIRONMENT "DENO_SIEM_DAYS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF DAYS-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(DAYS-TEXT)) = 0
                 AND FUNCTION NUMVAL(FUNCTION TRIM(DAYS-TEXT)) >= 1
                 AND FUNCTION NUMVAL(FUNCTION TRIM(DAYS-TEXT)) <= 366
                   COMPUTE DAYS-BACK =
                       FUNCTION NUMVAL(FUNCTION TRIM(DAYS-TEXT))
               ELSE
                   DISPLAY "DENO-SIEM-FEED: bad DENO_SIEM_DAYS '"
                       FUNCTION TRIM(DAYS-TEXT) "' (expected 1-366)"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           COMPUTE LAST-DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(LAST-DATE-TEXT))
           COMPUTE FIRST-DATE-INT = LAST-DATE-INT - DAYS-BACK + 1

           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_SIEM_OUTPUT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO SIEM-FEED-PATH
           END-IF
           MOVE SPACES TO SYSLOG-HOST
           ACCEPT SYSLOG-HOST
               FROM ENVIRONMENT "DENO_SIEM_HOST"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SYSLOG-HOST = SPACES
               ACCEPT SYSLOG-HOST
                   FROM ENVIRONMENT "HOSTNAME"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
           END-IF
           IF SYSLOG-HOST = SPACES
               MOVE "deno-bridge" TO SYSLOG-HOST
           END-IF
      *> RFC 5424 wants the zone on the timestamp; the audit log
      *> writes local time, so the local offset is appended.
           MOVE SPACES TO TZ-OFFSET
           STRING FUNCTION CURRENT-DATE(17:3)      DELIMITED BY SIZE
                  ":"                             DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(20:2)      DELIMITED BY SIZE
                  INTO TZ-OFFSET.

       EXTRACT-ONE-DAY.
           CALL "DENO-AUDIT-PATH" USING SCAN-DATE-TEXT
               AUDIT-HIST-PATH
           MOVE SPACES TO CURSOR-FILE-PATH
           STRING "/tmp/deno-siem."               DELIMITED BY SIZE
                  SCAN-DATE-TEXT                   DELIMITED BY SIZE
                  ".cursor"                       DELIMITED BY SIZE
                  INTO CURSOR-FILE-PATH
           PERFORM READ-DAY-CURSOR
           MOVE CURSOR-SEQ TO NEW-CURSOR-SEQ
           MOVE 0 TO LINE-NO DAY-SENT-COUNT PRIOR-SEQ
           MOVE "00000000" TO PRIOR-HASH
           MOVE "N" TO CHAIN-STATE AUDIT-HIST-EOF

           MOVE "W" TO AUDIT-LOCK-ACTION
           CALL "DENO-LOCK" USING AUDIT-LOCK-KEY AUDIT-LOCK-ACTION
               AUDIT-LOCK-STATUS
           IF AUDIT-LOCK-STATUS NOT = 0
               DISPLAY "DENO-SIEM-FEED: audit log busy - "
                   SCAN-DATE-TEXT " left for the next run"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-HIST-FD
           IF AUDIT-HIST-STATUS NOT = "00"
               PERFORM RELEASE-AUDIT-LOCK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-HIST-LINES OR FEED-HAS-FAILED
               READ AUDIT-HIST-FD INTO AUDIT-HIST-REC
                   AT END
                       MOVE "Y" TO AUDIT-HIST-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AUDIT-HIST-REC) NOT = SPACES
                           ADD 1 TO LINE-NO
                           PERFORM TAKE-ONE-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-HIST-FD
           PERFORM RELEASE-AUDIT-LOCK
           MOVE NEW-CURSOR-SEQ TO CURSOR-SEQ
           PERFORM WRITE-DAY-CURSOR
           IF DAY-SENT-COUNT > 0
               MOVE DAY-SENT-COUNT TO COUNT-DISPLAY-1
               DISPLAY "DENO-SIEM-FEED: " SCAN-DATE-TEXT " SENT "
                   FUNCTION TRIM(COUNT-DISPLAY-1)
           END-IF.

       RELEASE-AUDIT-LOCK.
           MOVE "R" TO AUDIT-LOCK-ACTION
           CALL "DENO-LOCK" USING AUDIT-LOCK-KEY AUDIT-LOCK-ACTION
               AUDIT-LOCK-STATUS.

       TAKE-ONE-AUDIT-LINE.
           PERFORM PARSE-LINE-TRAILER
           IF CHAIN-STILL-INTACT
               PERFORM CHECK-CHAIN-LINK
           END-IF
           IF NOT LINE-TRAILER-PARSED
               EXIT PARAGRAPH
           END-IF
           IF LINE-SEQ <= CURSOR-SEQ
               EXIT PARAGRAPH
           END-IF
           PERFORM SEND-AUDIT-EVENT
           IF LINE-SEQ > NEW-CURSOR-SEQ AND NOT FEED-HAS-FAILED
               MOVE LINE-SEQ TO NEW-CURSOR-SEQ
           END-IF.

      *> Only chained lines ("... | SEQ=nnnnnnnn | HASH=xxxxxxxx")
      *> can be cursored, so only they are sent; an unchained line
      *> is a chain break in its own right and goes out as one.
       PARSE-LINE-TRAILER.
           MOVE "N" TO TRAILER-OK-FLAG
           MOVE 0 TO LINE-STATUS LINE-ELAPSED LINE-SEQ
           COMPUTE HIST-REC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(AUDIT-HIST-REC))
           IF HIST-REC-LEN < 65
             OR AUDIT-HIST-REC(HIST-REC-LEN - 12:5) NOT = "HASH="
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-HIST-REC(HIST-REC-LEN - 54:4)
               TO STATUS-DIGITS-TEXT
           MOVE AUDIT-HIST-REC(HIST-REC-LEN - 39:9)
               TO ELAPSED-DIGITS-TEXT
           MOVE AUDIT-HIST-REC(HIST-REC-LEN - 23:8)
               TO SEQ-DIGITS-TEXT
           IF STATUS-DIGITS-TEXT IS NOT NUMERIC
             OR ELAPSED-DIGITS-TEXT IS NOT NUMERIC
             OR SEQ-DIGITS-TEXT IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(STATUS-DIGITS-TEXT) TO LINE-STATUS
           MOVE FUNCTION NUMVAL(ELAPSED-DIGITS-TEXT) TO LINE-ELAPSED
           MOVE FUNCTION NUMVAL(SEQ-DIGITS-TEXT) TO LINE-SEQ
           MOVE AUDIT-HIST-REC(HIST-REC-LEN - 7:8) TO LINE-HASH
           MOVE SPACES TO HIST-TIMESTAMP HIST-PROGRAM
           MOVE 1 TO HIST-CMD-START
           UNSTRING AUDIT-HIST-REC DELIMITED BY " | "
               INTO HIST-TIMESTAMP HIST-PROGRAM
               WITH POINTER HIST-CMD-START
           END-UNSTRING
           COMPUTE CMD-LEN-WORK =
               HIST-REC-LEN - 65 - HIST-CMD-START + 1
           IF CMD-LEN-WORK < 1
               MOVE 0 TO HIST-CMD-LEN
           ELSE
               MOVE CMD-LEN-WORK TO HIST-CMD-LEN
           END-IF
           MOVE "Y" TO TRAILER-OK-FLAG.

      *> DENO-AUDIT-VERIFY's three checks, in its order.
       CHECK-CHAIN-LINK.
           IF NOT LINE-TRAILER-PARSED
               MOVE "BAD TRAILER" TO BREAK-KIND
               PERFORM REPORT-CHAIN-BREAK
               EXIT PARAGRAPH
           END-IF
           COMPUTE EXPECTED-SEQ = PRIOR-SEQ + 1
           IF LINE-SEQ NOT = EXPECTED-SEQ
               MOVE "SEQUENCE GAP" TO BREAK-KIND
               PERFORM REPORT-CHAIN-BREAK
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO HASH-INPUT
           COMPUTE HASH-INPUT-LEN = HIST-REC-LEN - 16
           MOVE AUDIT-HIST-REC(1:HASH-INPUT-LEN) TO HASH-INPUT
           CALL "DENO-AUDIT-HASH" USING PRIOR-HASH HASH-INPUT
               HASH-INPUT-LEN COMPUTED-HASH
           IF COMPUTED-HASH NOT = LINE-HASH
               MOVE "HASH MISMATCH" TO BREAK-KIND
               PERFORM REPORT-CHAIN-BREAK
               EXIT PARAGRAPH
           END-IF
           MOVE LINE-SEQ TO PRIOR-SEQ
           MOVE LINE-HASH TO PRIOR-HASH.

      *> Sent once per dated log: the cursor keeps the line number,
      *> so a re-run finding the same break stays quiet.
       REPORT-CHAIN-BREAK.
           MOVE "Y" TO CHAIN-STATE
           IF CURSOR-BREAK-LINE = LINE-NO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO BREAK-COUNT
           ADD 1 TO RAISED-COUNT
           MOVE 10 TO EVENT-SEVERITY
           MOVE 105 TO EVENT-PRI
           MOVE "CHAIN-BREAK" TO EVENT-SIGNATURE
           MOVE "Audit chain broken" TO EVENT-NAME
           MOVE "failure" TO EVENT-OUTCOME
           PERFORM BUILD-EVENT-TIMES-NOW
           MOVE "DENO-AUDIT-VERIFY" TO ESCAPE-SRC
           PERFORM ESCAPE-CEF-VALUE
           MOVE ESCAPE-OUT TO ESC-PROGRAM
           MOVE LINE-NO TO NUM-DISPLAY-1
           PERFORM START-FEED-LINE
           STRING " outcome=failure"              DELIMITED BY SIZE
                  " cs1Label=program cs1="        DELIMITED BY SIZE
                  FUNCTION TRIM(ESC-PROGRAM)       DELIMITED BY SIZE
                  " cs3Label=auditDate cs3="      DELIMITED BY SIZE
                  SCAN-DATE-TEXT                   DELIMITED BY SIZE
                  " cn3Label=auditLine cn3="      DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISPLAY-1)     DELIMITED BY SIZE
                  " msg="                         DELIMITED BY SIZE
                  FUNCTION TRIM(BREAK-KIND)        DELIMITED BY SIZE
                  " at line "                     DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISPLAY-1)     DELIMITED BY SIZE
                  INTO FEED-LINE
                  WITH POINTER FEED-PTR
           PERFORM WRITE-FEED-LINE
           IF NOT FEED-HAS-FAILED
               MOVE LINE-NO TO CURSOR-BREAK-LINE
           END-IF
           DISPLAY "DENO-SIEM-FEED: CHAIN BREAK (" FUNCTION TRIM(
               BREAK-KIND) ") AT LINE " FUNCTION TRIM(NUM-DISPLAY-1)
               " OF " FUNCTION TRIM(AUDIT-HIST-PATH).

       SEND-AUDIT-EVENT.
           PERFORM CLASSIFY-AUDIT-STATUS
           PERFORM EXTRACT-SCRIPT-AND-PROFILE
           PERFORM BUILD-EVENT-TIMES-FROM-LINE
           MOVE HIST-PROGRAM TO ESCAPE-SRC
           PERFORM ESCAPE-CEF-VALUE
           MOVE ESCAPE-OUT TO ESC-PROGRAM
           MOVE SCRIPT-PATH-TEXT TO ESCAPE-SRC
           PERFORM ESCAPE-CEF-VALUE
           MOVE ESCAPE-OUT TO ESC-SCRIPT
           MOVE PROFILE-NAME-TEXT TO ESCAPE-SRC
           PERFORM ESCAPE-CEF-VALUE
           MOVE ESCAPE-OUT TO ESC-PROFILE
           MOVE LINE-STATUS TO NUM-DISPLAY-1
           MOVE LINE-ELAPSED TO NUM-DISPLAY-2
           MOVE LINE-SEQ TO NUM-DISPLAY-3
           PERFORM START-FEED-LINE
           STRING " outcome="                     DELIMITED BY SIZE
                  FUNCTION TRIM(EVENT-OUTCOME)     DELIMITED BY SIZE
                  " cs1Label=program cs1="        DELIMITED BY SIZE
                  FUNCTION TRIM(ESC-PROGRAM)       DELIMITED BY SIZE
                  INTO FEED-LINE
                  WITH POINTER FEED-PTR
           IF SCRIPT-PATH-TEXT NOT = SPACES
               STRING " fname="                   DELIMITED BY SIZE
                      FUNCTION TRIM(ESC-SCRIPT)    DELIMITED BY SIZE
                      INTO FEED-LINE
                      WITH POINTER FEED-PTR
           END-IF
           IF PROFILE-NAME-TEXT NOT = SPACES
               STRING " cs2Label=profile cs2="    DELIMITED BY SIZE
                      FUNCTION TRIM(ESC-PROFILE)   DELIMITED BY SIZE
                      INTO FEED-LINE
                      WITH POINTER FEED-PTR
           END-IF
           STRING " cs3Label=auditDate cs3="      DELIMITED BY SIZE
                  SCAN-DATE-TEXT                   DELIMITED BY SIZE
                  " cn1Label=status cn1="         DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISPLAY-1)     DELIMITED BY SIZE
                  " cn2Label=elapsedCs cn2="      DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISPLAY-2)     DELIMITED BY SIZE
                  " cn3Label=auditSeq cn3="       DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISPLAY-3)     DELIMITED BY SIZE
                  INTO FEED-LINE
                  WITH POINTER FEED-PTR
           PERFORM WRITE-FEED-LINE
           ADD 1 TO DAY-SENT-COUNT.

       CLASSIFY-AUDIT-STATUS.
           MOVE LINE-STATUS TO NUM-DISPLAY-1
           MOVE SPACES TO EVENT-SIGNATURE
           STRING "STATUS-"                       DELIMITED BY SIZE
                  FUNCTION TRIM(NUM-DISPLAY-1)     DELIMITED BY SIZE
                  INTO EVENT-SIGNATURE
           EVALUATE LINE-STATUS
               WHEN 0
                   MOVE 3 TO EVENT-SEVERITY
                   MOVE 110 TO EVENT-PRI
                   MOVE "Completed" TO EVENT-NAME
                   MOVE "success" TO EVENT-OUTCOME
               WHEN 91
                   MOVE "Flags rejected" TO EVENT-NAME
                   PERFORM RAISE-EVENT-SEVERITY
               WHEN 97
                   MOVE "Script unverified" TO EVENT-NAME
                   PERFORM RAISE-EVENT-SEVERITY
               WHEN 98
                   MOVE "Version rejected" TO EVENT-NAME
                   PERFORM RAISE-EVENT-SEVERITY
               WHEN 108
                   MOVE "Not authorized" TO EVENT-NAME
                   PERFORM RAISE-EVENT-SEVERITY
               WHEN OTHER
                   MOVE 5 TO EVENT-SEVERITY
                   MOVE 108 TO EVENT-PRI
                   MOVE "Failed" TO EVENT-NAME
                   MOVE "failure" TO EVENT-OUTCOME
           END-EVALUATE.

       RAISE-EVENT-SEVERITY.
           MOVE 8 TO EVENT-SEVERITY
           MOVE 106 TO EVENT-PRI
           MOVE "failure" TO EVENT-OUTCOME
           ADD 1 TO RAISED-COUNT.

      *> The script is the first single-quoted span after " run "
      *> (a working-directory "cd '<dir>' && " comes before the
      *> verb and is skipped); the profile is the PROFILE= tag,
      *> which DENO-RUN writes first (after "DRYRUN: " on a dry
      *> run). Nothing else is taken from the command.
       EXTRACT-SCRIPT-AND-PROFILE.
           MOVE SPACES TO SCRIPT-PATH-TEXT PROFILE-NAME-TEXT
           IF HIST-CMD-LEN < 6
               EXIT PARAGRAPH
           END-IF
           IF AUDIT-HIST-REC(HIST-CMD-START:8) = "PROFILE="
               COMPUTE SCAN-POS = HIST-CMD-START + 8
               PERFORM TAKE-PROFILE-NAME
           END-IF
           IF HIST-CMD-LEN > 16
             AND AUDIT-HIST-REC(HIST-CMD-START:16) = "DRYRUN: PROFILE="
               COMPUTE SCAN-POS = HIST-CMD-START + 16
               PERFORM TAKE-PROFILE-NAME
           END-IF
           MOVE 0 TO RUN-VERB-POS QUOTE-START QUOTE-END
           COMPUTE SCAN-LIMIT = HIST-CMD-START + HIST-CMD-LEN - 5
           PERFORM VARYING SCAN-POS FROM HIST-CMD-START BY 1
                   UNTIL SCAN-POS > SCAN-LIMIT OR RUN-VERB-POS > 0
               IF AUDIT-HIST-REC(SCAN-POS:5) = " run "
                   COMPUTE RUN-VERB-POS = SCAN-POS + 5
               END-IF
           END-PERFORM
           IF RUN-VERB-POS = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE SCAN-LIMIT = HIST-CMD-START + HIST-CMD-LEN - 1
           PERFORM VARYING SCAN-POS FROM RUN-VERB-POS BY 1
                   UNTIL SCAN-POS > SCAN-LIMIT OR QUOTE-END > 0
               IF AUDIT-HIST-REC(SCAN-POS:1) = "'"
                   IF QUOTE-START = 0
                       MOVE SCAN-POS TO QUOTE-START
                   ELSE
                       MOVE SCAN-POS TO QUOTE-END
                   END-IF
               END-IF
           END-PERFORM
           IF QUOTE-END > QUOTE-START + 1
               COMPUTE FIELD-LEN = QUOTE-END - QUOTE-START - 1
               IF FIELD-LEN > 100
                   MOVE 100 TO FIELD-LEN
               END-IF
               MOVE AUDIT-HIST-REC(QUOTE-START + 1:FIELD-LEN)
                   TO SCRIPT-PATH-TEXT
           END-IF.

       TAKE-PROFILE-NAME.
           MOVE 0 TO FIELD-LEN
           PERFORM VARYING SCAN-POS FROM SCAN-POS BY 1
                   UNTIL AUDIT-HIST-REC(SCAN-POS:1) = SPACE
                         OR FIELD-LEN >= 30
               ADD 1 TO FIELD-LEN
               MOVE AUDIT-HIST-REC(SCAN-POS:1)
                   TO PROFILE-NAME-TEXT(FIELD-LEN:1)
           END-PERFORM.

      *> "YYYY-MM-DD HH:MM:SS" from the audit line becomes the
      *> RFC 5424 timestamp and the CEF rt= ("Mon dd yyyy HH:MM:SS").
       BUILD-EVENT-TIMES-FROM-LINE.
           IF HIST-TIMESTAMP(5:1) NOT = "-"
             OR HIST-TIMESTAMP(6:2) IS NOT NUMERIC
               PERFORM BUILD-EVENT-TIMES-NOW
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-TIMESTAMP TO EVENT-STAMP
           PERFORM BUILD-EVENT-TIMES.

       BUILD-EVENT-TIMES-NOW.
           MOVE SPACES TO EVENT-STAMP
           STRING FUNCTION CURRENT-DATE(1:4)  "-" DELIMITED SIZE
                  FUNCTION CURRENT-DATE(5:2)  "-" DELIMITED SIZE
                  FUNCTION CURRENT-DATE(7:2)  " " DELIMITED SIZE
                  FUNCTION CURRENT-DATE(9:2)  ":" DELIMITED SIZE
                  FUNCTION CURRENT-DATE(11:2) ":" DELIMITED SIZE
                  FUNCTION CURRENT-DATE(13:2)     DELIMITED SIZE
                  INTO EVENT-STAMP
           PERFORM BUILD-EVENT-TIMES.

       BUILD-EVENT-TIMES.
           MOVE SPACES TO EVENT-RFC-TIME EVENT-CEF-TIME
           STRING EVENT-STAMP(1:10)               DELIMITED BY SIZE
                  "T"                             DELIMITED BY SIZE
                  EVENT-STAMP(12:8)                DELIMITED BY SIZE
                  TZ-OFFSET                        DELIMITED BY SIZE
                  INTO EVENT-RFC-TIME
           MOVE EVENT-STAMP(6:2) TO MONTH-NUM
           IF MONTH-NUM < 1 OR MONTH-NUM > 12
               MOVE 1 TO MONTH-NUM
           END-IF
           STRING MONTH-NAMES(MONTH-NUM * 3 - 2:3) DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  EVENT-STAMP(9:2)                 DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  EVENT-STAMP(1:4)                 DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  EVENT-STAMP(12:8)                DELIMITED BY SIZE
                  INTO EVENT-CEF-TIME.

      *> <PRI>1 TIMESTAMP HOST APP - MSGID - CEF:0|vendor|product|
      *> version|signature|name|severity| then the extension, which
      *> the caller appends at FEED-PTR.
       START-FEED-LINE.
           MOVE EVENT-PRI TO PRI-DISPLAY
           MOVE EVENT-SEVERITY TO SEV-DISPLAY
           MOVE SPACES TO FEED-LINE
           MOVE 1 TO FEED-PTR
           STRING "<"                             DELIMITED BY SIZE
                  FUNCTION TRIM(PRI-DISPLAY)       DELIMITED BY SIZE
                  ">1 "                           DELIMITED BY SIZE
                  FUNCTION TRIM(EVENT-RFC-TIME)    DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(SYSLOG-HOST)       DELIMITED BY SIZE
                  " DENO-BRIDGE - "               DELIMITED BY SIZE
                  FUNCTION TRIM(EVENT-SIGNATURE)   DELIMITED BY SIZE
                  " - CEF:0|DENO-BRIDGE|DENO-IN-COBOL|1.0|"
                                                   DELIMITED BY SIZE
                  FUNCTION TRIM(EVENT-SIGNATURE)   DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(EVENT-NAME)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(SEV-DISPLAY)       DELIMITED BY SIZE
                  "|rt="                          DELIMITED BY SIZE
                  FUNCTION TRIM(EVENT-CEF-TIME)    DELIMITED BY SIZE
                  " dvchost="                     DELIMITED BY SIZE
                  FUNCTION TRIM(SYSLOG-HOST)       DELIMITED BY SIZE
                  INTO FEED-LINE
                  WITH POINTER FEED-PTR.

      *> CEF extension values: backslash and "=" are escaped with a
      *> backslash, line breaks cannot occur in an audit field.
       ESCAPE-CEF-VALUE.
           MOVE SPACES TO ESCAPE-OUT
           MOVE 1 TO ESCAPE-PTR
           IF ESCAPE-SRC = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE ESCAPE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(ESCAPE-SRC TRAILING))
           PERFORM VARYING ESCAPE-IDX FROM 1 BY 1
                   UNTIL ESCAPE-IDX > ESCAPE-LEN
               IF ESCAPE-SRC(ESCAPE-IDX:1) = "\"
                 OR ESCAPE-SRC(ESCAPE-IDX:1) = "="
                   STRING "\"                     DELIMITED BY SIZE
                          INTO ESCAPE-OUT
                          WITH POINTER ESCAPE-PTR
               END-IF
               STRING ESCAPE-SRC(ESCAPE-IDX:1)     DELIMITED BY SIZE
                      INTO ESCAPE-OUT
                      WITH POINTER ESCAPE-PTR
           END-PERFORM.

       WRITE-FEED-LINE.
           MOVE FEED-LINE TO SIEM-FEED-REC
           WRITE SIEM-FEED-REC
           IF SIEM-FEED-STATUS NOT = "00"
               MOVE "Y" TO FEED-FAILED
               DISPLAY "DENO-SIEM-FEED: write to "
                   FUNCTION TRIM(SIEM-FEED-PATH) " failed, status "
                   SIEM-FEED-STATUS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SENT-COUNT.

       READ-DAY-CURSOR.
           MOVE 0 TO CURSOR-SEQ CURSOR-BREAK-LINE
           OPEN INPUT CURSOR-FD
           IF CURSOR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CURSOR-REC
           READ CURSOR-FD
               AT END
                   CONTINUE
           END-READ
           CLOSE CURSOR-FD
           MOVE CURSOR-REC(1:8) TO CURSOR-SEQ-TEXT
           MOVE CURSOR-REC(10:7) TO CURSOR-BREAK-TEXT
           IF CURSOR-SEQ-TEXT IS NUMERIC
               MOVE CURSOR-SEQ-TEXT TO CURSOR-SEQ
           END-IF
           IF CURSOR-BREAK-TEXT IS NUMERIC
               MOVE CURSOR-BREAK-TEXT TO CURSOR-BREAK-LINE
           END-IF.

       WRITE-DAY-CURSOR.
           OPEN OUTPUT CURSOR-FD
           IF CURSOR-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CURSOR-REC
           STRING CURSOR-SEQ                       DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  CURSOR-BREAK-LINE                DELIMITED BY SIZE
                  INTO CURSOR-REC
           WRITE CURSOR-REC
           CLOSE CURSOR-FD.
