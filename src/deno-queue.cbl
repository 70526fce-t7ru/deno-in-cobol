      *> DENO_QUEUE_FILE):
      *>
      *>   request-id|requester|priority|script|flags|args
      *>       |resources|not-before
      *>
      *> priority 1 (highest) to 9, blank meaning 5. RESOURCES,
      *> optional, declares named shared resources (NAME=LIMIT,...,
      *> see DENORSRC.cpy) on top of the catalog's. Up to 200
      *> pending requests are consumed under the "deno-queue"
      *> DENO-LOCK at the start of a pass; anything past 200 is
      *> written straight back to the queue file and waits for the
      *> next pass, as do requests arriving mid-pass.
      *>
      *> NOT-BEFORE, optional, makes a one-shot timed request: HHMM
      *> (today) or YYYYMMDDHHMM, wall-clock time. Until then the
      *> record is written back to the queue file like the overflow
      *> tail; once due it runs as occurrence
      *> <request-id>@YYYYMMDDHHMM (that is the id in its response
      *> record and output file name). A request first seen more
      *> than the grace window (DENO_QUEUE_GRACE_MINUTES, default
      *> 10) past its time is answered STATUS=110 MISSED and never
      *> run - the desk asked for 10:00, not "whenever the poller
      *> came back".
      *>
      *> Standing recurring requests live in
      *> /tmp/deno-queue-standing.txt (DENO_QUEUE_STANDING), which
      *> the poller reads but never consumes:
      *>
      *>   request-id|requester|priority|script|flags|args
      *>       |resources|HHMM-HHMM|every-minutes
      *>
      *> e.g. FXRATES|treasury|3|/opt/fx/pull.ts|--allow-net|||
      *> 1000-1600|180 for 10:00, 13:00 and 16:00. Occurrences fall
      *> every EVERY-MINUTES from the window start up to the window
      *> end, on business days only (DENO-BUSDATE "B": weekends and
      *> the DENO-SCHEDULE calendar's holidays are skipped), and
      *> expand to <request-id>@YYYYMMDDHHMM exactly as a timed
      *> request does. Each pass takes every occurrence due since
      *> the last one handled (kept per request id in
      *> /tmp/deno-queue-standing.state, or
      *> DENO_QUEUE_STANDING_STATE, rewritten under the queue lock;
      *> a newly added request starts one grace window back, and at
      *> most the last 7 days are looked at): only the latest due
      *> occurrence may run, and only inside the grace window; every
      *> other one is answered and audited STATUS=110 MISSED, so a
      *> poller outage shows up in the response file as the
      *> occurrences it cost rather than as one late run.
      *>
      *> Authorization: once the bridge's authorization file is in
      *> force (see DENOAUTH.cpy) the requester - not the poller -
      *> must hold a role granting the script, and DENO-RUN's gate
      *> validation below checks the same requester against the
      *> queue's profile. Until then the requester must appear in
      *> the authorized users file (/tmp/deno-queue-users.txt, or
      *> DENO_QUEUE_USERS), one name per line; no users file means
      *> NOBODY is authorized - a request facility fails closed.
      *> Either way a refused requester is answered STATUS=108 and
      *> the refusal audited as DENIED.
      *>
      *> Each accepted request is first validated through DENO-RUN's
      *> dry run - the same flags-allowlist and catalog gates (set
      *> DENO_QUEUE_CATALOG, plus DENO_QUEUE_DEPENDENCIES for the
      *> module dependency inventory; DENO_QUEUE_PROFILE names the
      *> profile)
      *> every batch step passes - and only then executed through
      *> DENO-CAPTURE with its output captured to
      *> /tmp/deno-queue-out-<request-id>.txt. A response record:
      *>
      *> is appended to /tmp/deno-queue-responses.txt (or
      *> DENO_QUEUE_RESPONSES) for every request, accepted or not.
      *>
      *> The named resources the dry run settled on (request plus
      *> catalog) are held through DENO-RESOURCE for the whole
      *> DENO-CAPTURE execution, the same limits batch steps honour;
      *> a request that cannot get them within the bounded wait is
      *> answered STATUS=106 and audited, never run.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ASSIGN TO DYNAMIC TAIL-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS TAIL-FILE-STATUS.
               SELECT STANDING-FD
                   ASSIGN TO DYNAMIC STANDING-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STANDING-FILE-STATUS.
               SELECT STATE-FD
                   ASSIGN TO DYNAMIC STATE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS STATE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               LABEL RECORDS ARE STANDARD.
           01  TAIL-REC            PIC X(500).

           FD  STANDING-FD
               LABEL RECORDS ARE STANDARD.
           01  STANDING-REC        PIC X(500).

           FD  STATE-FD
               LABEL RECORDS ARE STANDARD.
           01  STATE-REC           PIC X(40).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-QUEUE".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE - a
                   88  QUEUE-LOCK-IS-HELD      VALUE "Y".

               01  REQUEST-COUNT   PIC 9(3) VALUE 0.
      *> RQ-ID carries the occurrence suffix (@YYYYMMDDHHMM) of a
      *> timed or standing request on top of the 20-byte id.
               01  REQUEST-TABLE.
                   05  REQUEST-ENTRY OCCURS 200 TIMES.
                       10  RQ-ID       PIC X(40).
                       10  RQ-USER     PIC X(30).
                       10  RQ-PRIORITY PIC 9(1).
                       10  RQ-SCRIPT   PIC X(100).
                       10  RQ-FLAGS    PIC X(50).
                       10  RQ-ARGS     PIC X(200).
                       10  RQ-RESOURCES PIC X(60).
                       10  RQ-DONE     PIC X(1).
               01  REQ-IDX         PIC 9(3).
               01  PASS-PRIORITY   PIC 9(2).
               01  RQ-ID-TEXT      PIC X(30).
               01  RQ-USER-TEXT    PIC X(30).
               01  RQ-PRIO-TEXT    PIC X(10).
               01  RQ-SCRIPT-TEXT  PIC X(100).
               01  RQ-FLAGS-TEXT   PIC X(50).
               01  RQ-ARGS-TEXT    PIC X(200).
               01  RQ-RESOURCES-TEXT PIC X(60).
               01  RQ-NOT-BEFORE-TEXT PIC X(20).
               01  NOT-BEFORE-WORK PIC X(20).
               01  OCCURRENCE-ID   PIC X(40).

      *> Timed and standing requests. Stamps are YYYYMMDDHHMM wall
      *> clock; the *-MINUTES fields are the same instants as
      *> minutes since the INTEGER-OF-DATE epoch, so lateness and
      *> the walk across days are plain subtraction.
               01  STANDING-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-queue-standing.txt".
               01  STATE-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-queue-standing.state".
               01  STANDING-FILE-STATUS PIC XX.
               01  STATE-FILE-STATUS PIC XX.
               01  STANDING-EOF    PIC X.
                   88  NO-MORE-STANDING-LINES  VALUE "Y".
               01  STATE-EOF       PIC X.
                   88  NO-MORE-STATE-LINES     VALUE "Y".
               01  GRACE-TEXT      PIC X(10).
               01  GRACE-MINUTES   PIC 9(4) VALUE 10.
               01  NOW-STAMP       PIC X(12).
               01  NOW-MINUTES     PIC 9(11).
               01  TODAY-DAY-INT   PIC 9(9).
               01  OCC-STAMP       PIC X(12).
               01  OCC-MINUTES     PIC 9(11).
               01  STAMP-WORK      PIC X(12).
               01  STAMP-MINUTES   PIC 9(11).
               01  STAMP-DATE-NUM  PIC 9(8).
               01  STAMP-DAY-INT   PIC 9(9).
               01  STAMP-OF-DAY    PIC 9(4).
               01  STAMP-HH        PIC 9(2).
               01  STAMP-MM        PIC 9(2).
               01  STAMP-VALID-FLAG PIC X.
                   88  STAMP-IS-VALID          VALUE "Y".
               01  LATE-MINUTES    PIC 9(11).
               01  LATE-DISPLAY    PIC Z(6)9.
               01  MISSED-COUNT    PIC 9(5) VALUE 0.
               01  MISSED-DISPLAY  PIC Z(4)9.
               01  WAITING-COUNT   PIC 9(5) VALUE 0.

               01  STATE-COUNT     PIC 9(3) VALUE 0.
               01  STATE-TABLE.
                   05  STATE-ENTRY OCCURS 100 TIMES.
                       10  ST-ID       PIC X(20).
                       10  ST-LAST     PIC X(12).
                       10  ST-SEEN     PIC X(1).
               01  STATE-IDX       PIC 9(3).
               01  STATE-SLOT      PIC 9(3).
               01  ST-ID-TEXT      PIC X(30).
               01  ST-LAST-TEXT    PIC X(20).

               01  SR-WINDOW-TEXT  PIC X(20).
               01  SR-EVERY-TEXT   PIC X(10).
               01  SR-START-TEXT   PIC X(10).
               01  SR-END-TEXT     PIC X(10).
               01  SR-START-MIN    PIC 9(4).
               01  SR-END-MIN      PIC 9(4).
               01  SR-EVERY        PIC 9(4).
               01  SR-LAST-MINUTES PIC 9(11).
               01  SR-DAY-INT      PIC 9(9).
               01  SR-FIRST-DAY-INT PIC 9(9).
               01  SR-DAY-TEXT     PIC X(8).
               01  SR-SLOT-MIN     PIC 9(5).
               01  SR-SLOT-MINUTES PIC 9(11).
               01  SR-HANDLED-STAMP PIC X(12).
               01  CANDIDATE-STAMP PIC X(12).
               01  CANDIDATE-MINUTES PIC 9(11).
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-STATUS  PIC S9(4) COMP.

               01  USER-COUNT      PIC 9(3) VALUE 0.
               01  USER-TABLE.
               01  USER-IDX        PIC 9(3).
               01  USER-OK-FLAG    PIC X.
                   88  REQUESTER-AUTHORIZED    VALUE "Y".
               COPY DENOAUTH.
               01  AUTH-STATUS     PIC S9(4) COMP.

               01  QUEUE-PROFILE-NAME PIC X(30).
               01  QUEUE-PROFILE-FILE PIC X(100).
               01  QUEUE-CATALOG   PIC X(100).
               01  QUEUE-DEPENDENCIES PIC X(100).
               COPY DENOPROF.

      *> DENO-RUN's full argument list for the dry-run validation.
               01  JOB-WORKING-DIR PIC X(100) VALUE SPACES.
               01  JOB-FLAGS-ALLOWLIST-FILE PIC X(100) VALUE SPACES.
               COPY DENORUNO.
               COPY DENORSRC.
               01  RESOURCE-STATUS PIC S9(4) COMP.

      *> DENO-CAPTURE's argument list for the live execution.
               01  CAPTURE-CMD     PIC X(500).
               01  DENO-BIN-NAME   PIC X(100).
               01  ESCAPED-ARG     PIC X(400).

               01  RESPONSE-ID     PIC X(40).
               01  RESPONSE-USER   PIC X(30).
               01  RESPONSE-TEXT   PIC X(150).
               01  STATUS-DISPLAY  PIC -(6)9.
               01  PROCESSED-COUNT PIC 9(3) VALUE 0.
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO RESPONSE-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_QUEUE_STANDING"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO STANDING-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_QUEUE_STANDING_STATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO STATE-FILE-PATH
           END-IF
           MOVE SPACES TO GRACE-TEXT
           ACCEPT GRACE-TEXT
               FROM ENVIRONMENT "DENO_QUEUE_GRACE_MINUTES"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF FUNCTION TRIM(GRACE-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(GRACE-TEXT) TO GRACE-MINUTES
           END-IF
           MOVE SPACES TO QUEUE-CATALOG
           ACCEPT QUEUE-CATALOG
               FROM ENVIRONMENT "DENO_QUEUE_CATALOG"
           IF QUEUE-CATALOG NOT = SPACES
               MOVE QUEUE-CATALOG TO RUN-CATALOG-FILE
           END-IF
           MOVE SPACES TO QUEUE-DEPENDENCIES
           ACCEPT QUEUE-DEPENDENCIES
               FROM ENVIRONMENT "DENO_QUEUE_DEPENDENCIES"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF QUEUE-DEPENDENCIES NOT = SPACES
               MOVE QUEUE-DEPENDENCIES TO RUN-DEPENDENCY-FILE
           END-IF
           PERFORM READ-QUEUE-PROFILE
           PERFORM LOAD-AUTHORIZED-USERS
           MOVE FUNCTION CURRENT-DATE(1:12) TO NOW-STAMP
           MOVE NOW-STAMP TO STAMP-WORK
           PERFORM STAMP-TO-MINUTES
           MOVE STAMP-MINUTES TO NOW-MINUTES
           MOVE STAMP-DAY-INT TO TODAY-DAY-INT
           PERFORM CONSUME-QUEUE-FILE

           IF MISSED-COUNT > 0
               MOVE MISSED-COUNT TO MISSED-DISPLAY
               DISPLAY "DENO-QUEUE: " FUNCTION TRIM(MISSED-DISPLAY)
                   " occurrences reported MISSED"
           END-IF
           IF REQUEST-COUNT = 0
               DISPLAY "DENO-QUEUE: queue empty"
               STOP RUN
           IF USERS-FILE-STATUS NOT = "00"
               DISPLAY "DENO-QUEUE: no authorized users file at "
                   FUNCTION TRIM(USERS-FILE-PATH)
                   "; unless the authorization file is in force,"
                   " every request will be refused"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-USER-LINES OR USER-COUNT = 100
                   CLOSE QUEUE-FD
               END-IF
           END-IF
      *> Standing requests expand under the same lock, so two
      *> overlapping pollers cannot both claim an occurrence.
           IF NOT TAIL-SPILL-FAILED
               PERFORM EXPAND-STANDING-REQUESTS
           END-IF
           IF QUEUE-LOCK-IS-HELD
               MOVE "R" TO QUEUE-LOCK-ACTION
               CALL "DENO-LOCK" USING QUEUE-LOCK-KEY
               RETURNING SHELL-RET-VAL
           MOVE TAIL-COUNT TO TAIL-DISPLAY
           DISPLAY "DENO-QUEUE: " FUNCTION TRIM(TAIL-DISPLAY)
               " requests not yet due or past the 200-entry table"
               " deferred to the next pass".

       ADD-QUEUE-REQUEST.
           MOVE SPACES TO RQ-ID-TEXT RQ-USER-TEXT RQ-PRIO-TEXT
           MOVE SPACES TO RQ-SCRIPT-TEXT RQ-FLAGS-TEXT RQ-ARGS-TEXT
           MOVE SPACES TO RQ-RESOURCES-TEXT RQ-NOT-BEFORE-TEXT
           UNSTRING QUEUE-REC DELIMITED BY "|"
               INTO RQ-ID-TEXT RQ-USER-TEXT RQ-PRIO-TEXT
                    RQ-SCRIPT-TEXT RQ-FLAGS-TEXT RQ-ARGS-TEXT
                    RQ-RESOURCES-TEXT RQ-NOT-BEFORE-TEXT
           END-UNSTRING
           MOVE RQ-ID-TEXT(1:20) TO OCCURRENCE-ID
           IF RQ-NOT-BEFORE-TEXT NOT = SPACES
               PERFORM RESOLVE-NOT-BEFORE
               MOVE RQ-USER-TEXT TO RESPONSE-USER
               EVALUATE TRUE
                   WHEN NOT STAMP-IS-VALID
                       MOVE RQ-ID-TEXT(1:20) TO RESPONSE-ID
                       MOVE 95 TO STATUS-CODE
                       MOVE "MALFORMED NOT-BEFORE (HHMM/YYYYMMDDHHMM)"
                           TO RESPONSE-TEXT
                       PERFORM WRITE-RESPONSE-RECORD
                       EXIT PARAGRAPH
                   WHEN OCC-MINUTES > NOW-MINUTES
                       PERFORM SPILL-TAIL-RECORD
                       ADD 1 TO WAITING-COUNT
                       EXIT PARAGRAPH
                   WHEN NOW-MINUTES - OCC-MINUTES > GRACE-MINUTES
                       PERFORM BUILD-OCCURRENCE-ID
                       MOVE OCCURRENCE-ID TO RESPONSE-ID
                       PERFORM REPORT-MISSED-OCCURRENCE
                       EXIT PARAGRAPH
               END-EVALUATE
               PERFORM BUILD-OCCURRENCE-ID
           END-IF
           PERFORM STORE-REQUEST-ENTRY.

      *> Adds the parsed RQ-*-TEXT fields to the pass's table under
      *> OCCURRENCE-ID.
       STORE-REQUEST-ENTRY.
           ADD 1 TO REQUEST-COUNT
           MOVE OCCURRENCE-ID TO RQ-ID(REQUEST-COUNT)
           MOVE RQ-USER-TEXT TO RQ-USER(REQUEST-COUNT)
           IF RQ-PRIO-TEXT(1:1) >= "1" AND RQ-PRIO-TEXT(1:1) <= "9"
               MOVE FUNCTION NUMVAL(RQ-PRIO-TEXT(1:1))
           MOVE RQ-SCRIPT-TEXT TO RQ-SCRIPT(REQUEST-COUNT)
           MOVE RQ-FLAGS-TEXT TO RQ-FLAGS(REQUEST-COUNT)
           MOVE RQ-ARGS-TEXT TO RQ-ARGS(REQUEST-COUNT)
           MOVE RQ-RESOURCES-TEXT TO RQ-RESOURCES(REQUEST-COUNT)
           MOVE "N" TO RQ-DONE(REQUEST-COUNT).

      *> NOT-BEFORE as HHMM (today) or YYYYMMDDHHMM into OCC-STAMP
      *> and OCC-MINUTES; STAMP-VALID-FLAG says whether it parsed.
       RESOLVE-NOT-BEFORE.
           MOVE "N" TO STAMP-VALID-FLAG
           MOVE SPACES TO OCC-STAMP
           MOVE FUNCTION TRIM(RQ-NOT-BEFORE-TEXT) TO NOT-BEFORE-WORK
           EVALUATE FUNCTION LENGTH(FUNCTION TRIM(NOT-BEFORE-WORK))
               WHEN 4
                   STRING NOW-STAMP(1:8)            DELIMITED BY SIZE
                          NOT-BEFORE-WORK(1:4)       DELIMITED BY SIZE
                          INTO OCC-STAMP
               WHEN 12
                   MOVE NOT-BEFORE-WORK(1:12) TO OCC-STAMP
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE OCC-STAMP TO STAMP-WORK
           PERFORM STAMP-TO-MINUTES
           MOVE STAMP-MINUTES TO OCC-MINUTES.

       BUILD-OCCURRENCE-ID.
           MOVE SPACES TO OCCURRENCE-ID
           STRING FUNCTION TRIM(RQ-ID-TEXT(1:20))  DELIMITED BY SIZE
                  "@"                              DELIMITED BY SIZE
                  OCC-STAMP                        DELIMITED BY SIZE
                  INTO OCCURRENCE-ID.

      *> STAMP-WORK (YYYYMMDDHHMM) to STAMP-MINUTES, with its day in
      *> STAMP-DAY-INT; anything that is not a real date and time
      *> leaves STAMP-VALID-FLAG "N".
       STAMP-TO-MINUTES.
           MOVE "N" TO STAMP-VALID-FLAG
           MOVE 0 TO STAMP-MINUTES STAMP-DAY-INT
           IF STAMP-WORK IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE STAMP-WORK(1:8) TO STAMP-DATE-NUM
           IF STAMP-DATE-NUM < 16010101
             OR STAMP-WORK(5:2) < "01" OR STAMP-WORK(5:2) > "12"
             OR STAMP-WORK(7:2) < "01" OR STAMP-WORK(7:2) > "31"
             OR STAMP-WORK(9:2) > "23" OR STAMP-WORK(11:2) > "59"
               EXIT PARAGRAPH
           END-IF
           COMPUTE STAMP-DAY-INT =
               FUNCTION INTEGER-OF-DATE(STAMP-DATE-NUM)
      *> INTEGER-OF-DATE accepts 31 February; the round trip does
      *> not.
           IF FUNCTION DATE-OF-INTEGER(STAMP-DAY-INT)
                   NOT = STAMP-DATE-NUM
               MOVE 0 TO STAMP-DAY-INT
               EXIT PARAGRAPH
           END-IF
           COMPUTE STAMP-MINUTES = STAMP-DAY-INT * 1440
               + FUNCTION NUMVAL(STAMP-WORK(9:2)) * 60
               + FUNCTION NUMVAL(STAMP-WORK(11:2))
           MOVE "Y" TO STAMP-VALID-FLAG.

      *> STAMP-MINUTES back to STAMP-WORK.
       MINUTES-TO-STAMP.
           DIVIDE STAMP-MINUTES BY 1440 GIVING STAMP-DAY-INT
               REMAINDER STAMP-OF-DAY
           COMPUTE STAMP-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(STAMP-DAY-INT)
           DIVIDE STAMP-OF-DAY BY 60 GIVING STAMP-HH
               REMAINDER STAMP-MM
           MOVE SPACES TO STAMP-WORK
           STRING STAMP-DATE-NUM                   DELIMITED BY SIZE
                  STAMP-HH                         DELIMITED BY SIZE
                  STAMP-MM                         DELIMITED BY SIZE
                  INTO STAMP-WORK.

      *> RESPONSE-ID / RESPONSE-USER's occurrence at OCC-STAMP was
      *> not picked up inside the grace window: answered and audited
      *> MISSED, never run.
       REPORT-MISSED-OCCURRENCE.
           MOVE 110 TO STATUS-CODE
           COMPUTE LATE-MINUTES = NOW-MINUTES - OCC-MINUTES
           MOVE LATE-MINUTES TO LATE-DISPLAY
           MOVE SPACES TO RESPONSE-TEXT
           STRING "MISSED: DUE "                   DELIMITED BY SIZE
                  OCC-STAMP(1:8)                   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  OCC-STAMP(9:2)                   DELIMITED BY SIZE
                  ":"                              DELIMITED BY SIZE
                  OCC-STAMP(11:2)                  DELIMITED BY SIZE
                  ", FIRST PASS "                  DELIMITED BY SIZE
                  FUNCTION TRIM(LATE-DISPLAY)       DELIMITED BY SIZE
                  " MIN LATE - NOT RUN"            DELIMITED BY SIZE
                  INTO RESPONSE-TEXT
           PERFORM WRITE-RESPONSE-RECORD
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "REQUEST "                       DELIMITED BY SIZE
                  FUNCTION TRIM(RESPONSE-ID)        DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(RESPONSE-TEXT)      DELIMITED BY SIZE
                  ": "                             DELIMITED BY SIZE
                  FUNCTION TRIM(RQ-SCRIPT-TEXT)     DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               QUEUE-ELAPSED
           ADD 1 TO MISSED-COUNT.

      *> Standing requests: every occurrence due since each one's
      *> last handled occurrence is run (the latest, inside the
      *> grace window) or reported MISSED, and the state file is
      *> rewritten for the requests still standing. No standing file
      *> leaves the state file alone.
       EXPAND-STANDING-REQUESTS.
           OPEN INPUT STANDING-FD
           IF STANDING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STANDING-STATE
           MOVE "N" TO STANDING-EOF
           PERFORM UNTIL NO-MORE-STANDING-LINES
               READ STANDING-FD INTO STANDING-REC
                   AT END
                       MOVE "Y" TO STANDING-EOF
                   NOT AT END
                       IF FUNCTION TRIM(STANDING-REC) NOT = SPACES
                         AND STANDING-REC(1:1) NOT = "#"
                           PERFORM EXPAND-ONE-STANDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STANDING-FD
           PERFORM SAVE-STANDING-STATE.

       LOAD-STANDING-STATE.
           MOVE 0 TO STATE-COUNT
           MOVE "N" TO STATE-EOF
           OPEN INPUT STATE-FD
           IF STATE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-STATE-LINES OR STATE-COUNT = 100
               READ STATE-FD INTO STATE-REC
                   AT END
                       MOVE "Y" TO STATE-EOF
                   NOT AT END
                       MOVE SPACES TO ST-ID-TEXT ST-LAST-TEXT
                       UNSTRING STATE-REC DELIMITED BY "|"
                           INTO ST-ID-TEXT ST-LAST-TEXT
                       END-UNSTRING
                       IF ST-ID-TEXT NOT = SPACES
                         AND ST-LAST-TEXT(1:12) IS NUMERIC
                           ADD 1 TO STATE-COUNT
                           MOVE ST-ID-TEXT(1:20) TO ST-ID(STATE-COUNT)
                           MOVE ST-LAST-TEXT(1:12)
                               TO ST-LAST(STATE-COUNT)
                           MOVE "N" TO ST-SEEN(STATE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATE-FD.

       SAVE-STANDING-STATE.
           OPEN OUTPUT STATE-FD
           IF STATE-FILE-STATUS NOT = "00"
               DISPLAY "DENO-QUEUE: cannot write standing state "
                   FUNCTION TRIM(STATE-FILE-PATH)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                   UNTIL STATE-IDX > STATE-COUNT
               IF ST-SEEN(STATE-IDX) = "Y"
                   MOVE SPACES TO STATE-REC
                   STRING FUNCTION TRIM(ST-ID(STATE-IDX))
                                                    DELIMITED BY SIZE
                          "|"                      DELIMITED BY SIZE
                          ST-LAST(STATE-IDX)        DELIMITED BY SIZE
                          INTO STATE-REC
                   WRITE STATE-REC
               END-IF
           END-PERFORM
           CLOSE STATE-FD.

       EXPAND-ONE-STANDING.
           MOVE SPACES TO RQ-ID-TEXT RQ-USER-TEXT RQ-PRIO-TEXT
           MOVE SPACES TO RQ-SCRIPT-TEXT RQ-FLAGS-TEXT RQ-ARGS-TEXT
           MOVE SPACES TO RQ-RESOURCES-TEXT SR-WINDOW-TEXT
           MOVE SPACES TO SR-EVERY-TEXT SR-START-TEXT SR-END-TEXT
           UNSTRING STANDING-REC DELIMITED BY "|"
               INTO RQ-ID-TEXT RQ-USER-TEXT RQ-PRIO-TEXT
                    RQ-SCRIPT-TEXT RQ-FLAGS-TEXT RQ-ARGS-TEXT
                    RQ-RESOURCES-TEXT SR-WINDOW-TEXT SR-EVERY-TEXT
           END-UNSTRING
           UNSTRING SR-WINDOW-TEXT DELIMITED BY "-"
               INTO SR-START-TEXT SR-END-TEXT
           END-UNSTRING
           MOVE "N" TO STAMP-VALID-FLAG
           IF RQ-ID-TEXT NOT = SPACES
             AND FUNCTION TRIM(SR-EVERY-TEXT) IS NUMERIC
             AND SR-START-TEXT(1:4) IS NUMERIC
             AND SR-START-TEXT(5:) = SPACES
             AND SR-END-TEXT(1:4) IS NUMERIC
             AND SR-END-TEXT(5:) = SPACES
             AND SR-START-TEXT(1:2) <= "23"
             AND SR-START-TEXT(3:2) <= "59"
             AND SR-END-TEXT(1:2) <= "23"
             AND SR-END-TEXT(3:2) <= "59"
               MOVE "Y" TO STAMP-VALID-FLAG
               COMPUTE SR-START-MIN =
                   FUNCTION NUMVAL(SR-START-TEXT(1:2)) * 60
                   + FUNCTION NUMVAL(SR-START-TEXT(3:2))
               COMPUTE SR-END-MIN =
                   FUNCTION NUMVAL(SR-END-TEXT(1:2)) * 60
                   + FUNCTION NUMVAL(SR-END-TEXT(3:2))
               MOVE FUNCTION NUMVAL(SR-EVERY-TEXT) TO SR-EVERY
           END-IF
           IF NOT STAMP-IS-VALID OR SR-EVERY = 0
             OR SR-END-MIN < SR-START-MIN
               DISPLAY "DENO-QUEUE: standing request "
                   FUNCTION TRIM(RQ-ID-TEXT)
                   " malformed (HHMM-HHMM|every-minutes) - skipped"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-STANDING-STATE
           IF STATE-SLOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ST-SEEN(STATE-SLOT)
           MOVE ST-LAST(STATE-SLOT) TO STAMP-WORK
           PERFORM STAMP-TO-MINUTES
           MOVE STAMP-MINUTES TO SR-LAST-MINUTES
           MOVE ST-LAST(STATE-SLOT) TO SR-HANDLED-STAMP
           COMPUTE SR-FIRST-DAY-INT = SR-LAST-MINUTES / 1440
           IF SR-FIRST-DAY-INT + 6 < TODAY-DAY-INT
               COMPUTE SR-FIRST-DAY-INT = TODAY-DAY-INT - 6
           END-IF
           MOVE SPACES TO CANDIDATE-STAMP
           MOVE RQ-USER-TEXT TO RESPONSE-USER
           PERFORM VARYING SR-DAY-INT FROM SR-FIRST-DAY-INT BY 1
                   UNTIL SR-DAY-INT > TODAY-DAY-INT
               PERFORM EXPAND-STANDING-DAY
           END-PERFORM

      *> The latest due occurrence: run it while it is still inside
      *> the grace window, else it is missed like the rest. A full
      *> table leaves it unhandled for the next pass to decide.
           IF CANDIDATE-STAMP NOT = SPACES
               MOVE CANDIDATE-STAMP TO OCC-STAMP
               MOVE CANDIDATE-MINUTES TO OCC-MINUTES
               PERFORM BUILD-OCCURRENCE-ID
               EVALUATE TRUE
                   WHEN NOW-MINUTES - OCC-MINUTES > GRACE-MINUTES
                       MOVE OCCURRENCE-ID TO RESPONSE-ID
                       PERFORM REPORT-MISSED-OCCURRENCE
                       MOVE CANDIDATE-STAMP TO SR-HANDLED-STAMP
                   WHEN REQUEST-COUNT < 200
                       PERFORM STORE-REQUEST-ENTRY
                       MOVE CANDIDATE-STAMP TO SR-HANDLED-STAMP
               END-EVALUATE
           END-IF
           MOVE SR-HANDLED-STAMP TO ST-LAST(STATE-SLOT).

      *> Occurrences of the current standing request on day
      *> SR-DAY-INT (business days only) that are due and not yet
      *> handled; each one displaced by a later due one is missed.
       EXPAND-STANDING-DAY.
           COMPUTE STAMP-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(SR-DAY-INT)
           MOVE STAMP-DATE-NUM TO SR-DAY-TEXT
           MOVE "B" TO BUSDATE-ACTION
           CALL "DENO-BUSDATE" USING BUSDATE-ACTION SR-DAY-TEXT
               BUSDATE-STATUS
           IF BUSDATE-STATUS NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SR-SLOT-MIN FROM SR-START-MIN BY SR-EVERY
                   UNTIL SR-SLOT-MIN > SR-END-MIN
               COMPUTE SR-SLOT-MINUTES =
                   SR-DAY-INT * 1440 + SR-SLOT-MIN
               IF SR-SLOT-MINUTES > SR-LAST-MINUTES
                 AND SR-SLOT-MINUTES <= NOW-MINUTES
                   IF CANDIDATE-STAMP NOT = SPACES
                       PERFORM MISS-STANDING-CANDIDATE
                   END-IF
                   MOVE SR-SLOT-MINUTES TO STAMP-MINUTES
                   PERFORM MINUTES-TO-STAMP
                   MOVE STAMP-WORK TO CANDIDATE-STAMP
                   MOVE SR-SLOT-MINUTES TO CANDIDATE-MINUTES
               END-IF
           END-PERFORM.

       MISS-STANDING-CANDIDATE.
           MOVE CANDIDATE-STAMP TO OCC-STAMP
           MOVE CANDIDATE-MINUTES TO OCC-MINUTES
           PERFORM BUILD-OCCURRENCE-ID
           MOVE OCCURRENCE-ID TO RESPONSE-ID
           PERFORM REPORT-MISSED-OCCURRENCE
           MOVE CANDIDATE-STAMP TO SR-HANDLED-STAMP
           MOVE SPACES TO CANDIDATE-STAMP.

      *> The state slot for RQ-ID-TEXT into STATE-SLOT, adding one
      *> (starting a grace window back from now) for a request seen
      *> for the first time; 0 when the state table is full.
       FIND-STANDING-STATE.
           MOVE 0 TO STATE-SLOT
           PERFORM VARYING STATE-IDX FROM 1 BY 1
                   UNTIL STATE-IDX > STATE-COUNT
               IF ST-ID(STATE-IDX) = RQ-ID-TEXT(1:20)
                   MOVE STATE-IDX TO STATE-SLOT
               END-IF
           END-PERFORM
           IF STATE-SLOT > 0
               EXIT PARAGRAPH
           END-IF
           IF STATE-COUNT = 100
               DISPLAY "DENO-QUEUE: standing state table full - "
                   FUNCTION TRIM(RQ-ID-TEXT) " skipped"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO STATE-COUNT
           MOVE STATE-COUNT TO STATE-SLOT
           MOVE RQ-ID-TEXT(1:20) TO ST-ID(STATE-SLOT)
           COMPUTE STAMP-MINUTES = NOW-MINUTES - GRACE-MINUTES - 1
           PERFORM MINUTES-TO-STAMP
           MOVE STAMP-WORK TO ST-LAST(STATE-SLOT).

       PROCESS-ONE-REQUEST.
           MOVE "Y" TO RQ-DONE(REQ-IDX)
           MOVE RQ-ID(REQ-IDX) TO RESPONSE-ID
           MOVE RQ-USER(REQ-IDX) TO RESPONSE-USER
           ADD 1 TO PROCESSED-COUNT
           IF FUNCTION TRIM(RQ-ID(REQ-IDX)) = SPACES
             OR FUNCTION TRIM(RQ-SCRIPT(REQ-IDX)) = SPACES
           END-IF
           PERFORM CHECK-REQUESTER-AUTHORIZED
           IF NOT REQUESTER-AUTHORIZED
               MOVE 108 TO STATUS-CODE
               MOVE SPACES TO RESPONSE-TEXT
               STRING "REQUESTER NOT AUTHORIZED: " DELIMITED BY SIZE
                      FUNCTION TRIM(AUTHZ-DETAIL)   DELIMITED BY SIZE
                      INTO RESPONSE-TEXT
               PERFORM WRITE-RESPONSE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE RQ-FLAGS(REQ-IDX) TO JOB-FLAGS
           MOVE RQ-ARGS(REQ-IDX) TO JOB-ARGS
           PERFORM PREPARE-REQUEST-ARGS
           MOVE RQ-RESOURCES(REQ-IDX) TO RUN-RESOURCES
           MOVE RQ-USER(REQ-IDX) TO RUN-REQUESTED-BY
           MOVE "D" TO RUN-DRY-MODE
           CALL "DENO-RUN" USING JOB-SCRIPT-PATH JOB-FLAGS
               STATUS-CODE JOB-TIMEOUT-SECONDS
               JOB-WORKING-DIR JOB-FLAGS-ALLOWLIST-FILE
               RUN-OPTIONS
           MOVE SPACE TO RUN-DRY-MODE
           IF DENO-NOT-AUTHORIZED
               MOVE "REQUESTER NOT AUTHORIZED FOR THIS ENVIRONMENT"
                   TO RESPONSE-TEXT
               PERFORM WRITE-RESPONSE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF DENO-ARGS-REJECTED
               MOVE SPACES TO RESPONSE-TEXT
               STRING "ARGUMENT REJECTED: "         DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-ARG-REJECTED-NAME)
                                                    DELIMITED BY SIZE
                      " ("                         DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-ARG-REJECTED-REASON)
                                                    DELIMITED BY SIZE
                      ")"                          DELIMITED BY SIZE
                      INTO RESPONSE-TEXT
               PERFORM WRITE-RESPONSE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF NOT DENO-OK
               MOVE "REJECTED BY RUN GATES" TO RESPONSE-TEXT
               PERFORM WRITE-RESPONSE-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RSRC-TOKEN
           IF RUN-RESOURCES-USED NOT = SPACES
               MOVE "A" TO RSRC-ACTION
               MOVE RUN-RESOURCES-USED TO RSRC-LIST
               MOVE AUDIT-PROG-NAME TO RSRC-PROGRAM
               MOVE RQ-SCRIPT(REQ-IDX) TO RSRC-SCRIPT
               CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
                   RESOURCE-STATUS
               IF RESOURCE-STATUS NOT = 0
                   MOVE 106 TO STATUS-CODE
                   MOVE SPACES TO RESPONSE-TEXT
                   STRING "RESOURCE BUSY: "        DELIMITED BY SIZE
                          FUNCTION TRIM(RSRC-DETAIL)
                                                    DELIMITED BY SIZE
                          INTO RESPONSE-TEXT
                   PERFORM AUDIT-RESOURCE-BUSY
                   PERFORM WRITE-RESPONSE-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM EXECUTE-REQUEST-CAPTURED
           IF RSRC-TOKEN NOT = SPACES
               MOVE "R" TO RSRC-ACTION
               CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
                   RESOURCE-STATUS
           END-IF
           MOVE OUTPUT-FILE-PATH TO RESPONSE-TEXT
           PERFORM WRITE-RESPONSE-RECORD.

       AUDIT-RESOURCE-BUSY.
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "REQUEST "                       DELIMITED BY SIZE
                  FUNCTION TRIM(RQ-ID(REQ-IDX))     DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(RESPONSE-TEXT)      DELIMITED BY SIZE
                  ": "                             DELIMITED BY SIZE
                  FUNCTION TRIM(RQ-SCRIPT(REQ-IDX)) DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               QUEUE-ELAPSED.

      *> The authorization file when it is in force (DENO-AUTHORIZE
      *> audits its own denials); otherwise the queue's own users
      *> file, whose refusals are audited here in the same form.
       CHECK-REQUESTER-AUTHORIZED.
           MOVE "N" TO USER-OK-FLAG
           MOVE SPACES TO AUTHZ-REQUEST
           MOVE AUDIT-PROG-NAME TO AUTHZ-PROGRAM
           MOVE RQ-USER(REQ-IDX) TO AUTHZ-USER
           MOVE "SCRIPT" TO AUTHZ-KIND
           MOVE RQ-SCRIPT(REQ-IDX) TO AUTHZ-SUBJECT
           CALL "DENO-AUTHORIZE" USING AUTHZ-REQUEST AUTH-STATUS
           IF AUTHZ-IS-IN-FORCE
               IF AUTH-STATUS = 0
                   MOVE "Y" TO USER-OK-FLAG
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING USER-IDX FROM 1 BY 1
                   UNTIL USER-IDX > USER-COUNT
               IF FUNCTION TRIM(AUTH-USER(USER-IDX)) =
                       FUNCTION TRIM(RQ-USER(REQ-IDX))
                   MOVE "Y" TO USER-OK-FLAG
               END-IF
           END-PERFORM
           IF NOT REQUESTER-AUTHORIZED
               MOVE "NOT IN THE QUEUE USERS FILE" TO AUTHZ-DETAIL
               MOVE 108 TO STATUS-CODE
               MOVE SPACES TO AUDIT-CMD-TEXT
               STRING "DENIED USER="                DELIMITED BY SIZE
                      FUNCTION TRIM(RQ-USER(REQ-IDX))
                                                    DELIMITED BY SIZE
                      " SCRIPT "                    DELIMITED BY SIZE
                      FUNCTION TRIM(RQ-SCRIPT(REQ-IDX))
                                                    DELIMITED BY SIZE
                      " ("                          DELIMITED BY SIZE
                      FUNCTION TRIM(AUTHZ-DETAIL)    DELIMITED BY SIZE
                      ")"                           DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
               CALL "DENO-AUDIT-LOG" USING
                   AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                   QUEUE-ELAPSED
           END-IF.

       PREPARE-REQUEST-ARGS.
           MOVE 0 TO RUN-ARG-COUNT
               OPEN OUTPUT RESPONSE-FD
           END-IF
           MOVE SPACES TO RESPONSE-REC
           STRING FUNCTION TRIM(RESPONSE-ID)       DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  FUNCTION TRIM(RESPONSE-USER)      DELIMITED BY SIZE
                  "|STATUS="                       DELIMITED BY SIZE
                  FUNCTION TRIM(STATUS-DISPLAY)     DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
