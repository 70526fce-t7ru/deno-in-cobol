      *> step definition:
      *>
      *>   script|flags|args|step-name|depends-on|on-error|parallel
      *>         |input-path|input-rule|input-value|resources
      *>
      *> Fields 4-11 are optional (older three-field records still
      *> run unconditionally, as before). STEP-NAME names the step
      *> for DEPENDS-ON references; DEPENDS-ON is a comma-separated
      *> list of at most 5 earlier step names (a longer list is a
      *>   C   at least INPUT-VALUE records
      *>   T   last non-blank line must equal INPUT-VALUE (control
      *>       total)
      *>   Q   data-quality profile (DENO-DQ-PROFILE): INPUT-VALUE
      *>       is the feed id, or feed:layout when the registered
      *>       layout is named differently, or feed:layout:J (the
      *>       layout part may be empty) when the feed arrives as
      *>       JSON lines rather than pipe-delimited - framed as its
      *>       DENO-IMPORT step frames it. The load is profiled and
      *>       recorded in the feed's history (plan mode judges it
      *>       without recording); a RED load fails the step with
      *>       status 107 - DATA-QUALITY on the report line, ON-ERROR
      *>       honoured - so the scripts downstream never see it.
      *> An unmet contract reports the job INPUT-MISSING - "feed not
      *> arrived" instead of a script stack trace at 2 a.m. - and
      *> burns neither a deno invocation nor a timeout.
      *> paths from the profile when coded there, and hands the
      *> profile name to every DENO-RUN through RUN-OPTIONS so one
      *> setting re-wires the whole night instead of half a dozen
      *> fields across three programs. DENO_BATCH_JOB_CONTROL, when
      *> set, names the job control file ahead of the profile's (how
      *> DENO-TRIGGER starts one worklist when its feed lands).
      *>
      *> DENO_BATCH_INCIDENT names an incident in the register
      *> (DENOINC.cpy) the run is working off - typically the
      *> morning rerun of a carry-over file: every step's outcome
      *> is attached to it as a RERUN link ("step busdate RESULT
      *> STATUS=n"), so the incident shows what the rerun did
      *> without anyone copying it over from the report.
      *>
      *> Once the authorization file is in force (DENOAUTH.cpy) the
      *> steps run as the batch's own user (DENO_USER, else USER):
      *> that account needs a role granting every script on the
      *> worklist and the profile it runs under. A step it is not
      *> granted ends STATUS=108 and fails like any other.
      *>
      *> RESOURCES declares the named shared resources the step
      *> touches (NAME=LIMIT,..., see DENORSRC.cpy), on top of any
      *> its catalog record declares. DENO-RUN holds them for the
      *> run, serial or parallel, so two streams can never both be
      *> in LEDGER-DB=1; a step that cannot get them within the
      *> bounded wait ends with status 106 like any other failure.
      *> A parallel group stops collecting at a step naming a
      *> resource one of its members already names - the two would
      *> only queue behind each other inside the group.
      *>
      *> JT-ARGS, JT-INPUT-PATH and JT-INPUT-VALUE may carry
      *> JCL-style symbolic parameters, resolved once at
      *> time remaining, and a job that cannot finish is reported
      *> DEFERRED and carried over instead of being started and then
      *> killed by the window. A script with no history always runs.
      *>
      *> A DEPENDS-ON name of the form STREAM:STEP (for example
      *> SETTLE:POST-LEDGER) names a step of ANOTHER, concurrently
      *> running batch stream. Every stream that has a name -
      *> DENO_BATCH_STREAM, else its DENO_BATCH_PROFILE name -
      *> appends one completion event per named step it disposes to
      *> the shared event file (DENOBEVT.cpy; DENO_BATCH_EVENTS
      *> overrides the path, and every stream must name the same
      *> one). A step with such a dependency waits in its turn for
      *> the other stream's event for the current business date,
      *> polling every DENO_BATCH_EXTERNAL_POLL seconds (default 60)
      *> for at most DENO_BATCH_EXTERNAL_WAIT minutes (default 30;
      *> 0 = look once, do not wait). The batch report shows
      *> WAITING-EXTERNAL when the wait starts; an event that never
      *> comes leaves the step TIMED-OUT-EXTERNAL - carried over
      *> like a DEFERRED step, with its dependents - instead of
      *> running early. The other stream's result is judged by the
      *> same rules as a local dependency (PASS, or FAIL with
      *> ON-ERROR CONTINUE). A DRAIN or ABORT request ends the wait.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT SPEC-FD
                   ASSIGN TO DYNAMIC SPEC-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SPEC-FILE-STATUS.
               SELECT STAT-FD
                   ASSIGN TO DYNAMIC STAT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   ASSIGN TO DYNAMIC HEARTBEAT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS HEARTBEAT-FILE-STATUS.
               SELECT EVENT-FD
                   ASSIGN TO DYNAMIC EVENT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS EVENT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *> Sized for the full 11-field step definition: the fields
      *> alone sum to 706 bytes plus delimiters, so the old 300-byte
      *> record silently truncated trailing fields - an input
      *> contract or parallel flag that stops being honoured with no
      *> error anywhere. JT-RAW, the carry-over record and the spec
      *> record carry the same text and match. INPUT-VALUE is 63
      *> bytes so the longest Q value (30-byte feed id, 30-byte
      *> layout name, format flag and two colons) arrives whole.
           FD  JOB-CONTROL-FD
               LABEL RECORDS ARE STANDARD.
           01  JOB-REC             PIC X(720).

           FD  BATCH-REPORT-FD
               LABEL RECORDS ARE STANDARD.

           FD  SPEC-FD
               LABEL RECORDS ARE STANDARD.
           01  SPEC-REC            PIC X(720).

           FD  STAT-FD
               LABEL RECORDS ARE STANDARD.

           FD  CARRYOVER-FD
               LABEL RECORDS ARE STANDARD.
           01  CARRYOVER-REC       PIC X(720).

           FD  INPUT-CHECK-FD
               LABEL RECORDS ARE STANDARD.
               LABEL RECORDS ARE STANDARD.
           01  HEARTBEAT-REC       PIC X(200).

           FD  EVENT-FD
               LABEL RECORDS ARE STANDARD.
           01  EVENT-REC           PIC X(200).

           WORKING-STORAGE SECTION.
               01  JOB-CONTROL-PATH    PIC X(100) VALUE
                       "/tmp/deno-batch-jobs.txt".
      *> for a DEFERRED step, and the step lands in the carry-over
      *> file if still held at end of batch.
                           88  JT-WAS-HELD         VALUE "H".
      *> "T" is a step whose cross-stream dependency never
      *> completed within the wait limit; handled like "D".
                           88  JT-EXT-TIMED-OUT    VALUE "T".
                       10  JT-STATUS       PIC S9(4) COMP.
                       10  JT-RAW          PIC X(720).
                       10  JT-INPUT-PATH   PIC X(100).
                       10  JT-INPUT-RULE   PIC X(1).
                           88  JT-INPUT-NONE       VALUE SPACE.
                           88  JT-INPUT-EXISTS     VALUE "E".
                           88  JT-INPUT-MIN-COUNT  VALUE "C".
                           88  JT-INPUT-TOTAL-LINE VALUE "T".
                           88  JT-INPUT-PROFILE    VALUE "Q".
                       10  JT-INPUT-VALUE  PIC X(63).
                       10  JT-RESOURCES    PIC X(60).
               01  JOB-IDX             PIC 9(4).
               01  DEP-CHECK-IDX       PIC 9(4).
               01  SCAN-IDX            PIC 9(4).
               01  DIR-POS-FOUND       PIC X.
               01  DEP-NAME-KEY        PIC X(30).
               01  DEP-NAMES.
      *> Wide enough for a STREAM:STEP reference (30 + 1 + 30).
                   05  DEP-NAME        PIC X(61) OCCURS 5 TIMES.
               01  DEP-IDX             PIC 9(1).
               01  DEP-OK-FLAG         PIC X.
                   88  DEPENDENCIES-MET        VALUE "Y".
                   05  GROUP-MEMBER-IDX PIC 9(4) OCCURS 4 TIMES.
               01  GROUP-POS           PIC 9(1).
               01  GROUP-NEXT-IDX      PIC 9(4).
      *> Resource names of a group candidate and of one member,
      *> compared by CHECK-GROUP-RESOURCES.
               01  CLASH-FLAG          PIC X.
                   88  RESOURCE-CLASH          VALUE "Y".
               01  CLASH-PIECES.
                   05  CLASH-PIECE     PIC X(60) OCCURS 8 TIMES.
               01  CLASH-NAMES.
                   05  CLASH-NAME      PIC X(30) OCCURS 8 TIMES.
               01  CANDIDATE-NAMES.
                   05  CANDIDATE-NAME  PIC X(30) OCCURS 8 TIMES.
               01  CLASH-IDX           PIC 9(2).
               01  CANDIDATE-IDX       PIC 9(2).
               01  CLASH-MEMBER-POS    PIC 9(1).
               01  SPEC-FILE-PATH      PIC X(100).
               01  SPEC-FILE-STATUS    PIC XX.
               01  SPEC-TAG-TEXT       PIC X(4).
               01  STAT-FILE-PATH      PIC X(100).
               01  STAT-FILE-STATUS    PIC XX.
               01  BATCH-DISCRIMINATOR PIC X(8).
               01  HEARTBEAT-REMAIN-D  PIC 9(4).
               01  HEARTBEAT-TOTAL-D   PIC 9(4).

      *> Cross-stream dependencies (see banner comment above).
               01  BATCH-STREAM-NAME   PIC X(30).
               01  EVENT-FILE-PATH     PIC X(100) VALUE
                       "/tmp/deno-batch-events.txt".
               01  EVENT-FILE-STATUS   PIC XX.
               01  EVENT-EOF           PIC X.
                   88  NO-MORE-EVENTS          VALUE "Y".
               COPY DENOBEVT.
               01  EVENT-RESULT-WORD   PIC X(20).
               01  EVENT-STATUS-DISPLAY PIC -(6)9.
               01  EVENT-LOCK-KEY      PIC X(100) VALUE
                       "deno-batch-events".
               01  EVENT-LOCK-ACTION   PIC X(1).
               01  EVENT-LOCK-STATUS   PIC S9(4) COMP.

      *> Rerun outcomes to an incident (see banner comment above).
               01  BATCH-INCIDENT-ID   PIC 9(6) VALUE 0.
               COPY DENOINCR.
               01  INCIDENT-CALL-STATUS PIC S9(4) COMP.
               01  EXT-SETTING-TEXT    PIC X(10).
               01  EXT-WAIT-MINUTES    PIC 9(4) VALUE 30.
               01  EXT-WAIT-LIMIT-SECS PIC 9(6) VALUE 1800.
               01  EXT-POLL-SECS       PIC 9(4) VALUE 60.
               01  EXT-DEP-TEXT        PIC X(61).
               01  EXT-COLON-COUNT     PIC 9(2).
               01  EXT-STREAM-NAME     PIC X(30).
               01  EXT-STEP-NAME       PIC X(30).
               01  EXT-FOUND-FLAG      PIC X.
                   88  EXTERNAL-EVENT-FOUND    VALUE "Y".
               01  EXT-FOUND-RESULT    PIC X(20).
               01  EXT-FOUND-ON-ERROR  PIC X(1).
      *> Only the main dispatch loop may wait; parallel-group
      *> collection looks once and stops collecting on a miss.
               01  EXT-WAIT-SWITCH     PIC X VALUE "N".
                   88  EXTERNAL-WAIT-ALLOWED   VALUE "Y".
               01  EXT-TIMEOUT-FLAG    PIC X.
                   88  EXTERNAL-TIMED-OUT      VALUE "Y".
               01  EXT-BROKEN-FLAG     PIC X.
                   88  EXTERNAL-WAIT-BROKEN    VALUE "Y".
               01  EXT-PLAN-FLAG       PIC X.
                   88  EXTERNAL-DEP-IN-PLAN    VALUE "Y".
      *> Wall-clock seconds (day number * 86400 + time of day, the
      *> DENO-WATCHDOG arithmetic) so a wait may cross midnight.
               01  EXT-WAIT-START-SECS PIC 9(11).
               01  EXT-NOW-SECS        PIC 9(11).
               01  EXT-WAITED-SECS     PIC 9(11).
               01  EXT-SLEEP-SECS      PIC 9(6).
               01  EXT-SLEEP-DISPLAY   PIC Z(5)9.
               01  EXT-SLEEP-CMD       PIC X(20).
               01  EXT-MINUTES-DISPLAY PIC Z(3)9.
               01  EXT-TIMEOUT-COUNT   PIC 9(4) VALUE 0.
               01  EXT-TIMEOUT-DISPLAY PIC Z(3)9.
      *> A DRAIN/ABORT read (and consumed) during a wait, handed to
      *> the main loop's next CHECK-OPERATOR-REQUEST.
               01  SAVED-OPERATOR-REQUEST PIC X(1) VALUE "N".

      *> Operator stop/drain control (see banner comment above).
               01  REQUEST-FILE-PATH   PIC X(100) VALUE
                       "/tmp/deno-batch-request.txt".
               01  INPUT-COUNT-DISPLAY PIC Z(8)9.
               01  INPUT-MISS-COUNT    PIC 9(4) VALUE 0.
               01  INPUT-MISS-DISPLAY  PIC Z(3)9.
               COPY DENODQ.
               01  DQ-STATUS-CODE      PIC S9(4) COMP.
               01  DQ-RED-FLAG         PIC X VALUE "N".
                   88  INPUT-QUALITY-RED       VALUE "Y".

      *> Plan mode (DENO_BATCH_PLAN=Y): the whole worklist is
      *> validated and forecast but nothing executes. Every step's
      *> DENO_BATCH_CATALOG names the approved script catalog every
      *> DENO-RUN this batch makes (live or planned) must verify
      *> against; blank keeps the catalog gate off, as before.
      *> DENO_BATCH_DEPENDENCIES adds the module dependency inventory
      *> (DENO-DEP-SCAN) to that gate.
               01  BATCH-CATALOG-TEXT  PIC X(100).
               01  BATCH-DEPENDENCY-TEXT PIC X(100).

      *> Business processing date from the DENO-BUSDATE register:
      *> the audit history scanned for window enforcement, and the
               PERFORM READ-PLAN-SETTINGS
               PERFORM READ-WINDOW-CUTOFF
               PERFORM READ-BATCH-PROFILE
               PERFORM READ-JOB-CONTROL-OVERRIDE
               PERFORM READ-EXTERNAL-SETTINGS
               PERFORM BUILD-SYMBOL-TABLE
               OPEN INPUT JOB-CONTROL-FD
               IF JOB-CONTROL-STATUS NOT = "00"
                   ELSE
                       MOVE JOB-IDX TO HOLD-CHECK-IDX
                       PERFORM CHECK-STEP-HOLD
      *> A held step is not checked: its cross-stream dependencies
      *> would otherwise be waited for only to hold it anyway.
                       MOVE JOB-IDX TO DEP-CHECK-IDX
                       IF NOT STEP-IS-HELD
                           MOVE "Y" TO EXT-WAIT-SWITCH
                           PERFORM CHECK-JOB-DEPENDENCIES
                           MOVE "N" TO EXT-WAIT-SWITCH
                       END-IF
                       EVALUATE TRUE
                       WHEN STEP-IS-HELD
                           PERFORM HOLD-ONE-JOB
                           ADD 1 TO JOB-IDX
      *> The step stays pending; the next pass picks up the
      *> operator's DRAIN or ABORT that ended the wait.
                       WHEN EXTERNAL-WAIT-BROKEN
                           CONTINUE
                       WHEN DEPENDENCIES-MET
                           MOVE JOB-IDX TO WIN-CHECK-IDX
                           PERFORM CHECK-WINDOW-DEADLINE
                                   PERFORM RUN-ONE-JOB
                                   ADD 1 TO JOB-IDX
                           END-EVALUATE
                       WHEN EXTERNAL-TIMED-OUT
                           PERFORM REPORT-EXTERNAL-TIMEOUT
                           ADD 1 TO JOB-IDX
                       WHEN OTHER
                           IF SKIP-CAUSED-BY-DEFER
                               MOVE "W" TO JT-STATE(JOB-IDX)
                            JT-INPUT-PATH(JOB-COUNT)
                            JT-INPUT-RULE(JOB-COUNT)
                            JT-INPUT-VALUE(JOB-COUNT)
                            JT-RESOURCES(JOB-COUNT)
                   END-UNSTRING
                   MOVE "P" TO JT-STATE(JOB-COUNT)
                   MOVE 0 TO JT-STATUS(JOB-COUNT)
               END-IF
               MOVE SPACES TO SYM-IN-TEXT
               MOVE JT-INPUT-VALUE(JOB-COUNT) TO SYM-IN-TEXT
               MOVE 63 TO SYM-TARGET-LEN
               PERFORM RESOLVE-SYMBOL-TEXT
               IF SYMBOL-FIELD-FAILED
                   PERFORM REPORT-SYMBOL-ERROR
               ELSE
                   MOVE SYM-OUT-TEXT(1:63)
                       TO JT-INPUT-VALUE(JOB-COUNT)
               END-IF.

           CHECK-JOB-DEPENDENCIES.
               MOVE "Y" TO DEP-OK-FLAG
               MOVE "N" TO DEP-DEFER-FLAG
               MOVE "N" TO EXT-TIMEOUT-FLAG
               MOVE "N" TO EXT-BROKEN-FLAG
               MOVE "N" TO EXT-PLAN-FLAG
               MOVE 0 TO EXT-WAIT-START-SECS
               MOVE SPACES TO SKIP-REASON
               IF JT-DEPENDS(DEP-CHECK-IDX) = SPACES
                   EXIT PARAGRAPH

           CHECK-ONE-DEPENDENCY.
               MOVE 0 TO DEP-FOUND-IDX
               MOVE SPACES TO EXT-DEP-TEXT
               MOVE FUNCTION TRIM(DEP-NAME(DEP-IDX)) TO EXT-DEP-TEXT
               MOVE 0 TO EXT-COLON-COUNT
               INSPECT EXT-DEP-TEXT TALLYING EXT-COLON-COUNT
                   FOR ALL ":"
               IF EXT-COLON-COUNT > 0
                   PERFORM CHECK-EXTERNAL-DEPENDENCY
                   EXIT PARAGRAPH
               END-IF
      *> Normalized to the directory's left-justified form first:
      *> "A, B" lists leave a leading blank on the second name.
               MOVE SPACES TO DEP-NAME-KEY
                                                   DELIMITED BY SIZE
                              " HELD"             DELIMITED BY SIZE
                              INTO SKIP-REASON
                   WHEN JT-EXT-TIMED-OUT(DEP-FOUND-IDX)
                       MOVE "Y" TO DEP-DEFER-FLAG
                       STRING "DEPENDENCY "       DELIMITED BY SIZE
                              FUNCTION TRIM(DEP-NAME(DEP-IDX))
                                                   DELIMITED BY SIZE
                              " TIMED-OUT-EXTERNAL"
                                                   DELIMITED BY SIZE
                              INTO SKIP-REASON
                   WHEN JT-INPUT-UNMET(DEP-FOUND-IDX)
                       STRING "DEPENDENCY "       DELIMITED BY SIZE
                              FUNCTION TRIM(DEP-NAME(DEP-IDX))
               ADD 1 TO TOTAL-JOBS

               PERFORM PREPARE-JOB-ARGS
               MOVE JT-RESOURCES(JOB-IDX) TO RUN-RESOURCES

               CALL "DENO-RUN" USING JOB-SCRIPT-PATH JOB-FLAGS
                   STATUS-CODE JOB-TIMEOUT-SECONDS
                       MOVE "Y" TO BATCH-ABORT-FLAG
                   END-IF
               END-IF
               MOVE RESULT-TEXT TO EVENT-RESULT-WORD
               PERFORM PUBLISH-STEP-EVENT

               PERFORM BUILD-STEP-LABEL
               MOVE STATUS-CODE TO STATUS-DISPLAY
                          INTO REPORT-LINE
                          WITH POINTER REPORT-LINE-PTR
               END-IF
               PERFORM APPEND-REJECTED-ARGUMENT
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC.

      *> A run refused by the script's declared argument schema
      *> (see DENOASCH.cpy) names the argument on the report line,
      *> so the fix - which job-record value to correct - is on
      *> the page rather than only in the audit trail.
           APPEND-REJECTED-ARGUMENT.
               IF RUN-ARG-REJECTED-NAME = SPACES
                   EXIT PARAGRAPH
               END-IF
               COMPUTE REPORT-LINE-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(REPORT-LINE)) + 1
               STRING " | ARG="                    DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-ARG-REJECTED-NAME)
                                                    DELIMITED BY SIZE
                      " ("                         DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-ARG-REJECTED-REASON)
                                                    DELIMITED BY SIZE
                      ")"                          DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER REPORT-LINE-PTR.

      *> Splits JT-ARGS into the structured argument table exactly
      *> as DENO-RUN expects it; shared by the live runner and the
      *> plan-mode dry run so the two can never tokenize differently.
                      FUNCTION TRIM(SKIP-REASON)     DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC
      *> A step skipped behind a deferred one is carried over with
      *> it, so another stream waiting on it must carry over too -
      *> it is published as DEFERRED, which CHECK-EXTERNAL-
      *> DEPENDENCY treats that way, not as a plain skip.
               IF JT-DEFER-SKIPPED(JOB-IDX)
                   MOVE "DEFERRED" TO EVENT-RESULT-WORD
               ELSE
                   MOVE "SKIPPED" TO EVENT-RESULT-WORD
               END-IF
               PERFORM PUBLISH-STEP-EVENT.

           WRITE-BATCH-TOTALS.
               MOVE TOTAL-JOBS TO TOTAL-DISPLAY
               MOVE DEFER-COUNT TO DEFER-DISPLAY
               MOVE INPUT-MISS-COUNT TO INPUT-MISS-DISPLAY
               MOVE HELD-COUNT TO HELD-DISPLAY
               MOVE EXT-TIMEOUT-COUNT TO EXT-TIMEOUT-DISPLAY
               MOVE SPACES TO TOTALS-LINE
               STRING "TOTAL="       DELIMITED BY SIZE
                      FUNCTION TRIM(TOTAL-DISPLAY) DELIMITED BY SIZE
                                                   DELIMITED BY SIZE
                      " HELD="                     DELIMITED BY SIZE
                      FUNCTION TRIM(HELD-DISPLAY)  DELIMITED BY SIZE
                      " TIMED-OUT-EXTERNAL="       DELIMITED BY SIZE
                      FUNCTION TRIM(EXT-TIMEOUT-DISPLAY)
                                                   DELIMITED BY SIZE
                      INTO TOTALS-LINE
               MOVE TOTALS-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC.
                   PERFORM CHECK-WINDOW-DEADLINE
                   MOVE GROUP-NEXT-IDX TO INPUT-CHECK-IDX
                   PERFORM CHECK-INPUT-CONTRACT
                   PERFORM CHECK-GROUP-RESOURCES
                   IF JT-PARALLEL-SAFE(GROUP-NEXT-IDX)
                     AND NOT STEP-IS-HELD
                     AND DEPENDENCIES-MET
                     AND JOB-FITS-WINDOW
                     AND INPUT-CONTRACT-MET
                     AND NOT RESOURCE-CLASH
                       ADD 1 TO GROUP-SIZE
                       MOVE GROUP-NEXT-IDX
                           TO GROUP-MEMBER-IDX(GROUP-SIZE)
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(JT-ARGS(SCAN-IDX))
                                                    DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(JT-RESOURCES(SCAN-IDX))
                                                    DELIMITED BY SIZE
                      INTO SPEC-REC
               WRITE SPEC-REC
               CLOSE SPEC-FD.

      *> Only the step records' own declarations are compared; a
      *> resource declared in the catalog alone still serialises
      *> correctly inside DENO-RUN, just with a member waiting.
           CHECK-GROUP-RESOURCES.
               MOVE "N" TO CLASH-FLAG
               IF JT-RESOURCES(GROUP-NEXT-IDX) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE JT-RESOURCES(GROUP-NEXT-IDX) TO RUN-RESOURCES
               PERFORM SPLIT-RESOURCE-NAMES
               MOVE CLASH-NAMES TO CANDIDATE-NAMES
               PERFORM VARYING CLASH-MEMBER-POS FROM 1 BY 1
                       UNTIL CLASH-MEMBER-POS > GROUP-SIZE
                          OR RESOURCE-CLASH
                   MOVE GROUP-MEMBER-IDX(CLASH-MEMBER-POS) TO SCAN-IDX
                   IF JT-RESOURCES(SCAN-IDX) NOT = SPACES
                       MOVE JT-RESOURCES(SCAN-IDX) TO RUN-RESOURCES
                       PERFORM SPLIT-RESOURCE-NAMES
                       PERFORM COMPARE-RESOURCE-NAMES
                   END-IF
               END-PERFORM
               MOVE SPACES TO RUN-RESOURCES.

      *> NAME=LIMIT pieces to upper-cased bare names, as
      *> DENO-RESOURCE itself keys them.
           SPLIT-RESOURCE-NAMES.
               MOVE SPACES TO CLASH-PIECES
               MOVE SPACES TO CLASH-NAMES
               UNSTRING RUN-RESOURCES DELIMITED BY ","
                   INTO CLASH-PIECE(1) CLASH-PIECE(2) CLASH-PIECE(3)
                        CLASH-PIECE(4) CLASH-PIECE(5) CLASH-PIECE(6)
                        CLASH-PIECE(7) CLASH-PIECE(8)
               END-UNSTRING
               PERFORM VARYING CLASH-IDX FROM 1 BY 1
                       UNTIL CLASH-IDX > 8
                   UNSTRING FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CLASH-PIECE(CLASH-IDX)))
                       DELIMITED BY "="
                       INTO CLASH-NAME(CLASH-IDX)
                   END-UNSTRING
               END-PERFORM.

           COMPARE-RESOURCE-NAMES.
               PERFORM VARYING CLASH-IDX FROM 1 BY 1
                       UNTIL CLASH-IDX > 8 OR RESOURCE-CLASH
                   IF CLASH-NAME(CLASH-IDX) NOT = SPACES
                       PERFORM VARYING CANDIDATE-IDX FROM 1 BY 1
                               UNTIL CANDIDATE-IDX > 8
                           IF CANDIDATE-NAME(CANDIDATE-IDX)
                                   = CLASH-NAME(CLASH-IDX)
                               MOVE "Y" TO CLASH-FLAG
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

      *> A missing or unreadable status file means the runner never
      *> got as far as writing one; 127 (command not found) is the
      *> closest honest status for that.
                       MOVE "Y" TO BATCH-ABORT-FLAG
                   END-IF
               END-IF
               MOVE RESULT-TEXT TO EVENT-RESULT-WORD
               PERFORM PUBLISH-STEP-EVENT

               PERFORM BUILD-STEP-LABEL
               MOVE STATUS-CODE TO STATUS-DISPLAY
                      " | "                           DELIMITED BY SIZE
                      RESULT-TEXT                     DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM READ-MEMBER-ARG-REJECTION
               PERFORM APPEND-REJECTED-ARGUMENT
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC.

      *> DENO-RUN-JOB leaves ARG|name|reason in the spec file when
      *> the member's arguments were refused (the exit code alone
      *> cannot carry the name); read before the scratch is
      *> cleaned.
           READ-MEMBER-ARG-REJECTION.
               MOVE SPACES TO RUN-ARG-REJECTED-NAME
               MOVE SPACES TO RUN-ARG-REJECTED-REASON
               IF NOT DENO-ARGS-REJECTED
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT SPEC-FD
               IF SPEC-FILE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO SPEC-REC
               READ SPEC-FD
                   AT END
                       CONTINUE
               END-READ
               CLOSE SPEC-FD
               MOVE SPACES TO SPEC-TAG-TEXT
               UNSTRING SPEC-REC DELIMITED BY "|"
                   INTO SPEC-TAG-TEXT RUN-ARG-REJECTED-NAME
                        RUN-ARG-REJECTED-REASON
               END-UNSTRING
               IF SPEC-TAG-TEXT NOT = "ARG"
                   MOVE SPACES TO RUN-ARG-REJECTED-NAME
                   MOVE SPACES TO RUN-ARG-REJECTED-REASON
               END-IF.

      *> Same scratch-file hygiene as DENO-VERSION-CHECK: the spec
      *> and status files are per-invocation and no longer needed
      *> once the member's result is recorded.
                      " | HELD | OPERATOR HOLD"     DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC
               MOVE "HELD" TO EVENT-RESULT-WORD
               PERFORM PUBLISH-STEP-EVENT.

      *> Reads (and consumes) the operator request file. Anything
      *> other than DRAIN or ABORT in the first word is ignored, so
      *> a stray file cannot stop the night batch by accident.
           CHECK-OPERATOR-REQUEST.
               IF SAVED-OPERATOR-REQUEST NOT = "N"
                   MOVE SAVED-OPERATOR-REQUEST TO OPERATOR-REQUEST
                   MOVE "N" TO SAVED-OPERATOR-REQUEST
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO OPERATOR-REQUEST
               OPEN INPUT REQUEST-FD
               IF REQUEST-FILE-STATUS = "00"
                      " | DEFERRED | WINDOW CUTOFF"  DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC
               MOVE "DEFERRED" TO EVENT-RESULT-WORD
               PERFORM PUBLISH-STEP-EVENT.

      *> Carry-over written once, at end of batch: DEFERRED (and
      *> TIMED-OUT-EXTERNAL) steps and the steps skipped BECAUSE of
      *> them (state "W") always -
      *> a carried-over extract without its transform and load would
      *> silently do less than the night intended - plus
      *> still-PENDING steps when the operator drained. The file is
                   IF JT-WAS-DEFERRED(SCAN-IDX)
                     OR JT-DEFER-SKIPPED(SCAN-IDX)
                     OR JT-WAS-HELD(SCAN-IDX)
                     OR JT-EXT-TIMED-OUT(SCAN-IDX)
                     OR (BATCH-WAS-DRAINED AND JT-IS-PENDING(SCAN-IDX))
                       ADD 1 TO CARRYOVER-COUNT
                   END-IF
                   IF JT-WAS-DEFERRED(SCAN-IDX)
                     OR JT-DEFER-SKIPPED(SCAN-IDX)
                     OR JT-WAS-HELD(SCAN-IDX)
                     OR JT-EXT-TIMED-OUT(SCAN-IDX)
                     OR (BATCH-WAS-DRAINED AND JT-IS-PENDING(SCAN-IDX))
                       MOVE JT-RAW(SCAN-IDX) TO CARRYOVER-REC
                       WRITE CARRYOVER-REC
      *> unreadable file always fails it.
           CHECK-INPUT-CONTRACT.
               MOVE "Y" TO INPUT-OK-FLAG
               MOVE "N" TO DQ-RED-FLAG
               MOVE SPACES TO INPUT-FAIL-TEXT
               IF JT-INPUT-NONE(INPUT-CHECK-IDX)
                   EXIT PARAGRAPH
                           MOVE "CONTROL TOTAL LINE MISSING"
                               TO INPUT-FAIL-TEXT
                       END-IF
                   WHEN JT-INPUT-PROFILE(INPUT-CHECK-IDX)
                       PERFORM CHECK-INPUT-QUALITY
                   WHEN OTHER
                       MOVE "N" TO INPUT-OK-FLAG
                       MOVE "UNKNOWN INPUT RULE" TO INPUT-FAIL-TEXT
               END-EVALUATE.

      *> A load that fails its profile did arrive: it is the
      *> step's failure, not a missing feed.
           CHECK-INPUT-QUALITY.
               MOVE SPACES TO DQ-REQUEST
               IF PLAN-MODE-ON
                   MOVE "C" TO DQ-ACTION
               ELSE
                   MOVE "P" TO DQ-ACTION
               END-IF
               UNSTRING JT-INPUT-VALUE(INPUT-CHECK-IDX)
                   DELIMITED BY ":"
                   INTO DQ-FEED DQ-LAYOUT-NAME DQ-INPUT-FORMAT
               END-UNSTRING
               MOVE JT-INPUT-PATH(INPUT-CHECK-IDX) TO DQ-INPUT-PATH
               CALL "DENO-DQ-PROFILE" USING DQ-REQUEST DQ-STATUS-CODE
               EVALUATE TRUE
                   WHEN DQ-GREEN
                       CONTINUE
                   WHEN DQ-RED
                       MOVE "N" TO INPUT-OK-FLAG
                       MOVE "Y" TO DQ-RED-FLAG
                       MOVE SPACES TO INPUT-FAIL-TEXT
                       STRING "DATA QUALITY RED: "
                                                   DELIMITED BY SIZE
                              FUNCTION TRIM(DQ-DETAIL)
                                                   DELIMITED BY SIZE
                              INTO INPUT-FAIL-TEXT
                   WHEN OTHER
                       MOVE "N" TO INPUT-OK-FLAG
                       MOVE SPACES TO INPUT-FAIL-TEXT
                       STRING "DATA QUALITY NOT PROFILED: "
                                                   DELIMITED BY SIZE
                              FUNCTION TRIM(DQ-DETAIL)
                                                   DELIMITED BY SIZE
                              INTO INPUT-FAIL-TEXT
               END-EVALUATE.

           REPORT-INPUT-MISSING.
               IF INPUT-QUALITY-RED
                   PERFORM REPORT-QUALITY-FAILURE
                   EXIT PARAGRAPH
               END-IF
               MOVE "I" TO JT-STATE(JOB-IDX)
               ADD 1 TO TOTAL-JOBS
               ADD 1 TO INPUT-MISS-COUNT
                      FUNCTION TRIM(INPUT-FAIL-TEXT) DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC
               MOVE "INPUT-MISSING" TO EVENT-RESULT-WORD
               PERFORM PUBLISH-STEP-EVENT.

           REPORT-QUALITY-FAILURE.
               ADD 1 TO TOTAL-JOBS
               ADD 1 TO FAIL-COUNT
               MOVE DQ-STATUS-CODE TO JT-STATUS(JOB-IDX)
               MOVE "F" TO JT-STATE(JOB-IDX)
               IF JT-ON-ERROR-ABORT(JOB-IDX)
                   MOVE "Y" TO BATCH-ABORT-FLAG
               END-IF
               MOVE "FAIL" TO EVENT-RESULT-WORD
               PERFORM PUBLISH-STEP-EVENT
               PERFORM BUILD-STEP-LABEL
               MOVE DQ-STATUS-CODE TO STATUS-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(STEP-LABEL)    DELIMITED BY SIZE
                      " | "                        DELIMITED BY SIZE
                      FUNCTION TRIM(JT-SCRIPT(JOB-IDX))
                                                     DELIMITED BY SIZE
                      " | DATA-QUALITY | STATUS="   DELIMITED BY SIZE
                      FUNCTION TRIM(STATUS-DISPLAY) DELIMITED BY SIZE
                      " | FAIL | "                  DELIMITED BY SIZE
                      FUNCTION TRIM(INPUT-FAIL-TEXT) DELIMITED BY SIZE
                      " | "                         DELIMITED BY SIZE
                      FUNCTION TRIM(DQ-REPORT-PATH) DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC.

           READ-JOB-CONTROL-OVERRIDE.
               MOVE SPACES TO RUNNER-ENV-TEXT
               ACCEPT RUNNER-ENV-TEXT
                   FROM ENVIRONMENT "DENO_BATCH_JOB_CONTROL"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF RUNNER-ENV-TEXT NOT = SPACES
                   MOVE RUNNER-ENV-TEXT TO JOB-CONTROL-PATH
               END-IF.

      *> Stream name, shared event file and the wait limits for
      *> STREAM:STEP dependencies. A stream with no name still
      *> resolves other streams' events; it just publishes none.
           READ-EXTERNAL-SETTINGS.
               MOVE SPACES TO BATCH-STREAM-NAME
               ACCEPT BATCH-STREAM-NAME
                   FROM ENVIRONMENT "DENO_BATCH_STREAM"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF BATCH-STREAM-NAME = SPACES
                   MOVE BATCH-PROFILE-NAME TO BATCH-STREAM-NAME
               END-IF
               MOVE SPACES TO RUNNER-ENV-TEXT
               ACCEPT RUNNER-ENV-TEXT
                   FROM ENVIRONMENT "DENO_BATCH_EVENTS"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF RUNNER-ENV-TEXT NOT = SPACES
                   MOVE RUNNER-ENV-TEXT TO EVENT-FILE-PATH
               END-IF
               MOVE SPACES TO EXT-SETTING-TEXT
               ACCEPT EXT-SETTING-TEXT
                   FROM ENVIRONMENT "DENO_BATCH_EXTERNAL_WAIT"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF EXT-SETTING-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) = 0
                     AND FUNCTION NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) >= 0
                     AND FUNCTION NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) <= 1440
                       COMPUTE EXT-WAIT-MINUTES = FUNCTION NUMVAL(
                           FUNCTION TRIM(EXT-SETTING-TEXT))
                   ELSE
                       DISPLAY "DENO-BATCH: bad DENO_BATCH_EXTERNAL_"
                           "WAIT '" FUNCTION TRIM(EXT-SETTING-TEXT)
                           "' (minutes, 0-1440); 30 in effect"
                   END-IF
               END-IF
               COMPUTE EXT-WAIT-LIMIT-SECS = EXT-WAIT-MINUTES * 60
               MOVE SPACES TO EXT-SETTING-TEXT
               ACCEPT EXT-SETTING-TEXT
                   FROM ENVIRONMENT "DENO_BATCH_EXTERNAL_POLL"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF EXT-SETTING-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) = 0
                     AND FUNCTION NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) >= 1
                     AND FUNCTION NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) <= 3600
                       COMPUTE EXT-POLL-SECS = FUNCTION NUMVAL(
                           FUNCTION TRIM(EXT-SETTING-TEXT))
                   ELSE
                       DISPLAY "DENO-BATCH: bad DENO_BATCH_EXTERNAL_"
                           "POLL '" FUNCTION TRIM(EXT-SETTING-TEXT)
                           "' (seconds, 1-3600); 60 in effect"
                   END-IF
               END-IF
               MOVE 0 TO BATCH-INCIDENT-ID
               MOVE SPACES TO EXT-SETTING-TEXT
               ACCEPT EXT-SETTING-TEXT
                   FROM ENVIRONMENT "DENO_BATCH_INCIDENT"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF EXT-SETTING-TEXT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) = 0
                     AND FUNCTION NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) >= 1
                     AND FUNCTION NUMVAL(
                       FUNCTION TRIM(EXT-SETTING-TEXT)) <= 999999
                       COMPUTE BATCH-INCIDENT-ID = FUNCTION NUMVAL(
                           FUNCTION TRIM(EXT-SETTING-TEXT))
                   ELSE
                       DISPLAY "DENO-BATCH: bad DENO_BATCH_INCIDENT '"
                           FUNCTION TRIM(EXT-SETTING-TEXT)
                           "'; outcomes not linked"
                   END-IF
               END-IF.

      *> STREAM:STEP - resolved from the shared event file, never
      *> from this worklist's own step table. Plan mode cannot know
      *> what another stream will do tonight, so there a well-formed
      *> reference is accepted and the step's plan line says so.
           CHECK-EXTERNAL-DEPENDENCY.
               MOVE SPACES TO EXT-STREAM-NAME
               MOVE SPACES TO EXT-STEP-NAME
               UNSTRING EXT-DEP-TEXT DELIMITED BY ":"
                   INTO EXT-STREAM-NAME EXT-STEP-NAME
               END-UNSTRING
               IF EXT-COLON-COUNT > 1
                 OR EXT-STREAM-NAME = SPACES
                 OR EXT-STEP-NAME = SPACES
                   MOVE "N" TO DEP-OK-FLAG
                   MOVE SPACES TO SKIP-REASON
                   STRING "DEPENDENCY "           DELIMITED BY SIZE
                          FUNCTION TRIM(EXT-DEP-TEXT)
                                                   DELIMITED BY SIZE
                          " IS NOT STREAM:STEP"   DELIMITED BY SIZE
                          INTO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               IF PLAN-MODE-ON
                   MOVE "Y" TO EXT-PLAN-FLAG
                   EXIT PARAGRAPH
               END-IF

               PERFORM SCAN-EXTERNAL-EVENTS
               IF NOT EXTERNAL-EVENT-FOUND
                 AND EXTERNAL-WAIT-ALLOWED
                   PERFORM WAIT-FOR-EXTERNAL-EVENT
               END-IF
               IF EXTERNAL-WAIT-BROKEN
                   MOVE "N" TO DEP-OK-FLAG
                   MOVE SPACES TO SKIP-REASON
                   STRING "WAIT FOR "             DELIMITED BY SIZE
                          FUNCTION TRIM(EXT-DEP-TEXT)
                                                   DELIMITED BY SIZE
                          " ENDED BY OPERATOR"    DELIMITED BY SIZE
                          INTO SKIP-REASON
                   EXIT PARAGRAPH
               END-IF
               IF NOT EXTERNAL-EVENT-FOUND
                   MOVE "N" TO DEP-OK-FLAG
                   MOVE SPACES TO SKIP-REASON
                   IF EXTERNAL-WAIT-ALLOWED
                       MOVE "Y" TO EXT-TIMEOUT-FLAG
                       MOVE EXT-WAIT-MINUTES TO EXT-MINUTES-DISPLAY
                       STRING "DEPENDENCY "       DELIMITED BY SIZE
                              FUNCTION TRIM(EXT-DEP-TEXT)
                                                   DELIMITED BY SIZE
                              " NOT COMPLETE AFTER "
                                                   DELIMITED BY SIZE
                              FUNCTION TRIM(EXT-MINUTES-DISPLAY)
                                                   DELIMITED BY SIZE
                              " MIN"              DELIMITED BY SIZE
                              INTO SKIP-REASON
                   ELSE
                       STRING "DEPENDENCY "       DELIMITED BY SIZE
                              FUNCTION TRIM(EXT-DEP-TEXT)
                                                   DELIMITED BY SIZE
                              " NOT YET COMPLETE" DELIMITED BY SIZE
                              INTO SKIP-REASON
                   END-IF
                   EXIT PARAGRAPH
               END-IF
      *> The other stream's disposition, judged as a local one
      *> would be; a deferred/held/timed-out upstream carries this
      *> step over with it, as for a local chain.
               EVALUATE TRUE
                   WHEN EXT-FOUND-RESULT = "PASS"
                       CONTINUE
                   WHEN EXT-FOUND-RESULT = "FAIL"
                     AND (EXT-FOUND-ON-ERROR = "C" OR SPACE)
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO DEP-OK-FLAG
                       IF EXT-FOUND-RESULT = "DEFERRED" OR "HELD"
                         OR "TIMED-OUT-EXTERNAL"
                           MOVE "Y" TO DEP-DEFER-FLAG
                       END-IF
                       MOVE SPACES TO SKIP-REASON
                       STRING "DEPENDENCY "       DELIMITED BY SIZE
                              FUNCTION TRIM(EXT-DEP-TEXT)
                                                   DELIMITED BY SIZE
                              " "                 DELIMITED BY SIZE
                              FUNCTION TRIM(EXT-FOUND-RESULT)
                                                   DELIMITED BY SIZE
                              INTO SKIP-REASON
               END-EVALUATE.

      *> The LAST event for the stream, step and this business date
      *> wins: a rerun publishes again. An absent file is simply
      *> "nothing published yet".
           SCAN-EXTERNAL-EVENTS.
               MOVE "N" TO EXT-FOUND-FLAG
               MOVE SPACES TO EXT-FOUND-RESULT
               MOVE SPACES TO EXT-FOUND-ON-ERROR
               MOVE "N" TO EVENT-EOF
               OPEN INPUT EVENT-FD
               IF EVENT-FILE-STATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF
               PERFORM UNTIL NO-MORE-EVENTS
                   READ EVENT-FD
                       AT END
                           MOVE "Y" TO EVENT-EOF
                       NOT AT END
                           MOVE SPACES TO BATCH-EVENT-FIELDS
                           UNSTRING EVENT-REC DELIMITED BY "|"
                               INTO BEV-STREAM BEV-STEP BEV-RESULT
                                    BEV-STATUS BEV-ON-ERROR
                                    BEV-BUSDATE BEV-STAMP
                           END-UNSTRING
                           IF BEV-STREAM = EXT-STREAM-NAME
                             AND BEV-STEP = EXT-STEP-NAME
                             AND BEV-BUSDATE = BATCH-BUSDATE
                               MOVE "Y" TO EXT-FOUND-FLAG
                               MOVE BEV-RESULT TO EXT-FOUND-RESULT
                               MOVE BEV-ON-ERROR TO EXT-FOUND-ON-ERROR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENT-FD.

      *> Polls for the event until it arrives, the step's wait limit
      *> runs out, or the operator asks for a DRAIN/ABORT. The
      *> heartbeat is refreshed every poll (state WAITING) so
      *> DENO-WATCHDOG sees a waiting stream, not a stalled one.
           WAIT-FOR-EXTERNAL-EVENT.
               IF EXT-WAIT-LIMIT-SECS = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM COMPUTE-EXT-NOW-SECS
               IF EXT-WAIT-START-SECS = 0
                   MOVE EXT-NOW-SECS TO EXT-WAIT-START-SECS
               END-IF
               MOVE EXT-WAIT-MINUTES TO EXT-MINUTES-DISPLAY
               MOVE SPACES TO STEP-LABEL
               IF JT-STEP-NAME(DEP-CHECK-IDX) NOT = SPACES
                   MOVE JT-STEP-NAME(DEP-CHECK-IDX) TO STEP-LABEL
               ELSE
                   MOVE JT-SCRIPT(DEP-CHECK-IDX) TO STEP-LABEL
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(STEP-LABEL)    DELIMITED BY SIZE
                      " | "                        DELIMITED BY SIZE
                      FUNCTION TRIM(JT-SCRIPT(DEP-CHECK-IDX))
                                                    DELIMITED BY SIZE
                      " | WAITING-EXTERNAL | "     DELIMITED BY SIZE
                      FUNCTION TRIM(EXT-DEP-TEXT)   DELIMITED BY SIZE
                      " FOR "                      DELIMITED BY SIZE
                      BATCH-BUSDATE                 DELIMITED BY SIZE
                      " (LIMIT "                   DELIMITED BY SIZE
                      FUNCTION TRIM(EXT-MINUTES-DISPLAY)
                                                    DELIMITED BY SIZE
                      " MIN)"                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC
               DISPLAY "DENO-BATCH: " FUNCTION TRIM(REPORT-LINE)
               MOVE "WAITING" TO HEARTBEAT-STATE
               MOVE SPACES TO HEARTBEAT-STEP-TEXT
               STRING FUNCTION TRIM(STEP-LABEL)    DELIMITED BY SIZE
                      " ON "                       DELIMITED BY SIZE
                      FUNCTION TRIM(EXT-DEP-TEXT)   DELIMITED BY SIZE
                      INTO HEARTBEAT-STEP-TEXT

               PERFORM UNTIL EXTERNAL-EVENT-FOUND
                       OR EXTERNAL-WAIT-BROKEN
                   PERFORM COMPUTE-EXT-NOW-SECS
                   COMPUTE EXT-WAITED-SECS =
                       EXT-NOW-SECS - EXT-WAIT-START-SECS
                   IF EXT-WAITED-SECS >= EXT-WAIT-LIMIT-SECS
                       EXIT PERFORM
                   END-IF
                   PERFORM WRITE-HEARTBEAT-RECORD
                   COMPUTE EXT-SLEEP-SECS =
                       EXT-WAIT-LIMIT-SECS - EXT-WAITED-SECS
                   IF EXT-SLEEP-SECS > EXT-POLL-SECS
                       MOVE EXT-POLL-SECS TO EXT-SLEEP-SECS
                   END-IF
                   MOVE EXT-SLEEP-SECS TO EXT-SLEEP-DISPLAY
                   MOVE SPACES TO EXT-SLEEP-CMD
                   STRING "sleep "                 DELIMITED BY SIZE
                          FUNCTION TRIM(EXT-SLEEP-DISPLAY)
                                                    DELIMITED BY SIZE
                          INTO EXT-SLEEP-CMD
                   CALL "SYSTEM" USING EXT-SLEEP-CMD
                       RETURNING SHELL-RET-VAL
                   PERFORM CHECK-OPERATOR-REQUEST
                   IF NO-OPERATOR-REQUEST
                       PERFORM SCAN-EXTERNAL-EVENTS
                   ELSE
                       MOVE OPERATOR-REQUEST TO SAVED-OPERATOR-REQUEST
                       MOVE "Y" TO EXT-BROKEN-FLAG
                   END-IF
               END-PERFORM
               MOVE "RUNNING" TO HEARTBEAT-STATE
               PERFORM WRITE-HEARTBEAT-RECORD.

           COMPUTE-EXT-NOW-SECS.
               COMPUTE EXT-NOW-SECS =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       FUNCTION CURRENT-DATE(1:8))) * 86400
                 + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 3600
                 + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2)) * 60
                 + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(13:2)).

           REPORT-EXTERNAL-TIMEOUT.
               MOVE "T" TO JT-STATE(JOB-IDX)
               ADD 1 TO TOTAL-JOBS
               ADD 1 TO EXT-TIMEOUT-COUNT
               PERFORM BUILD-STEP-LABEL
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(STEP-LABEL)    DELIMITED BY SIZE
                      " | "                        DELIMITED BY SIZE
                      FUNCTION TRIM(JT-SCRIPT(JOB-IDX))
                                                     DELIMITED BY SIZE
                      " | TIMED-OUT-EXTERNAL | "    DELIMITED BY SIZE
                      FUNCTION TRIM(SKIP-REASON)     DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE REPORT-LINE TO BATCH-REPORT-REC
               WRITE BATCH-REPORT-REC
               MOVE "TIMED-OUT-EXTERNAL" TO EVENT-RESULT-WORD
               PERFORM PUBLISH-STEP-EVENT.

      *> One event line per disposed named step, appended under the
      *> "deno-batch-events" lock so two streams finishing at the
      *> same moment cannot interleave half-lines (the DENO-AUDIT-LOG
      *> pattern: a lock wait that exhausts still writes). Failure
      *> to publish is displayed but never fails this stream's step.
           PUBLISH-STEP-EVENT.
               IF BATCH-INCIDENT-ID > 0 AND NOT PLAN-MODE-ON
                   PERFORM LINK-STEP-TO-INCIDENT
               END-IF
               IF BATCH-STREAM-NAME = SPACES
                 OR JT-STEP-NAME(JOB-IDX) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE "W" TO EVENT-LOCK-ACTION
               CALL "DENO-LOCK" USING EVENT-LOCK-KEY EVENT-LOCK-ACTION
                   EVENT-LOCK-STATUS
               OPEN EXTEND EVENT-FD
               IF EVENT-FILE-STATUS = "35"
                   OPEN OUTPUT EVENT-FD
               END-IF
               IF EVENT-FILE-STATUS = "00"
                   MOVE SPACES TO BATCH-EVENT-FIELDS
                   MOVE BATCH-STREAM-NAME TO BEV-STREAM
                   MOVE FUNCTION TRIM(JT-STEP-NAME(JOB-IDX))
                       TO BEV-STEP
                   MOVE EVENT-RESULT-WORD TO BEV-RESULT
                   MOVE JT-STATUS(JOB-IDX) TO EVENT-STATUS-DISPLAY
                   MOVE FUNCTION TRIM(EVENT-STATUS-DISPLAY)
                       TO BEV-STATUS
                   MOVE JT-ON-ERROR(JOB-IDX) TO BEV-ON-ERROR
                   IF BEV-ON-ERROR = SPACE
                       MOVE "C" TO BEV-ON-ERROR
                   END-IF
                   MOVE BATCH-BUSDATE TO BEV-BUSDATE
                   MOVE FUNCTION CURRENT-DATE(1:14) TO BEV-STAMP
                   MOVE SPACES TO EVENT-REC
                   STRING FUNCTION TRIM(BEV-STREAM) DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          FUNCTION TRIM(BEV-STEP)  DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          FUNCTION TRIM(BEV-RESULT)
                                                   DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          FUNCTION TRIM(BEV-STATUS)
                                                   DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          BEV-ON-ERROR             DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          BEV-BUSDATE              DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          BEV-STAMP                DELIMITED BY SIZE
                          INTO EVENT-REC
                   WRITE EVENT-REC
                   CLOSE EVENT-FD
               ELSE
                   DISPLAY "DENO-BATCH: cannot publish step event to "
                       FUNCTION TRIM(EVENT-FILE-PATH)
                       " STATUS=" EVENT-FILE-STATUS
               END-IF
               IF EVENT-LOCK-STATUS = 0
                   MOVE "R" TO EVENT-LOCK-ACTION
                   CALL "DENO-LOCK" USING EVENT-LOCK-KEY
                       EVENT-LOCK-ACTION EVENT-LOCK-STATUS
               END-IF.

      *> A refused link (incident closed meanwhile, register
      *> full) is displayed; it never fails the step.
           LINK-STEP-TO-INCIDENT.
               PERFORM BUILD-STEP-LABEL
               MOVE JT-STATUS(JOB-IDX) TO EVENT-STATUS-DISPLAY
               MOVE SPACES TO INCIDENT-REQUEST
               MOVE "L" TO INR-ACTION
               MOVE BATCH-INCIDENT-ID TO INR-ID
               MOVE "BATCH" TO INR-BY
               MOVE "RERUN" TO INR-LINK-TYPE
               STRING FUNCTION TRIM(STEP-LABEL)    DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      BATCH-BUSDATE                 DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(EVENT-RESULT-WORD)
                                                    DELIMITED BY SIZE
                      " STATUS="                   DELIMITED BY SIZE
                      FUNCTION TRIM(EVENT-STATUS-DISPLAY)
                                                    DELIMITED BY SIZE
                      INTO INR-LINK-VALUE
               CALL "DENO-INCIDENT-LOG" USING INCIDENT-REQUEST
                   INCIDENT-CALL-STATUS
               IF INCIDENT-CALL-STATUS NOT = 0
                   DISPLAY "DENO-BATCH: outcome not linked to "
                       "incident " INR-ID ": "
                       FUNCTION TRIM(INR-DETAIL)
               END-IF.

           READ-BATCH-PROFILE.
               MOVE SPACES TO BATCH-PROFILE-NAME
               ACCEPT BATCH-PROFILE-NAME
               END-ACCEPT
               IF BATCH-CATALOG-TEXT NOT = SPACES
                   MOVE BATCH-CATALOG-TEXT TO RUN-CATALOG-FILE
               END-IF
               MOVE SPACES TO BATCH-DEPENDENCY-TEXT
               ACCEPT BATCH-DEPENDENCY-TEXT
                   FROM ENVIRONMENT "DENO_BATCH_DEPENDENCIES"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF BATCH-DEPENDENCY-TEXT NOT = SPACES
                   MOVE BATCH-DEPENDENCY-TEXT TO RUN-DEPENDENCY-FILE
               END-IF.

      *> Plan mode: walk the loaded worklist in order, validate each
               MOVE JT-FLAGS(JOB-IDX) TO JOB-FLAGS
               MOVE JT-ARGS(JOB-IDX) TO JOB-ARGS
               PERFORM PREPARE-JOB-ARGS
               MOVE JT-RESOURCES(JOB-IDX) TO RUN-RESOURCES
               CALL "DENO-RUN" USING JOB-SCRIPT-PATH JOB-FLAGS
                   STATUS-CODE JOB-TIMEOUT-SECONDS
                   RUN-ARG-COUNT RUN-ARG-ENTRY JOB-DENO-BIN-PATH
                   RUN-OPTIONS
               IF DENO-OK
                   MOVE "R" TO JT-STATE(JOB-IDX)
                   IF EXTERNAL-DEP-IN-PLAN
                     AND PLAN-ISSUE-TEXT = SPACES
                       MOVE "OK (WAITS ON ANOTHER STREAM)"
                           TO PLAN-ISSUE-TEXT
                   END-IF
               ELSE
                   ADD 1 TO PLAN-ISSUE-COUNT
                   MOVE "F" TO JT-STATE(JOB-IDX)
                          FUNCTION TRIM(STATUS-DISPLAY)
                                                    DELIMITED BY SIZE
                          INTO PLAN-ISSUE-TEXT
                   IF DENO-ARGS-REJECTED
                       MOVE SPACES TO PLAN-ISSUE-TEXT
                       STRING "ARGS REJECTED: "  DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-ARG-REJECTED-NAME)
                                                  DELIMITED BY SIZE
                              " - "              DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-ARG-REJECTED-REASON)
                                                  DELIMITED BY SIZE
                              INTO PLAN-ISSUE-TEXT
                   END-IF
               END-IF

               MOVE JOB-IDX TO WIN-CHECK-IDX
