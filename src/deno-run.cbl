               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-SCRIPT-PATH
               FILE STATUS IS CATALOG-STATUS.
           SELECT DEPENDENCY-FD
               ASSIGN TO DYNAMIC RUN-DEPENDENCY-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DEP-SCRIPT-PATH
               FILE STATUS IS DEPENDENCY-STATUS.
           SELECT RESULT-FD
               ASSIGN TO DYNAMIC RESULT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
       FD  CATALOG-FD.
       COPY DENOCAT.

       FD  DEPENDENCY-FD.
       COPY DENODEPS.

       FD  RESULT-FD
           LABEL RECORDS ARE STANDARD.
       01  RESULT-REC              PIC X(80).
      *> Widened to 10000 (review round) to hold ENV-PREFIX-TEXT's
      *> escaped-value worst case (5300) plus CMD-BUFFER's own
      *> widened worst case without truncating.
      *> Widened to 10200 for the DENO-USAGE wrapper RUN-CMD-BUFFER
      *> splices in ahead of the timeout prefix.
       01  EXEC-CMD-BUFFER     PIC X(10200).
       01  ENV-PREFIX-TEXT     PIC X(5300).
       01  ENV-PREFIX-MASKED   PIC X(5300).
       01  RUN-START-TIME      PIC 9(9).
       01  SCRIPT-HASH         PIC X(64).
       01  SCRIPT-HASH-FOUND   PIC X(1).
       01  PIN-OK-FLAG         PIC X(1).
       01  DEPENDENCY-STATUS   PIC XX.
       01  DEP-IDX             PIC 9(3).
       01  DEP-HASH-PATH       PIC X(250).
       01  SCRIPT-HASH-PATH    PIC X(250).
      *> Effective configuration: the caller's LINKAGE value when
      *> coded, else the loaded profile's, else blank/default. Kept
      *> in WORKING-STORAGE so the profile never writes into the
       01  THROTTLE-ACTION     PIC X(1).
       01  THROTTLE-SLOT       PIC X(20).
       01  THROTTLE-STATUS     PIC S9(4) COMP.
      *> Named resources (see DENORSRC.cpy): the job record's and
      *> the catalog's declarations together, held from just before
      *> the throttle slot until the process ends. Status kept
      *> apart from STATUS-CODE like the throttle's.
       COPY DENORSRC.
       01  RESOURCE-STATUS     PIC S9(4) COMP.
       01  CATALOG-RESOURCES   PIC X(60).
       01  RESOURCE-HELD-FLAG  PIC X VALUE "N".
           88  RESOURCES-ARE-HELD     VALUE "Y".
      *> Result manifest (see DENORUNO.cpy): the per-invocation file
      *> the script may write its structured outcome to. The path
      *> carries the full YYYYMMDDHHMMSShh stamp so it is unique per
      *> Final buffer handed to the shell: the exported
      *> DENO_RESULT_FILE assignment plus EXEC-CMD-BUFFER's own
      *> worst case.
       01  FINAL-CMD-BUFFER    PIC X(10400).
      *> Resource capture (see DENOUSAG.cpy). CMD-BUFFER stays the
      *> command as audited; RUN-CMD-BUFFER is what executes - the
      *> same text with the time wrapper spliced in at
      *> USAGE-SPLICE-PTR, after the "cd ... &&" prefix and ahead
      *> of "timeout", so time outlives a timeout kill, still
      *> reports, and hands the script's exit status straight back.
       01  CMD-BUFFER-PTR      PIC 9(5).
       01  USAGE-SPLICE-PTR    PIC 9(5).
       01  RUN-CMD-BUFFER      PIC X(4800).
       01  RUN-CMD-PTR         PIC 9(5).
       01  USAGE-ACTION        PIC X(1).
       COPY DENOUSAG.
      *> Who the run is for, and DENO-AUTHORIZE's answer (see
      *> DENOAUTH.cpy); its status is kept apart from STATUS-CODE so
      *> a grant never clobbers anything.
       01  RUN-USER-NAME       PIC X(30).
       COPY DENOAUTH.
       01  AUTH-STATUS         PIC S9(4) COMP.
      *> The catalog record's declared argument schema (see
      *> DENOASCH.cpy), checked against the run's arguments once
      *> the catalog gate has passed; status kept apart from
      *> STATUS-CODE like the throttle's.
       COPY DENOASCH.
       01  ARG-SCHEMA-STATUS   PIC S9(4) COMP.
       01  CATALOG-ARG-SCHEMA  PIC X(240).

       LINKAGE SECTION.
       01  FILE-PATH       PIC X(100).
      *> Cleared on every path, including the early rejections - a
      *> caller must never see the PREVIOUS run's manifest fields.
           MOVE SPACES TO RUN-RESULT-BLOCK
           MOVE SPACES TO RUN-RESOURCES-USED
           MOVE SPACES TO CATALOG-RESOURCES
           MOVE SPACES TO CATALOG-ARG-SCHEMA
           MOVE SPACES TO RUN-ARG-REJECTED-NAME
           MOVE SPACES TO RUN-ARG-REJECTED-REASON
           MOVE "N" TO SCRIPT-LOCK-HELD
           MOVE "N" TO RESOURCE-HELD-FLAG
           PERFORM RESOLVE-EFFECTIVE-PROFILE
      *> A named profile that did not resolve must refuse the run,
      *> not proceed on built-in defaults: the profile selects the
               MOVE STATUS-CODE TO RETURN-CODE
               EXIT PROGRAM
           END-IF
      *> Who may run what, and where, is settled before the script
      *> gates: a refused user learns nothing about the catalog, the
      *> pin or the allowlist. DENO-AUTHORIZE audits the denial
      *> itself; the alert is ours, as for every other gate.
           PERFORM CHECK-RUN-AUTHORIZED
           IF AUTH-STATUS NOT = 0
               MOVE 108 TO STATUS-CODE
               DISPLAY "DENO-RUN: " FUNCTION TRIM(RUN-USER-NAME)
                   " not authorized ("
                   FUNCTION TRIM(AUTHZ-DETAIL) "); run refused"
               CALL "DENO-ALERT" USING
                   AUDIT-PROG-NAME FILE-PATH STATUS-CODE
               MOVE STATUS-CODE TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           IF FLAGS = SPACES
             AND EFFECTIVE-PERMISSIONS-FILE NOT = SPACES
               PERFORM LOOKUP-PERMISSIONS-MANIFEST
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
      *> The approved script with the wrong arguments is still a
      *> wrong run: a declared schema is enforced before any
      *> command is built, and the refusal names the argument.
               IF CATALOG-ARG-SCHEMA NOT = SPACES
                   PERFORM CHECK-DECLARED-ARGUMENTS
                   IF ARG-SCHEMA-STATUS NOT = 0
                       MOVE 111 TO STATUS-CODE
                       MOVE SPACES TO AUDIT-CMD-TEXT
                       STRING "ARGS REJECTED ("  DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-ARG-REJECTED-NAME)
                                                  DELIMITED BY SIZE
                              ": "               DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-ARG-REJECTED-REASON)
                                                  DELIMITED BY SIZE
                              "): "              DELIMITED BY SIZE
                              FUNCTION TRIM(FILE-PATH)
                                                  DELIMITED BY SIZE
                              INTO AUDIT-CMD-TEXT
                       PERFORM STOP-RUN-TIMER
                       CALL "DENO-AUDIT-LOG" USING
                           AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                           RUN-ELAPSED
                       CALL "DENO-ALERT" USING
                           AUDIT-PROG-NAME FILE-PATH STATUS-CODE
                       MOVE STATUS-CODE TO RETURN-CODE
                       EXIT PROGRAM
                   END-IF
               END-IF
           END-IF

      *> Version pinning fails fast, before any script runs: an
               END-IF
           END-IF

      *> The resource declaration is settled - and a malformed one
      *> refused - before anything is locked, dry run included, so
      *> plan mode and the queue's gate validation catch it too.
           PERFORM BUILD-RESOURCE-DECLARATION
           IF RUN-RESOURCES-USED NOT = SPACES
               MOVE "V" TO RSRC-ACTION
               MOVE RUN-RESOURCES-USED TO RSRC-LIST
               CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
                   RESOURCE-STATUS
               IF RESOURCE-STATUS NOT = 0
                   MOVE 106 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "RESOURCES REJECTED ("  DELIMITED BY SIZE
                          FUNCTION TRIM(RSRC-DETAIL)
                                                   DELIMITED BY SIZE
                          "): "                   DELIMITED BY SIZE
                          FUNCTION TRIM(FILE-PATH) DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   PERFORM STOP-RUN-TIMER
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       RUN-ELAPSED
                   CALL "DENO-ALERT" USING
                       AUDIT-PROG-NAME FILE-PATH STATUS-CODE
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF

      *> With RUN-LOCK-MODE "L" the script may only run in one
      *> stream at a time: a held lock means the other stream (or an
      *> ad-hoc call) is mid-flight, and double-running a
           END-PERFORM

           MOVE SPACES TO CMD-BUFFER
           MOVE 1 TO CMD-BUFFER-PTR
           IF WORKING-DIR-PREFIX NOT = SPACES
               STRING FUNCTION TRIM(WORKING-DIR-PREFIX)
                                                DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      INTO CMD-BUFFER
                      WITH POINTER CMD-BUFFER-PTR
           END-IF
           MOVE CMD-BUFFER-PTR TO USAGE-SPLICE-PTR
           IF RUN-ARG-COUNT > 0
               STRING FUNCTION TRIM(TIMEOUT-PREFIX) DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      FUNCTION TRIM(DENO-BIN-NAME) DELIMITED BY SIZE
                      " run "                   DELIMITED BY SIZE
                      "'"                      DELIMITED BY SIZE
                      ARGS-SUFFIX(1:ARGS-PTR - 1) DELIMITED BY SIZE
                      INTO CMD-BUFFER
                      WITH POINTER CMD-BUFFER-PTR
           ELSE
               STRING FUNCTION TRIM(TIMEOUT-PREFIX) DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      FUNCTION TRIM(DENO-BIN-NAME) DELIMITED BY SIZE
                      " run "                   DELIMITED BY SIZE
                      FUNCTION TRIM(FILE-PATH) DELIMITED BY SIZE
                      "'"                      DELIMITED BY SIZE
                      INTO CMD-BUFFER
                      WITH POINTER CMD-BUFFER-PTR
           END-IF

      *> A dry run spawns nothing, so there is nothing to measure.
           MOVE SPACES TO USAGE-WRAPPER USAGE-FILE
           IF NOT RUN-DRY-RUN
               MOVE "P" TO USAGE-ACTION
               CALL "DENO-USAGE" USING USAGE-ACTION USAGE-REQUEST
           END-IF
           MOVE CMD-BUFFER TO RUN-CMD-BUFFER
           IF USAGE-WRAPPER NOT = SPACES
               MOVE SPACES TO RUN-CMD-BUFFER
               MOVE 1 TO RUN-CMD-PTR
               IF USAGE-SPLICE-PTR > 1
                   STRING CMD-BUFFER(1:USAGE-SPLICE-PTR - 1)
                                                DELIMITED BY SIZE
                          INTO RUN-CMD-BUFFER
                          WITH POINTER RUN-CMD-PTR
               END-IF
               STRING FUNCTION TRIM(USAGE-WRAPPER) DELIMITED BY SIZE
                      " "                       DELIMITED BY SIZE
                      CMD-BUFFER(USAGE-SPLICE-PTR:)
                                                DELIMITED BY SIZE
                      INTO RUN-CMD-BUFFER
                      WITH POINTER RUN-CMD-PTR
           END-IF

           MOVE RUN-CMD-BUFFER TO EXEC-CMD-BUFFER
           MOVE SPACES TO ENV-PREFIX-TEXT
           MOVE SPACES TO ENV-PREFIX-MASKED
           IF ENV-VAR-COUNT > 0
               MOVE SPACES TO EXEC-CMD-BUFFER
               STRING FUNCTION TRIM(ENV-PREFIX-TEXT) DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-CMD-BUFFER)   DELIMITED BY SIZE
                      INTO EXEC-CMD-BUFFER
           END-IF

               EXIT PROGRAM
           END-IF

      *> Named resources before the machine-wide slot: a job
      *> queued behind the ledger database must not sit on one of
      *> the box's few slots while it waits.
           IF RUN-RESOURCES-USED NOT = SPACES
               MOVE "A" TO RSRC-ACTION
               MOVE RUN-RESOURCES-USED TO RSRC-LIST
               MOVE AUDIT-PROG-NAME TO RSRC-PROGRAM
               MOVE FILE-PATH TO RSRC-SCRIPT
               CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
                   RESOURCE-STATUS
               IF RESOURCE-STATUS NOT = 0
                   MOVE 106 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "RESOURCE BUSY ("       DELIMITED BY SIZE
                          FUNCTION TRIM(RSRC-DETAIL)
                                                   DELIMITED BY SIZE
                          "): "                   DELIMITED BY SIZE
                          FUNCTION TRIM(FILE-PATH) DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   PERFORM STOP-RUN-TIMER
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       RUN-ELAPSED
                   CALL "DENO-ALERT" USING
                       AUDIT-PROG-NAME FILE-PATH STATUS-CODE
                   IF SCRIPT-LOCK-IS-HELD
                       MOVE "R" TO SCRIPT-LOCK-ACTION
                       CALL "DENO-LOCK" USING FILE-PATH
                           SCRIPT-LOCK-ACTION SCRIPT-LOCK-STATUS
                       MOVE "N" TO SCRIPT-LOCK-HELD
                   END-IF
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
               MOVE "Y" TO RESOURCE-HELD-FLAG
           END-IF

      *> Machine-wide slot, taken last - after every gate has passed
      *> and immediately before the process is actually spawned, so
      *> a rejected run never burns a slot-wait on a saturated box.
                   RUN-ELAPSED
               CALL "DENO-ALERT" USING
                   AUDIT-PROG-NAME FILE-PATH STATUS-CODE
               PERFORM RELEASE-RUN-RESOURCES
               IF SCRIPT-LOCK-IS-HELD
                   MOVE "R" TO SCRIPT-LOCK-ACTION
                   CALL "DENO-LOCK" USING FILE-PATH
           MOVE "R" TO THROTTLE-ACTION
           CALL "DENO-THROTTLE" USING THROTTLE-ACTION THROTTLE-SLOT
               THROTTLE-STATUS
           PERFORM RELEASE-RUN-RESOURCES
           MOVE "E" TO LIVE-ACTION
           CALL "DENO-LIVE-STATUS" USING LIVE-ACTION AUDIT-PROG-NAME
               FILE-PATH TIMEOUT-SECONDS LIVE-TOKEN STATUS-CODE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-CMD-PTR
           END-IF
           IF RUN-RESOURCES-USED NOT = SPACES
               COMPUTE AUDIT-CMD-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
               STRING " RESOURCES="                DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-RESOURCES-USED)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-CMD-PTR
           END-IF
           PERFORM STOP-RUN-TIMER
           PERFORM COLLECT-RUN-USAGE
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE RUN-ELAPSED
           CALL "DENO-ALERT" USING
           MOVE STATUS-CODE TO RETURN-CODE
           EXIT PROGRAM.

      *> The script first, then the environment it would run in;
      *> the first refusal stands.
       CHECK-RUN-AUTHORIZED.
           MOVE RUN-REQUESTED-BY TO RUN-USER-NAME
           IF RUN-USER-NAME = SPACES
               ACCEPT RUN-USER-NAME
                   FROM ENVIRONMENT "DENO_USER"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
           END-IF
           IF RUN-USER-NAME = SPACES
               ACCEPT RUN-USER-NAME
                   FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
           END-IF
           MOVE SPACES TO AUTHZ-REQUEST
           MOVE AUDIT-PROG-NAME TO AUTHZ-PROGRAM
           MOVE RUN-USER-NAME TO AUTHZ-USER
           MOVE "SCRIPT" TO AUTHZ-KIND
           MOVE FILE-PATH TO AUTHZ-SUBJECT
           CALL "DENO-AUTHORIZE" USING AUTHZ-REQUEST AUTH-STATUS
           IF AUTH-STATUS NOT = 0 OR NOT AUTHZ-IS-IN-FORCE
               EXIT PARAGRAPH
           END-IF
           MOVE "ENV" TO AUTHZ-KIND
           MOVE RUN-PROFILE-NAME TO AUTHZ-SUBJECT
           CALL "DENO-AUTHORIZE" USING AUTHZ-REQUEST AUTH-STATUS.

      *> The process's CPU and peak memory onto the audit line
      *> (and, inside DENO-USAGE, into the perf history).
       COLLECT-RUN-USAGE.
           MOVE AUDIT-PROG-NAME TO USAGE-PROGRAM
           MOVE FILE-PATH TO USAGE-SCRIPT
           MOVE RUN-ELAPSED TO USAGE-ELAPSED
           MOVE "C" TO USAGE-ACTION
           CALL "DENO-USAGE" USING USAGE-ACTION USAGE-REQUEST
           IF USAGE-WAS-CAPTURED
               COMPUTE AUDIT-CMD-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
               STRING USAGE-NOTE                   DELIMITED BY "  "
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-CMD-PTR
           END-IF.

       START-RUN-TIMER.
           COMPUTE RUN-START-TIME =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 360000
                  "]"                             DELIMITED BY SIZE
                  INTO RESULT-SUMMARY.

       CHECK-DECLARED-ARGUMENTS.
           MOVE "C" TO ASCH-ACTION
           MOVE CATALOG-ARG-SCHEMA TO ASCH-SCHEMA
           CALL "DENO-ARG-SCHEMA" USING ARG-SCHEMA-REQUEST
               RUN-ARG-COUNT RUN-ARG-ENTRY ARG-SCHEMA-STATUS
           IF ARG-SCHEMA-STATUS NOT = 0
               MOVE ASCH-REJECTED-NAME TO RUN-ARG-REJECTED-NAME
               MOVE ASCH-DETAIL TO RUN-ARG-REJECTED-REASON
           END-IF.

       CHECK-SCRIPT-CATALOG.
           MOVE "N" TO CATALOG-OK-FLAG
           MOVE SPACES TO CATALOG-FAIL-TEXT
                   CLOSE CATALOG-FD
                   EXIT PARAGRAPH
           END-READ
           MOVE CAT-RESOURCES TO CATALOG-RESOURCES
           MOVE CAT-ARG-SCHEMA TO CATALOG-ARG-SCHEMA
           CLOSE CATALOG-FD
           MOVE FILE-PATH TO SCRIPT-HASH-PATH
           CALL "DENO-FILE-HASH" USING SCRIPT-HASH-PATH SCRIPT-HASH
               SCRIPT-HASH-FOUND
           EVALUATE TRUE
               WHEN SCRIPT-HASH-FOUND NOT = "Y"
                   MOVE "HASH MISMATCH" TO CATALOG-FAIL-TEXT
               WHEN OTHER
                   MOVE "Y" TO CATALOG-OK-FLAG
           END-EVALUATE
           IF SCRIPT-IS-VERIFIED
             AND RUN-DEPENDENCY-FILE NOT = SPACES
               PERFORM CHECK-SCRIPT-DEPENDENCIES
           END-IF.

      *> The entry file is only half the script: the approved module
      *> graph must still be the one in force. The scan's drift flag
      *> covers remote modules (re-resolving them per run would mean
      *> a deno info per import); approved local modules are cheap to
      *> re-hash, so those are checked afresh, catching an edit made
      *> since the last scan.
       CHECK-SCRIPT-DEPENDENCIES.
           MOVE "N" TO CATALOG-OK-FLAG
           OPEN INPUT DEPENDENCY-FD
           IF DEPENDENCY-STATUS NOT = "00"
               MOVE "DEPENDENCIES UNAVAILABLE" TO CATALOG-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DEP-SCRIPT-PATH
           MOVE FUNCTION TRIM(FILE-PATH) TO DEP-SCRIPT-PATH
           READ DEPENDENCY-FD
               INVALID KEY
                   MOVE "DEPENDENCIES UNRECORDED" TO CATALOG-FAIL-TEXT
                   CLOSE DEPENDENCY-FD
                   EXIT PARAGRAPH
           END-READ
           CLOSE DEPENDENCY-FD
           IF DEP-DRIFTED
               MOVE "DEPENDENCY DRIFT" TO CATALOG-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DEP-IDX FROM 1 BY 1
                   UNTIL DEP-IDX > DEP-APPROVED-COUNT
                         OR CATALOG-FAIL-TEXT NOT = SPACES
               IF DEP-APR-KIND(DEP-IDX) = "L"
                   MOVE DEP-APR-SPECIFIER(DEP-IDX)(8:)
                       TO DEP-HASH-PATH
                   CALL "DENO-FILE-HASH" USING DEP-HASH-PATH
                       SCRIPT-HASH SCRIPT-HASH-FOUND
                   IF SCRIPT-HASH-FOUND NOT = "Y"
                     OR SCRIPT-HASH NOT = DEP-APR-HASH(DEP-IDX)
                       MOVE "DEPENDENCY DRIFT" TO CATALOG-FAIL-TEXT
                   END-IF
               END-IF
           END-PERFORM
           IF CATALOG-FAIL-TEXT = SPACES
               MOVE "Y" TO CATALOG-OK-FLAG
           END-IF.

      *> The job record's declaration first, then the catalog's;
      *> DENO-RESOURCE merges a name given in both to its stricter
      *> limit.
       BUILD-RESOURCE-DECLARATION.
           MOVE SPACES TO RUN-RESOURCES-USED
           EVALUATE TRUE
               WHEN RUN-RESOURCES NOT = SPACES
                 AND CATALOG-RESOURCES NOT = SPACES
                   STRING FUNCTION TRIM(RUN-RESOURCES)
                                                   DELIMITED BY SIZE
                          ","                     DELIMITED BY SIZE
                          FUNCTION TRIM(CATALOG-RESOURCES)
                                                   DELIMITED BY SIZE
                          INTO RUN-RESOURCES-USED
               WHEN RUN-RESOURCES NOT = SPACES
                   MOVE FUNCTION TRIM(RUN-RESOURCES)
                       TO RUN-RESOURCES-USED
               WHEN CATALOG-RESOURCES NOT = SPACES
                   MOVE FUNCTION TRIM(CATALOG-RESOURCES)
                       TO RUN-RESOURCES-USED
           END-EVALUATE.

       RELEASE-RUN-RESOURCES.
           IF RESOURCES-ARE-HELD
               MOVE "R" TO RSRC-ACTION
               CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
                   RESOURCE-STATUS
               MOVE "N" TO RESOURCE-HELD-FLAG
           END-IF.
