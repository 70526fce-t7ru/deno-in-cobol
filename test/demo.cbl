                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CAT-SCRIPT-PATH
                       FILE STATUS IS CATALOG-FIXTURE-STATUS.
                   SELECT DEPENDENCY-FIXTURE-FD
                       ASSIGN TO DYNAMIC DEPENDENCY-FIXTURE-PATH
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS DEP-SCRIPT-PATH
                       FILE STATUS IS DEPENDENCY-FIXTURE-STATUS.

           DATA DIVISION.
               FILE SECTION.
               FD  CATALOG-FIXTURE-FD.
               COPY DENOCAT.

               FD  DEPENDENCY-FIXTURE-FD.
               COPY DENODEPS.

           WORKING-STORAGE SECTION.
               01  DEMO-REPORT-PATH PIC X(100) VALUE
                       "/tmp/deno-demo-report.txt".
               01  EXPORT-ORG-MODE     PIC X(1) VALUE "S".
               01  EXPORT-REC-COUNT    PIC 9(9).
               01  EXPORT-CONTROL-PATH PIC X(100) VALUE SPACES.
               01  LAYOUT-TEST-ACTION  PIC X(1).
               01  LAYOUT-TEST-NAME    PIC X(30) VALUE
                       "DEMO-ITEM-QTY".
               01  LAYOUT-TEST-VERSION PIC 9(4).
               01  LAYOUT-FIRST-VERSION PIC 9(4).
               01  LAYOUT-FIRST-ACTION PIC X(1).
               01  LAYOUT-SECOND-STATUS PIC S9(4) COMP.
               COPY DENOIOPT.
               COPY DENOEOPT.
               01  EXPORT-SNAPSHOT-PATH PIC X(100) VALUE
                       "/tmp/deno-demo-export-snap.dat".
               01  EXPORT-SNAPSHOT-CLEAN-CMD PIC X(100) VALUE
                       "rm -f /tmp/deno-demo-export-snap.dat*".
               01  EXPORT-DELTA-REC-1  PIC X(17) VALUE
                       "WIDGET-7  0012345".
               01  EXPORT-DELTA-REC-2  PIC X(17) VALUE
                       "GADGET-1  0000500".
               01  EXPORT-DELTA-REC-3  PIC X(17) VALUE
                       "WIDGET-7  0012999".
               01  EXPORT-DELTA-REC-4  PIC X(17) VALUE
                       "BOLT-9    0000075".
               01  EXPORT-FIRST-MODE   PIC X(1).
               01  EXPORT-FIRST-COUNT  PIC 9(9).
               01  EXPORT-FIXTURE-REC  PIC X(17) VALUE
                       "WIDGET-7  0012345".
               01  EXPORT-EXPECTED-JSON PIC X(60) VALUE
                       "GBPUSD|1.27X4".
               01  IMPORT-LINE-NO-KEY  PIC X(40) VALUE
                       "|1.0001".
               01  TXN-LINE-ADD-1      PIC X(40) VALUE
                       "A|EURUSD|1.0842".
               01  TXN-LINE-ADD-2      PIC X(40) VALUE
                       "A|GBPUSD|1.2704".
               01  TXN-LINE-CHANGE     PIC X(40) VALUE
                       "C|EURUSD|1.0901".
               01  TXN-LINE-DELETE     PIC X(40) VALUE
                       "D|GBPUSD".
               01  TXN-LINE-CHANGE-MISSING PIC X(40) VALUE
                       "C|USDJPY|150.12".
               01  TXN-LINE-ADD-EXISTING PIC X(40) VALUE
                       "A|EURUSD|1.1111".
               01  TXN-FIRST-GOOD      PIC 9(9).
               01  IMPORT-TXN-SEEN-08  PIC X(1).
               01  IMPORT-TXN-SEEN-09  PIC X(1).
               01  IMPORT-TXN-EOF      PIC X(1).
               01  IMPORT-TXN-TALLY    PIC 9(4).
               01  LOCK-TEST-KEY   PIC X(100) VALUE
                       "/tmp/demo-lock-test.js".
               01  ALERT-TEST-PROG PIC X(20) VALUE "DENO-RUN".
               01  CATALOG-CLEAN-CMD PIC X(100) VALUE
                       "rm -f /tmp/deno-demo-catalog.dat".
               01  CATALOG-GOOD-HASH PIC X(64).
               01  DEPENDENCY-FIXTURE-PATH PIC X(100) VALUE
                       "/tmp/deno-demo-deps.dat".
               01  DEPENDENCY-FIXTURE-STATUS PIC XX.
               01  DEPENDENCY-CLEAN-CMD PIC X(100) VALUE
                       "rm -f /tmp/deno-demo-deps.dat".
               01  CATALOG-HASH-FOUND PIC X.
               01  PIN-FIXTURE-PATH PIC X(100) VALUE
                       "/tmp/deno-demo-pins.txt".
               PERFORM TEST-DENO-RUN-ALLOWLIST-REJECT
               PERFORM TEST-DENO-RUN-ALLOWLIST-RESET-DEFAULTS
               PERFORM TEST-DENO-EXPORT-JSON-LINES
               PERFORM TEST-DENO-EXPORT-DELTA
               PERFORM TEST-DENO-LAYOUT-REGISTRY
               PERFORM TEST-DENO-IMPORT-EDIT-LOAD
               PERFORM TEST-DENO-IMPORT-TRANSACTIONS
               PERFORM TEST-DENO-LOCK-BUSY-AND-RELEASE
               PERFORM TEST-DENO-ALERT-CONSEC
               PERFORM TEST-DENO-RETRY-FIRST-TRY
               PERFORM TEST-DENO-RUN-CATALOG-CHECK
               PERFORM TEST-DENO-RUN-DEPENDENCY-DRIFT
               PERFORM TEST-DENO-RUN-ARG-SCHEMA
               PERFORM TEST-DENO-RUN-DRY-RUN
               PERFORM TEST-DENO-EVAL-VERSION-PIN
               PERFORM TEST-DENO-CAPTURE-RECONCILE
               MOVE "Z" TO FIELD-TYPE(2)
               MOVE 2 TO FIELD-SCALE(2)

               MOVE SPACES TO EXPORT-OPTIONS
               MOVE 0 TO EXP-ADDED-COUNT EXP-CHANGED-COUNT
               MOVE 0 TO EXP-DELETED-COUNT
               PERFORM START-TIMER
               CALL "DENO-EXPORT" USING
                   EXPORT-FIXTURE-PATH EXPORT-ORG-MODE
                   EXPORT-JSON-PATH FIELD-LAYOUT-COUNT
                   FIELD-LAYOUT-TABLE STATUS-CODE EXPORT-REC-COUNT
                   EXPORT-CONTROL-PATH EXPORT-OPTIONS
               PERFORM STOP-TIMER
               IF STATUS-CODE = 0 AND EXPORT-REC-COUNT = 1
                   MOVE EXPORT-JSON-PATH TO OUTPUT-FILE
               MOVE "/tmp/deno-output.txt" TO OUTPUT-FILE
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-EXPORT-DELTA.
      *> First delta run has no snapshot and must fall back to a
      *> full export (run mode R, both records added); the second
      *> run, after one change, one delete and one add at source,
      *> must write exactly those three op-tagged lines.
               MOVE "DENO-EXPORT delta mode" TO TEST-NAME
               MOVE SPACES TO TEST-DETAIL
               CALL "SYSTEM" USING EXPORT-SNAPSHOT-CLEAN-CMD
                   RETURNING SHELL-RET-VAL
               MOVE EXPORT-FIXTURE-PATH TO OUTPUT-FILE
               OPEN OUTPUT OUTPUT-FILE-FD
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE EXPORT-DELTA-REC-1 TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE EXPORT-DELTA-REC-2 TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               CLOSE OUTPUT-FILE-FD

               MOVE 2 TO FIELD-LAYOUT-COUNT
               MOVE "item" TO FIELD-NAME(1)
               MOVE 1 TO FIELD-START(1)
               MOVE 10 TO FIELD-LENGTH(1)
               MOVE "A" TO FIELD-TYPE(1)
               MOVE 0 TO FIELD-SCALE(1)
               MOVE "qty" TO FIELD-NAME(2)
               MOVE 11 TO FIELD-START(2)
               MOVE 7 TO FIELD-LENGTH(2)
               MOVE "Z" TO FIELD-TYPE(2)
               MOVE 2 TO FIELD-SCALE(2)

               MOVE SPACES TO EXPORT-OPTIONS
               MOVE 0 TO EXP-ADDED-COUNT EXP-CHANGED-COUNT
               MOVE 0 TO EXP-DELETED-COUNT
               MOVE "D" TO EXP-EXPORT-MODE
               MOVE EXPORT-SNAPSHOT-PATH TO EXP-SNAPSHOT-FILE
               PERFORM START-TIMER
               CALL "DENO-EXPORT" USING
                   EXPORT-FIXTURE-PATH EXPORT-ORG-MODE
                   EXPORT-JSON-PATH FIELD-LAYOUT-COUNT
                   FIELD-LAYOUT-TABLE STATUS-CODE EXPORT-REC-COUNT
                   EXPORT-CONTROL-PATH EXPORT-OPTIONS
               MOVE EXP-RUN-MODE TO EXPORT-FIRST-MODE
               MOVE EXP-ADDED-COUNT TO EXPORT-FIRST-COUNT

               MOVE EXPORT-FIXTURE-PATH TO OUTPUT-FILE
               OPEN OUTPUT OUTPUT-FILE-FD
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE EXPORT-DELTA-REC-3 TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE EXPORT-DELTA-REC-4 TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               CLOSE OUTPUT-FILE-FD
               IF STATUS-CODE = 0
                   CALL "DENO-EXPORT" USING
                       EXPORT-FIXTURE-PATH EXPORT-ORG-MODE
                       EXPORT-JSON-PATH FIELD-LAYOUT-COUNT
                       FIELD-LAYOUT-TABLE STATUS-CODE EXPORT-REC-COUNT
                       EXPORT-CONTROL-PATH EXPORT-OPTIONS
               END-IF
               PERFORM STOP-TIMER
               IF STATUS-CODE = 0
                 AND EXPORT-FIRST-MODE = "R"
                 AND EXPORT-FIRST-COUNT = 2
                 AND EXP-RAN-DELTA
                 AND EXPORT-REC-COUNT = 3
                 AND EXP-ADDED-COUNT = 1
                 AND EXP-CHANGED-COUNT = 1
                 AND EXP-DELETED-COUNT = 1
                   MOVE "PASS" TO TEST-RESULT
               ELSE
                   MOVE "FAIL" TO TEST-RESULT
                   MOVE STATUS-CODE TO STATUS-CODE-DISPLAY
                   STRING "code "               DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-CODE-DISPLAY)
                                                    DELIMITED BY SIZE
                          " first "             DELIMITED BY SIZE
                          EXPORT-FIRST-MODE       DELIMITED BY SIZE
                          " then "              DELIMITED BY SIZE
                          EXP-RUN-MODE            DELIMITED BY SIZE
                          " A/C/D "             DELIMITED BY SIZE
                          EXP-ADDED-COUNT         DELIMITED BY SIZE
                          "/"                   DELIMITED BY SIZE
                          EXP-CHANGED-COUNT       DELIMITED BY SIZE
                          "/"                   DELIMITED BY SIZE
                          EXP-DELETED-COUNT       DELIMITED BY SIZE
                          INTO TEST-DETAIL
               END-IF
               MOVE "/tmp/deno-output.txt" TO OUTPUT-FILE
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-LAYOUT-REGISTRY.
      *> Registers the item+qty table, registers it again unchanged
      *> (must come back "U" with the same version, nothing stored),
      *> then fetches the latest version by name into a cleared
      *> table and checks both fields came back.
               MOVE "DENO-LAYOUT register/get" TO TEST-NAME
               MOVE SPACES TO TEST-DETAIL
               MOVE SPACES TO FIELD-LAYOUT-TABLE
               MOVE 2 TO FIELD-LAYOUT-COUNT
               MOVE "item" TO FIELD-NAME(1)
               MOVE 1 TO FIELD-START(1)
               MOVE 10 TO FIELD-LENGTH(1)
               MOVE "A" TO FIELD-TYPE(1)
               MOVE 0 TO FIELD-SCALE(1)
               MOVE "qty" TO FIELD-NAME(2)
               MOVE 11 TO FIELD-START(2)
               MOVE 7 TO FIELD-LENGTH(2)
               MOVE "Z" TO FIELD-TYPE(2)
               MOVE 2 TO FIELD-SCALE(2)

               PERFORM START-TIMER
               MOVE "R" TO LAYOUT-TEST-ACTION
               MOVE 0 TO LAYOUT-TEST-VERSION
               CALL "DENO-LAYOUT" USING LAYOUT-TEST-ACTION
                   LAYOUT-TEST-NAME LAYOUT-TEST-VERSION
                   FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE STATUS-CODE
               MOVE LAYOUT-TEST-ACTION TO LAYOUT-FIRST-ACTION
               MOVE LAYOUT-TEST-VERSION TO LAYOUT-FIRST-VERSION

               MOVE "R" TO LAYOUT-TEST-ACTION
               MOVE 0 TO LAYOUT-TEST-VERSION
               CALL "DENO-LAYOUT" USING LAYOUT-TEST-ACTION
                   LAYOUT-TEST-NAME LAYOUT-TEST-VERSION
                   FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE STATUS-CODE
               MOVE STATUS-CODE TO LAYOUT-SECOND-STATUS
               IF LAYOUT-TEST-ACTION NOT = "U"
                 OR LAYOUT-TEST-VERSION NOT = LAYOUT-FIRST-VERSION
                   MOVE 8 TO LAYOUT-SECOND-STATUS
               END-IF

               MOVE SPACES TO FIELD-LAYOUT-TABLE
               MOVE 0 TO FIELD-LAYOUT-COUNT
               MOVE "G" TO LAYOUT-TEST-ACTION
               MOVE 0 TO LAYOUT-TEST-VERSION
               CALL "DENO-LAYOUT" USING LAYOUT-TEST-ACTION
                   LAYOUT-TEST-NAME LAYOUT-TEST-VERSION
                   FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE STATUS-CODE
               PERFORM STOP-TIMER
               IF STATUS-CODE = 0
                 AND LAYOUT-SECOND-STATUS = 0
                 AND LAYOUT-FIRST-VERSION > 0
                 AND (LAYOUT-FIRST-ACTION = "R" OR "U")
                 AND LAYOUT-TEST-VERSION = LAYOUT-FIRST-VERSION
                 AND FIELD-LAYOUT-COUNT = 2
                 AND FIELD-NAME(2) = "qty"
                 AND FIELD-SCALE(2) = 2
                   MOVE "PASS" TO TEST-RESULT
               ELSE
                   MOVE "FAIL" TO TEST-RESULT
                   MOVE STATUS-CODE TO STATUS-CODE-DISPLAY
                   STRING "code "               DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-CODE-DISPLAY)
                                                    DELIMITED BY SIZE
                          " first "             DELIMITED BY SIZE
                          LAYOUT-FIRST-ACTION     DELIMITED BY SIZE
                          LAYOUT-FIRST-VERSION    DELIMITED BY SIZE
                          " got V"              DELIMITED BY SIZE
                          LAYOUT-TEST-VERSION     DELIMITED BY SIZE
                          " fields "            DELIMITED BY SIZE
                          FIELD-LAYOUT-COUNT      DELIMITED BY SIZE
                          INTO TEST-DETAIL
               END-IF
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-IMPORT-EDIT-LOAD.
      *> Feeds DENO-IMPORT a three-line pipe-delimited result file
      *> (one clean FX rate, one non-numeric rate, one blank key)
               MOVE "/tmp/deno-output.txt" TO OUTPUT-FILE
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-IMPORT-TRANSACTIONS.
      *> Loads two adds in transaction mode, then applies one change
      *> and one delete that must succeed plus a change to a missing
      *> key and an add of an existing key that must reject with
      *> their own reasons (09 and 08).
               MOVE "DENO-IMPORT transaction mode" TO TEST-NAME
               MOVE SPACES TO TEST-DETAIL
               CALL "SYSTEM" USING IMPORT-MASTER-CLEAN-CMD
                   RETURNING SHELL-RET-VAL
               MOVE IMPORT-FIXTURE-PATH TO OUTPUT-FILE
               OPEN OUTPUT OUTPUT-FILE-FD
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE TXN-LINE-ADD-1 TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE TXN-LINE-ADD-2 TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               CLOSE OUTPUT-FILE-FD

               MOVE 2 TO FIELD-LAYOUT-COUNT
               MOVE "pair" TO FIELD-NAME(1)
               MOVE 1 TO FIELD-START(1)
               MOVE 10 TO FIELD-LENGTH(1)
               MOVE "A" TO FIELD-TYPE(1)
               MOVE 0 TO FIELD-SCALE(1)
               MOVE "rate" TO FIELD-NAME(2)
               MOVE 101 TO FIELD-START(2)
               MOVE 9 TO FIELD-LENGTH(2)
               MOVE "Z" TO FIELD-TYPE(2)
               MOVE 4 TO FIELD-SCALE(2)

               MOVE SPACES TO IMPORT-OPTIONS
               MOVE "T" TO IMP-LOAD-MODE
               PERFORM START-TIMER
               CALL "DENO-IMPORT" USING
                   IMPORT-FIXTURE-PATH IMPORT-MASTER-PATH
                   IMPORT-REJECT-PATH FIELD-LAYOUT-COUNT
                   FIELD-LAYOUT-TABLE STATUS-CODE
                   IMPORT-GOOD-COUNT IMPORT-REJECT-COUNT
                   IMPORT-OPTIONS
               MOVE IMPORT-GOOD-COUNT TO TXN-FIRST-GOOD

               MOVE IMPORT-FIXTURE-PATH TO OUTPUT-FILE
               OPEN OUTPUT OUTPUT-FILE-FD
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE TXN-LINE-CHANGE TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE TXN-LINE-DELETE TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE TXN-LINE-CHANGE-MISSING TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               MOVE SPACES TO OUTPUT-FILE-REC
               MOVE TXN-LINE-ADD-EXISTING TO OUTPUT-FILE-REC
               WRITE OUTPUT-FILE-REC
               CLOSE OUTPUT-FILE-FD
               CALL "DENO-IMPORT" USING
                   IMPORT-FIXTURE-PATH IMPORT-MASTER-PATH
                   IMPORT-REJECT-PATH FIELD-LAYOUT-COUNT
                   FIELD-LAYOUT-TABLE STATUS-CODE
                   IMPORT-GOOD-COUNT IMPORT-REJECT-COUNT
                   IMPORT-OPTIONS
               PERFORM STOP-TIMER

               MOVE "N" TO IMPORT-TXN-SEEN-08
               MOVE "N" TO IMPORT-TXN-SEEN-09
               MOVE IMPORT-REJECT-PATH TO OUTPUT-FILE
               OPEN INPUT OUTPUT-FILE-FD
               MOVE "N" TO IMPORT-TXN-EOF
               PERFORM UNTIL IMPORT-TXN-EOF = "Y"
                   READ OUTPUT-FILE-FD INTO RESULT-LINE
                       AT END
                           MOVE "Y" TO IMPORT-TXN-EOF
                       NOT AT END
                           MOVE 0 TO IMPORT-TXN-TALLY
                           INSPECT RESULT-LINE TALLYING
                               IMPORT-TXN-TALLY FOR ALL "REASON=08"
                           IF IMPORT-TXN-TALLY > 0
                               MOVE "Y" TO IMPORT-TXN-SEEN-08
                           END-IF
                           MOVE 0 TO IMPORT-TXN-TALLY
                           INSPECT RESULT-LINE TALLYING
                               IMPORT-TXN-TALLY FOR ALL "REASON=09"
                           IF IMPORT-TXN-TALLY > 0
                               MOVE "Y" TO IMPORT-TXN-SEEN-09
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUTPUT-FILE-FD

               IF STATUS-CODE = 0
                 AND TXN-FIRST-GOOD = 2
                 AND IMPORT-GOOD-COUNT = 2
                 AND IMPORT-REJECT-COUNT = 2
                 AND IMPORT-TXN-SEEN-08 = "Y"
                 AND IMPORT-TXN-SEEN-09 = "Y"
                   MOVE "PASS" TO TEST-RESULT
               ELSE
                   MOVE "FAIL" TO TEST-RESULT
                   MOVE STATUS-CODE TO STATUS-CODE-DISPLAY
                   STRING "import code "        DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-CODE-DISPLAY)
                                                    DELIMITED BY SIZE
                          " good "              DELIMITED BY SIZE
                          IMPORT-GOOD-COUNT       DELIMITED BY SIZE
                          " rej "               DELIMITED BY SIZE
                          IMPORT-REJECT-COUNT     DELIMITED BY SIZE
                          " 08/09 "             DELIMITED BY SIZE
                          IMPORT-TXN-SEEN-08      DELIMITED BY SIZE
                          IMPORT-TXN-SEEN-09      DELIMITED BY SIZE
                          INTO TEST-DETAIL
               END-IF
               MOVE "/tmp/deno-output.txt" TO OUTPUT-FILE
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-LOCK-BUSY-AND-RELEASE.
      *> Takes the lock for a script key, confirms a second acquire
      *> reports DENO-LOCK-BUSY (96), then releases and confirms the
               MOVE SPACES TO DENO-BINARY-PATH
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-RUN-DEPENDENCY-DRIFT.
      *> Catalogs the test script with its true hash and records a
      *> module graph whose last scan drifted: DENO-RUN must refuse
      *> with 97. Approving the graph (drift flag off) must let the
      *> same run through.
               MOVE "DENO-RUN dependency drift" TO TEST-NAME
               MOVE SPACES TO TEST-DETAIL
               CALL "SYSTEM" USING CATALOG-CLEAN-CMD
                   RETURNING SHELL-RET-VAL
               CALL "SYSTEM" USING DEPENDENCY-CLEAN-CMD
                   RETURNING SHELL-RET-VAL
               CALL "DENO-FILE-HASH" USING SCRIPT-FILE
                   CATALOG-GOOD-HASH CATALOG-HASH-FOUND
               OPEN OUTPUT CATALOG-FIXTURE-FD
               MOVE SPACES TO CAT-REC
               MOVE SCRIPT-FILE TO CAT-SCRIPT-PATH
               MOVE "OPS" TO CAT-OWNER
               MOVE "demo hello script" TO CAT-DESCRIPTION
               MOVE CATALOG-GOOD-HASH TO CAT-HASH
               WRITE CAT-REC
               CLOSE CATALOG-FIXTURE-FD
               OPEN OUTPUT DEPENDENCY-FIXTURE-FD
               MOVE SPACES TO DEP-REC
               MOVE SCRIPT-FILE TO DEP-SCRIPT-PATH
               MOVE 0 TO DEP-APPROVED-COUNT
               MOVE 1 TO DEP-OBSERVED-COUNT
               MOVE "https://deno.land/x/demo/mod.ts"
                   TO DEP-OBS-SPECIFIER(1)
               MOVE "R" TO DEP-OBS-KIND(1)
               MOVE "Y" TO DEP-DRIFT-FLAG
               WRITE DEP-REC
               CLOSE DEPENDENCY-FIXTURE-FD

               MOVE CATALOG-FIXTURE-PATH TO RUN-CATALOG-FILE
               MOVE DEPENDENCY-FIXTURE-PATH TO RUN-DEPENDENCY-FILE
               MOVE SPACES TO RUN-FLAGS
               MOVE 0 TO RUN-ARG-COUNT
               MOVE ECHO-BINARY-PATH TO DENO-BINARY-PATH
               PERFORM START-TIMER
               CALL "DENO-RUN" USING
                   SCRIPT-FILE RUN-FLAGS STATUS-CODE
                   RUN-TIMEOUT-SECONDS RUN-ARG-COUNT RUN-ARG-ENTRY
                   DENO-BINARY-PATH RUN-PERMISSIONS-FILE
                   ENV-VAR-COUNT ENV-VAR-TABLE RUN-WORKING-DIR
                   RUN-FLAGS-ALLOWLIST-FILE RUN-OPTIONS
               PERFORM STOP-TIMER
               IF STATUS-CODE NOT = 97
                   MOVE "FAIL" TO TEST-RESULT
                   MOVE STATUS-CODE TO STATUS-CODE-DISPLAY
                   STRING "drifted graph: expected 97, got "
                                                    DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-CODE-DISPLAY)
                                                    DELIMITED BY SIZE
                          INTO TEST-DETAIL
               ELSE
                   OPEN I-O DEPENDENCY-FIXTURE-FD
                   MOVE SPACES TO DEP-REC
                   MOVE SCRIPT-FILE TO DEP-SCRIPT-PATH
                   READ DEPENDENCY-FIXTURE-FD
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE DEP-OBSERVED-ENTRY(1) TO DEP-APPROVED-ENTRY(1)
                   MOVE 1 TO DEP-APPROVED-COUNT
                   MOVE "N" TO DEP-DRIFT-FLAG
                   REWRITE DEP-REC
                   CLOSE DEPENDENCY-FIXTURE-FD
                   CALL "DENO-RUN" USING
                       SCRIPT-FILE RUN-FLAGS STATUS-CODE
                       RUN-TIMEOUT-SECONDS RUN-ARG-COUNT
                       RUN-ARG-ENTRY DENO-BINARY-PATH
                       RUN-PERMISSIONS-FILE ENV-VAR-COUNT
                       ENV-VAR-TABLE RUN-WORKING-DIR
                       RUN-FLAGS-ALLOWLIST-FILE RUN-OPTIONS
                   IF STATUS-CODE = 0
                       MOVE "PASS" TO TEST-RESULT
                   ELSE
                       MOVE "FAIL" TO TEST-RESULT
                       MOVE STATUS-CODE TO STATUS-CODE-DISPLAY
                       STRING "approved graph refused, code "
                                                    DELIMITED BY SIZE
                              FUNCTION TRIM(STATUS-CODE-DISPLAY)
                                                    DELIMITED BY SIZE
                              INTO TEST-DETAIL
                   END-IF
               END-IF
               MOVE SPACES TO RUN-CATALOG-FILE
               MOVE SPACES TO RUN-DEPENDENCY-FILE
               MOVE SPACES TO DENO-BINARY-PATH
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-RUN-ARG-SCHEMA.
      *> Catalogs the test script with a declared argument schema:
      *> a fitting date and code must run; an impossible date must
      *> be refused with 111 naming the RUN-DATE argument.
               MOVE "DENO-RUN argument schema" TO TEST-NAME
               MOVE SPACES TO TEST-DETAIL
               CALL "SYSTEM" USING CATALOG-CLEAN-CMD
                   RETURNING SHELL-RET-VAL
               CALL "DENO-FILE-HASH" USING SCRIPT-FILE
                   CATALOG-GOOD-HASH CATALOG-HASH-FOUND
               OPEN OUTPUT CATALOG-FIXTURE-FD
               MOVE SPACES TO CAT-REC
               MOVE SCRIPT-FILE TO CAT-SCRIPT-PATH
               MOVE "OPS" TO CAT-OWNER
               MOVE "demo hello script" TO CAT-DESCRIPTION
               MOVE CATALOG-GOOD-HASH TO CAT-HASH
               MOVE "RUN-DATE:DATE,ENTITY:CODE:R:GB/US,NOTE:TEXT:O"
                   TO CAT-ARG-SCHEMA
               WRITE CAT-REC
               CLOSE CATALOG-FIXTURE-FD

               MOVE CATALOG-FIXTURE-PATH TO RUN-CATALOG-FILE
               MOVE SPACES TO RUN-FLAGS
               MOVE 2 TO RUN-ARG-COUNT
               MOVE "20261015" TO RUN-ARG-ENTRY(1)
               MOVE "us" TO RUN-ARG-ENTRY(2)
               MOVE ECHO-BINARY-PATH TO DENO-BINARY-PATH
               PERFORM START-TIMER
               CALL "DENO-RUN" USING
                   SCRIPT-FILE RUN-FLAGS STATUS-CODE
                   RUN-TIMEOUT-SECONDS RUN-ARG-COUNT RUN-ARG-ENTRY
                   DENO-BINARY-PATH RUN-PERMISSIONS-FILE
                   ENV-VAR-COUNT ENV-VAR-TABLE RUN-WORKING-DIR
                   RUN-FLAGS-ALLOWLIST-FILE RUN-OPTIONS
               PERFORM STOP-TIMER
               IF STATUS-CODE NOT = 0
                   MOVE "FAIL" TO TEST-RESULT
                   MOVE STATUS-CODE TO STATUS-CODE-DISPLAY
                   STRING "fitting arguments refused, code "
                                                    DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-CODE-DISPLAY)
                                                    DELIMITED BY SIZE
                          INTO TEST-DETAIL
               ELSE
                   MOVE "20260231" TO RUN-ARG-ENTRY(1)
                   CALL "DENO-RUN" USING
                       SCRIPT-FILE RUN-FLAGS STATUS-CODE
                       RUN-TIMEOUT-SECONDS RUN-ARG-COUNT
                       RUN-ARG-ENTRY DENO-BINARY-PATH
                       RUN-PERMISSIONS-FILE ENV-VAR-COUNT
                       ENV-VAR-TABLE RUN-WORKING-DIR
                       RUN-FLAGS-ALLOWLIST-FILE RUN-OPTIONS
                   IF STATUS-CODE = 111
                     AND RUN-ARG-REJECTED-NAME = "RUN-DATE"
                       MOVE "PASS" TO TEST-RESULT
                   ELSE
                       MOVE "FAIL" TO TEST-RESULT
                       MOVE STATUS-CODE TO STATUS-CODE-DISPLAY
                       STRING "expected 111 RUN-DATE, got "
                                                    DELIMITED BY SIZE
                              FUNCTION TRIM(STATUS-CODE-DISPLAY)
                                                    DELIMITED BY SIZE
                              " "                  DELIMITED BY SIZE
                              FUNCTION TRIM(RUN-ARG-REJECTED-NAME)
                                                    DELIMITED BY SIZE
                              INTO TEST-DETAIL
                   END-IF
               END-IF
               MOVE 0 TO RUN-ARG-COUNT
               MOVE SPACES TO RUN-ARG-ENTRY(1) RUN-ARG-ENTRY(2)
               MOVE SPACES TO RUN-CATALOG-FILE
               MOVE SPACES TO DENO-BINARY-PATH
               PERFORM RECORD-TEST-RESULT.

           TEST-DENO-RUN-DRY-RUN.
      *> With the dry-run switch on and /bin/false as the binary,
      *> a live call would return nonzero - a zero status proves
