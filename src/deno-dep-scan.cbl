       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-DEP-SCAN.

      *> Module dependency inventory for the script catalog. CAT-HASH
      *> pins the entry file only; anything the script pulls in
      *> through an https:// import or a relative local import can
      *> change underneath it and still pass DENO-RUN's catalog gate.
      *> This program walks every DENOCAT entry, asks deno for the
      *> script's resolved module graph (deno info --json, through the
      *> shop's CALL "SYSTEM" scratch-file pattern), hashes every
      *> module through DENO-FILE-HASH - local files directly, remote
      *> modules via the cached copy deno resolved - and keeps the
      *> result in the indexed dependency file (DENODEPS.cpy) keyed by
      *> script path.
      *>
      *> DENO_DEPSCAN_ACTION selects the run:
      *>   SCAN (default)  scan every cataloged script. A script with
      *>                   no dependency record is BASELINED (its
      *>                   first graph becomes the approved one);
      *>                   otherwise the new graph is compared to the
      *>                   approved one and every module ADDED,
      *>                   REMOVED or CHANGED (hash differs) is
      *>                   reported, audited, and the record flagged
      *>                   drifted until approved
      *>   APPROVE         accept the last scanned graph as approved
      *>                   for DENO_DEPSCAN_SCRIPT (a script path, or
      *>                   ALL for every drifted record)
      *>   LIST            print every record's approved graph
      *>
      *> Files: DENO_DEPSCAN_CATALOG (default /tmp/deno-catalog.dat),
      *> DENO_DEPSCAN_DEPS (default /tmp/deno-deps.dat); the deno
      *> binary is DENO_DEPSCAN_BINARY (default deno). Report to
      *> /tmp/deno-depscan-report.txt and the console. A script deno
      *> cannot resolve is reported SCAN FAILED and its record left
      *> untouched, as is one with a module specifier longer than
      *> the record holds or a local or remote module that cannot
      *> be hashed - a module never checked is never in step. Ends
      *> 0 when every script is in step with its approved graph, 8
      *> when any drifted or failed to scan.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CATALOG-FD
                   ASSIGN TO DYNAMIC CATALOG-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAT-SCRIPT-PATH
                   FILE STATUS IS CATALOG-STATUS.
               SELECT DEPENDENCY-FD
                   ASSIGN TO DYNAMIC DEPENDENCY-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DEP-SCRIPT-PATH
                   FILE STATUS IS DEPENDENCY-STATUS.
               SELECT PROBE-FD
                   ASSIGN TO DYNAMIC PROBE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PROBE-FILE-STATUS.
               SELECT DEPSCAN-REPORT-FD
                   ASSIGN TO DYNAMIC DEPSCAN-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  CATALOG-FD.
           COPY DENOCAT.

           FD  DEPENDENCY-FD.
           COPY DENODEPS.

           FD  PROBE-FD
               LABEL RECORDS ARE STANDARD.
           01  PROBE-REC           PIC X(300).

           FD  DEPSCAN-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  DEPSCAN-REPORT-REC  PIC X(300).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-DEP-SCAN".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  DEPSCAN-ELAPSED PIC 9(9) VALUE 0.
               COPY DENOSTAT.

               01  CATALOG-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-catalog.dat".
               01  DEPENDENCY-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-deps.dat".
               01  DEPSCAN-REPORT-PATH PIC X(100) VALUE
                       "/tmp/deno-depscan-report.txt".
               01  DENO-BIN-NAME   PIC X(100) VALUE "deno".
               01  CATALOG-STATUS  PIC XX.
               01  DEPENDENCY-STATUS PIC XX.
               01  PROBE-FILE-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  DEPSCAN-ACTION-TEXT PIC X(10).
               01  APPROVE-SCRIPT-TEXT PIC X(100).
               01  CATALOG-EOF     PIC X.
                   88  NO-MORE-CATALOG-ENTRIES VALUE "Y".
               01  DEPENDENCY-EOF  PIC X.
                   88  NO-MORE-DEPENDENCY-RECORDS VALUE "Y".
               01  PROBE-EOF       PIC X.
                   88  NO-MORE-PROBE-LINES     VALUE "Y".

               01  BUSDATE-TEXT    PIC X(8).
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-STATUS  PIC S9(4) COMP.

      *> Scratch files for the deno info pipelines, named by the
      *> time of day like DENO-FILE-HASH's probe.
               01  PROBE-FILE-PATH PIC X(100).
               01  GRAPH-PROBE-PATH PIC X(100).
               01  LOCAL-PROBE-PATH PIC X(100).
               01  PROBE-DISCRIMINATOR PIC X(8).
               01  SCAN-CMD        PIC X(600).
               01  SCAN-RET-VAL    PIC S9(9) COMP.
               01  CLEANUP-CMD     PIC X(130).
               01  SCRIPT-PATH-TEXT PIC X(100).
               01  ROOT-SUFFIX-TEXT PIC X(101).
               01  ROOT-SUFFIX-LEN PIC 9(3).
               01  SPEC-LEN        PIC 9(3).
               01  SPECIFIER-TEXT  PIC X(150).
               01  ROOT-SEEN-FLAG  PIC X.
                   88  ROOT-MODULE-SEEN        VALUE "Y".
               01  SCAN-OK-FLAG    PIC X.
                   88  GRAPH-COLLECTED         VALUE "Y".
               01  SCAN-FAIL-TEXT  PIC X(40).

      *> The graph just collected, held apart from DEP-REC because
      *> the READ of the existing record overlays the record area.
               01  SCAN-COUNT      PIC 9(3).
               01  SCAN-TABLE.
                   05  SCAN-ENTRY  OCCURS 100 TIMES.
                       10  SCAN-SPECIFIER  PIC X(150).
                       10  SCAN-KIND       PIC X(1).
                       10  SCAN-HASH       PIC X(64).
               01  SCAN-IDX        PIC 9(3).
               01  APR-IDX         PIC 9(3).
               01  OBS-IDX         PIC 9(3).
               01  MATCH-FLAG      PIC X.
                   88  MODULE-MATCHED          VALUE "Y".

               01  HASH-PATH       PIC X(250).
               01  MODULE-HASH     PIC X(64).
               01  MODULE-HASH-FOUND PIC X(1).
               01  CACHED-PATH-FLAG PIC X.
                   88  CACHED-PATH-TOO-LONG    VALUE "Y".

               01  ADDED-COUNT     PIC 9(3).
               01  REMOVED-COUNT   PIC 9(3).
               01  CHANGED-COUNT   PIC 9(3).
               01  SCANNED-COUNT   PIC 9(5) VALUE 0.
               01  BASELINED-COUNT PIC 9(5) VALUE 0.
               01  DRIFT-COUNT     PIC 9(5) VALUE 0.
               01  FAILED-COUNT    PIC 9(5) VALUE 0.
               01  APPROVED-COUNT  PIC 9(5) VALUE 0.
               01  COUNT-DISPLAY   PIC Z(4)9.
               01  COUNT-DISPLAY-2 PIC Z(4)9.
               01  COUNT-DISPLAY-3 PIC Z(4)9.
               01  COUNT-DISPLAY-4 PIC Z(4)9.
               01  DIFF-LABEL      PIC X(8).
               01  REPORT-LINE     PIC X(300).

       PROCEDURE DIVISION.
           PERFORM READ-DEPSCAN-SETTINGS
           MOVE SPACES TO BUSDATE-TEXT
           MOVE "G" TO BUSDATE-ACTION
           CALL "DENO-BUSDATE" USING BUSDATE-ACTION BUSDATE-TEXT
               BUSDATE-STATUS
           OPEN OUTPUT DEPSCAN-REPORT-FD

           EVALUATE FUNCTION TRIM(DEPSCAN-ACTION-TEXT)
               WHEN "LIST"
                   PERFORM LIST-DEPENDENCY-FILE
                   CLOSE DEPSCAN-REPORT-FD
                   STOP RUN
               WHEN "APPROVE"
                   PERFORM APPROVE-OBSERVED-GRAPHS
               WHEN OTHER
                   PERFORM SCAN-CATALOG-SCRIPTS
           END-EVALUATE

           MOVE SPACES TO REPORT-LINE
           IF FUNCTION TRIM(DEPSCAN-ACTION-TEXT) = "APPROVE"
               MOVE APPROVED-COUNT TO COUNT-DISPLAY
               MOVE FAILED-COUNT TO COUNT-DISPLAY-2
               STRING "DEPSCAN APPROVED="              DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY)     DELIMITED BY SIZE
                      " FAILED="                       DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2)   DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               MOVE SCANNED-COUNT TO COUNT-DISPLAY
               MOVE BASELINED-COUNT TO COUNT-DISPLAY-2
               MOVE DRIFT-COUNT TO COUNT-DISPLAY-3
               MOVE FAILED-COUNT TO COUNT-DISPLAY-4
               STRING "DEPSCAN SCANNED="               DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY)     DELIMITED BY SIZE
                      " BASELINED="                    DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2)   DELIMITED BY SIZE
                      " DRIFTED="                      DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-3)   DELIMITED BY SIZE
                      " FAILED="                       DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-4)   DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           CLOSE DEPSCAN-REPORT-FD
           IF DRIFT-COUNT > 0 OR FAILED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-DEPSCAN-SETTINGS.
           MOVE SPACES TO DEPSCAN-ACTION-TEXT
           ACCEPT DEPSCAN-ACTION-TEXT
               FROM ENVIRONMENT "DENO_DEPSCAN_ACTION"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO APPROVE-SCRIPT-TEXT
           ACCEPT APPROVE-SCRIPT-TEXT
               FROM ENVIRONMENT "DENO_DEPSCAN_SCRIPT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DEPSCAN_CATALOG"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO CATALOG-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DEPSCAN_DEPS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO DEPENDENCY-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DEPSCAN_BINARY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO DENO-BIN-NAME
           END-IF.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO DEPSCAN-REPORT-REC
           WRITE DEPSCAN-REPORT-REC
           DISPLAY "DENO-DEP-SCAN: " FUNCTION TRIM(REPORT-LINE).

       OPEN-DEPENDENCY-FILE.
           OPEN I-O DEPENDENCY-FD
           IF DEPENDENCY-STATUS = "35"
               OPEN OUTPUT DEPENDENCY-FD
               CLOSE DEPENDENCY-FD
               OPEN I-O DEPENDENCY-FD
           END-IF.

       SCAN-CATALOG-SCRIPTS.
           OPEN INPUT CATALOG-FD
           IF CATALOG-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "CATALOG UNAVAILABLE: "          DELIMITED BY SIZE
                      FUNCTION TRIM(CATALOG-FILE-PATH) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-DEPENDENCY-FILE
           IF DEPENDENCY-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "DEPENDENCY FILE UNAVAILABLE: "  DELIMITED BY SIZE
                      FUNCTION TRIM(DEPENDENCY-FILE-PATH)
                                                       DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO FAILED-COUNT
               CLOSE CATALOG-FD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CATALOG-EOF
           PERFORM UNTIL NO-MORE-CATALOG-ENTRIES
               READ CATALOG-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO CATALOG-EOF
                   NOT AT END
                       PERFORM SCAN-ONE-SCRIPT
               END-READ
           END-PERFORM
           CLOSE DEPENDENCY-FD
           CLOSE CATALOG-FD.

       SCAN-ONE-SCRIPT.
           ADD 1 TO SCANNED-COUNT
           MOVE CAT-SCRIPT-PATH TO SCRIPT-PATH-TEXT
           PERFORM COLLECT-MODULE-GRAPH
           IF NOT GRAPH-COLLECTED
               ADD 1 TO FAILED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)  DELIMITED BY SIZE
                      " | SCAN FAILED ("              DELIMITED BY SIZE
                      FUNCTION TRIM(SCAN-FAIL-TEXT)    DELIMITED BY SIZE
                      ")"                             DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO STATUS-CODE
               PERFORM AUDIT-REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DEP-REC
           MOVE SCRIPT-PATH-TEXT TO DEP-SCRIPT-PATH
           READ DEPENDENCY-FD
               INVALID KEY
                   PERFORM BASELINE-NEW-SCRIPT
                   EXIT PARAGRAPH
           END-READ

           PERFORM COPY-SCAN-TO-OBSERVED
           MOVE BUSDATE-TEXT TO DEP-SCAN-DATE
           PERFORM COMPARE-AGAINST-APPROVED
           IF ADDED-COUNT > 0 OR REMOVED-COUNT > 0
             OR CHANGED-COUNT > 0
               MOVE "Y" TO DEP-DRIFT-FLAG
               ADD 1 TO DRIFT-COUNT
           ELSE
               MOVE "N" TO DEP-DRIFT-FLAG
           END-IF
           REWRITE DEP-REC
               INVALID KEY
                   ADD 1 TO FAILED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)
                                                    DELIMITED BY SIZE
                          " | REWRITE FAILED"      DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-REWRITE

           MOVE ADDED-COUNT TO COUNT-DISPLAY
           MOVE REMOVED-COUNT TO COUNT-DISPLAY-2
           MOVE CHANGED-COUNT TO COUNT-DISPLAY-3
           MOVE SCAN-COUNT TO COUNT-DISPLAY-4
           MOVE SPACES TO REPORT-LINE
           IF DEP-DRIFTED
               STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)  DELIMITED BY SIZE
                      " | DRIFT ADDED="               DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY)     DELIMITED BY SIZE
                      " REMOVED="                     DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2)   DELIMITED BY SIZE
                      " CHANGED="                     DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-3)   DELIMITED BY SIZE
                      " - UNAPPROVED SINCE "          DELIMITED BY SIZE
                      DEP-APPROVED-DATE                DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
      *> A drifted graph is audited and alerted at the same status
      *> DENO-RUN will refuse the script with, so the morning desk
      *> hears about it before the batch does.
               MOVE 97 TO STATUS-CODE
               PERFORM AUDIT-REPORT-LINE
               CALL "DENO-ALERT" USING
                   AUDIT-PROG-NAME SCRIPT-PATH-TEXT STATUS-CODE
           ELSE
               STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)  DELIMITED BY SIZE
                      " | IN STEP ("                  DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-4)   DELIMITED BY SIZE
                      " MODULES)"                     DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> A script seen for the first time has nothing to drift from:
      *> its current graph becomes the approved one, and that is
      *> audited so the baseline itself is on record.
       BASELINE-NEW-SCRIPT.
           MOVE SPACES TO DEP-REC
           MOVE SCRIPT-PATH-TEXT TO DEP-SCRIPT-PATH
           PERFORM COPY-SCAN-TO-OBSERVED
           PERFORM COPY-OBSERVED-TO-APPROVED
           MOVE BUSDATE-TEXT TO DEP-SCAN-DATE
           MOVE BUSDATE-TEXT TO DEP-APPROVED-DATE
           MOVE "N" TO DEP-DRIFT-FLAG
           MOVE SCAN-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           WRITE DEP-REC
               INVALID KEY
                   ADD 1 TO FAILED-COUNT
                   STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)
                                                    DELIMITED BY SIZE
                          " | BASELINE WRITE FAILED"
                                                    DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE 8 TO STATUS-CODE
               NOT INVALID KEY
                   ADD 1 TO BASELINED-COUNT
                   STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)
                                                    DELIMITED BY SIZE
                          " | BASELINED ("         DELIMITED BY SIZE
                          FUNCTION TRIM(COUNT-DISPLAY)
                                                    DELIMITED BY SIZE
                          " MODULES)"              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE 0 TO STATUS-CODE
           END-WRITE
           PERFORM WRITE-REPORT-LINE
           PERFORM AUDIT-REPORT-LINE.

       AUDIT-REPORT-LINE.
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "DEPSCAN "                        DELIMITED BY SIZE
                  FUNCTION TRIM(REPORT-LINE)         DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               DEPSCAN-ELAPSED.

       COPY-SCAN-TO-OBSERVED.
           MOVE SCAN-COUNT TO DEP-OBSERVED-COUNT
           PERFORM VARYING SCAN-IDX FROM 1 BY 1 UNTIL SCAN-IDX > 100
               IF SCAN-IDX <= SCAN-COUNT
                   MOVE SCAN-SPECIFIER(SCAN-IDX)
                       TO DEP-OBS-SPECIFIER(SCAN-IDX)
                   MOVE SCAN-KIND(SCAN-IDX) TO DEP-OBS-KIND(SCAN-IDX)
                   MOVE SCAN-HASH(SCAN-IDX) TO DEP-OBS-HASH(SCAN-IDX)
               ELSE
                   MOVE SPACES TO DEP-OBSERVED-ENTRY(SCAN-IDX)
               END-IF
           END-PERFORM.

       COPY-OBSERVED-TO-APPROVED.
           MOVE DEP-OBSERVED-COUNT TO DEP-APPROVED-COUNT
           PERFORM VARYING OBS-IDX FROM 1 BY 1 UNTIL OBS-IDX > 100
               MOVE DEP-OBSERVED-ENTRY(OBS-IDX)
                   TO DEP-APPROVED-ENTRY(OBS-IDX)
           END-PERFORM.

      *> Each approved module must still be present with the same
      *> hash; each observed module must have been approved. The
      *> lists are small (a script's own graph), so a plain nested
      *> scan is all this needs.
       COMPARE-AGAINST-APPROVED.
           MOVE 0 TO ADDED-COUNT
           MOVE 0 TO REMOVED-COUNT
           MOVE 0 TO CHANGED-COUNT
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > DEP-APPROVED-COUNT
               MOVE "N" TO MATCH-FLAG
               PERFORM VARYING OBS-IDX FROM 1 BY 1
                       UNTIL OBS-IDX > DEP-OBSERVED-COUNT
                             OR MODULE-MATCHED
                   IF DEP-OBS-SPECIFIER(OBS-IDX) =
                           DEP-APR-SPECIFIER(APR-IDX)
                       MOVE "Y" TO MATCH-FLAG
                       IF DEP-OBS-HASH(OBS-IDX) NOT =
                               DEP-APR-HASH(APR-IDX)
                         OR (DEP-APR-KIND(APR-IDX) NOT = "O"
                             AND DEP-APR-HASH(APR-IDX) = SPACES)
                           ADD 1 TO CHANGED-COUNT
                           MOVE "CHANGED" TO DIFF-LABEL
                           MOVE DEP-APR-SPECIFIER(APR-IDX)
                               TO SPECIFIER-TEXT
                           PERFORM REPORT-MODULE-DIFFERENCE
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT MODULE-MATCHED
                   ADD 1 TO REMOVED-COUNT
                   MOVE "REMOVED" TO DIFF-LABEL
                   MOVE DEP-APR-SPECIFIER(APR-IDX) TO SPECIFIER-TEXT
                   PERFORM REPORT-MODULE-DIFFERENCE
               END-IF
           END-PERFORM
           PERFORM VARYING OBS-IDX FROM 1 BY 1
                   UNTIL OBS-IDX > DEP-OBSERVED-COUNT
               MOVE "N" TO MATCH-FLAG
               PERFORM VARYING APR-IDX FROM 1 BY 1
                       UNTIL APR-IDX > DEP-APPROVED-COUNT
                             OR MODULE-MATCHED
                   IF DEP-APR-SPECIFIER(APR-IDX) =
                           DEP-OBS-SPECIFIER(OBS-IDX)
                       MOVE "Y" TO MATCH-FLAG
                   END-IF
               END-PERFORM
               IF NOT MODULE-MATCHED
                   ADD 1 TO ADDED-COUNT
                   MOVE "ADDED" TO DIFF-LABEL
                   MOVE DEP-OBS-SPECIFIER(OBS-IDX) TO SPECIFIER-TEXT
                   PERFORM REPORT-MODULE-DIFFERENCE
               END-IF
           END-PERFORM.

       REPORT-MODULE-DIFFERENCE.
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)      DELIMITED BY SIZE
                  " | "                               DELIMITED BY SIZE
                  FUNCTION TRIM(DIFF-LABEL)            DELIMITED BY SIZE
                  " "                                 DELIMITED BY SIZE
                  FUNCTION TRIM(SPECIFIER-TEXT)        DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> deno info --json lists every module of the graph; the
      *> resolved "specifier" members (the ones carrying a scheme)
      *> are cut out with grep/sed and de-duplicated by sort -u, one
      *> per line, into the probe. The script's own root module is
      *> recognised and skipped - CAT-HASH already covers it - and
      *> its presence is the proof deno resolved the script at all.
       COLLECT-MODULE-GRAPH.
           MOVE "N" TO SCAN-OK-FLAG
           MOVE "N" TO ROOT-SEEN-FLAG
           MOVE SPACES TO SCAN-FAIL-TEXT
           MOVE 0 TO SCAN-COUNT
           MOVE SPACES TO SCAN-TABLE
           MOVE SPACES TO PROBE-DISCRIMINATOR
           STRING FUNCTION CURRENT-DATE(9:8)          DELIMITED BY SIZE
                  INTO PROBE-DISCRIMINATOR
           MOVE SPACES TO GRAPH-PROBE-PATH
           STRING "/tmp/deno-depscan-"                DELIMITED BY SIZE
                  PROBE-DISCRIMINATOR                  DELIMITED BY SIZE
                  ".txt"                              DELIMITED BY SIZE
                  INTO GRAPH-PROBE-PATH
           MOVE SPACES TO LOCAL-PROBE-PATH
           STRING "/tmp/deno-depscan-"                DELIMITED BY SIZE
                  PROBE-DISCRIMINATOR                  DELIMITED BY SIZE
                  "-local.txt"                        DELIMITED BY SIZE
                  INTO LOCAL-PROBE-PATH
           MOVE SPACES TO SCAN-CMD
           STRING "NO_COLOR=1 '"                      DELIMITED BY SIZE
                  FUNCTION TRIM(DENO-BIN-NAME)         DELIMITED BY SIZE
                  "' info --json '"                   DELIMITED BY SIZE
                  FUNCTION TRIM(SCRIPT-PATH-TEXT)      DELIMITED BY SIZE
                  "' 2>/dev/null"                     DELIMITED BY SIZE
                  " | grep -o '""specifier"": *""[a-z]*:[^""]*""'"
                                                       DELIMITED BY SIZE
                  " | sed 's/^.*: *""//;s/""$//' | sort -u > '"
                                                       DELIMITED BY SIZE
                  FUNCTION TRIM(GRAPH-PROBE-PATH)      DELIMITED BY SIZE
                  "'"                                 DELIMITED BY SIZE
                  INTO SCAN-CMD
           CALL "SYSTEM" USING SCAN-CMD RETURNING SCAN-RET-VAL

      *> The root module arrives as file:///abs/path; a relative
      *> catalog path is matched on its "/path" suffix.
           MOVE SPACES TO ROOT-SUFFIX-TEXT
           IF SCRIPT-PATH-TEXT(1:1) = "/"
               MOVE FUNCTION TRIM(SCRIPT-PATH-TEXT) TO ROOT-SUFFIX-TEXT
           ELSE
               STRING "/"                             DELIMITED BY SIZE
                      FUNCTION TRIM(SCRIPT-PATH-TEXT)  DELIMITED BY SIZE
                      INTO ROOT-SUFFIX-TEXT
           END-IF
           COMPUTE ROOT-SUFFIX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(ROOT-SUFFIX-TEXT))

           MOVE GRAPH-PROBE-PATH TO PROBE-FILE-PATH
           MOVE "N" TO PROBE-EOF
           OPEN INPUT PROBE-FD
           IF PROBE-FILE-STATUS NOT = "00"
               MOVE "NO MODULE GRAPH" TO SCAN-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-PROBE-LINES
               READ PROBE-FD INTO PROBE-REC
                   AT END
                       MOVE "Y" TO PROBE-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PROBE-REC) NOT = SPACES
                           PERFORM ADD-GRAPH-MODULE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROBE-FD
           MOVE GRAPH-PROBE-PATH TO PROBE-FILE-PATH
           PERFORM REMOVE-PROBE-FILE
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > SCAN-COUNT
               PERFORM HASH-GRAPH-MODULE
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT ROOT-MODULE-SEEN
                   MOVE "DENO COULD NOT RESOLVE SCRIPT"
                       TO SCAN-FAIL-TEXT
               WHEN SCAN-FAIL-TEXT NOT = SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE "Y" TO SCAN-OK-FLAG
           END-EVALUATE.

       ADD-GRAPH-MODULE.
           IF FUNCTION LENGTH(FUNCTION TRIM(PROBE-REC))
                   > 150
               IF SCAN-FAIL-TEXT = SPACES
                   MOVE "MODULE SPECIFIER OVER 150 BYTES"
                       TO SCAN-FAIL-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SPECIFIER-TEXT
           MOVE FUNCTION TRIM(PROBE-REC) TO SPECIFIER-TEXT
           COMPUTE SPEC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SPECIFIER-TEXT))
           IF SPECIFIER-TEXT(1:7) = "file://"
             AND SPEC-LEN >= ROOT-SUFFIX-LEN
             AND SPECIFIER-TEXT(SPEC-LEN - ROOT-SUFFIX-LEN + 1:
                                ROOT-SUFFIX-LEN)
                 = ROOT-SUFFIX-TEXT(1:ROOT-SUFFIX-LEN)
               MOVE "Y" TO ROOT-SEEN-FLAG
               EXIT PARAGRAPH
           END-IF
      *> A graph too big to hold is a failed scan, never a silently
      *> shortened one - an unrecorded module is an unchecked one.
           IF SCAN-COUNT >= 100
               MOVE "MORE THAN 100 MODULES" TO SCAN-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SCAN-COUNT
           MOVE SPECIFIER-TEXT TO SCAN-SPECIFIER(SCAN-COUNT).

      *> Second pass, once the graph probe is closed: classify each
      *> module and hash what can be hashed.
       HASH-GRAPH-MODULE.
           MOVE SCAN-SPECIFIER(SCAN-IDX) TO SPECIFIER-TEXT
           MOVE SPACES TO SCAN-HASH(SCAN-IDX)
           MOVE SPACES TO HASH-PATH
           EVALUATE TRUE
               WHEN SPECIFIER-TEXT(1:7) = "file://"
                   MOVE "L" TO SCAN-KIND(SCAN-IDX)
                   MOVE SPECIFIER-TEXT(8:) TO HASH-PATH
               WHEN SPECIFIER-TEXT(1:7) = "http://"
                 OR SPECIFIER-TEXT(1:8) = "https://"
                   MOVE "R" TO SCAN-KIND(SCAN-IDX)
                   PERFORM RESOLVE-CACHED-COPY
               WHEN OTHER
                   MOVE "O" TO SCAN-KIND(SCAN-IDX)
           END-EVALUATE
           IF SCAN-KIND(SCAN-IDX) = "O"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MODULE-HASH
           MOVE "N" TO MODULE-HASH-FOUND
           IF HASH-PATH NOT = SPACES
               CALL "DENO-FILE-HASH" USING HASH-PATH MODULE-HASH
                   MODULE-HASH-FOUND
           END-IF
      *> An R/L module with no hash fails the whole scan: a blank
      *> hash would compare equal to a blank approved one.
           IF MODULE-HASH-FOUND = "Y"
               MOVE MODULE-HASH TO SCAN-HASH(SCAN-IDX)
           ELSE
               IF SCAN-FAIL-TEXT = SPACES
                   EVALUATE TRUE
                       WHEN HASH-PATH NOT = SPACES
                           MOVE "MODULE COULD NOT BE HASHED"
                               TO SCAN-FAIL-TEXT
                       WHEN SCAN-KIND(SCAN-IDX) = "R"
                         AND CACHED-PATH-TOO-LONG
                           MOVE "CACHED COPY PATH OVER 250 BYTES"
                               TO SCAN-FAIL-TEXT
                       WHEN SCAN-KIND(SCAN-IDX) = "R"
                           MOVE "REMOTE MODULE NOT IN DENO CACHE"
                               TO SCAN-FAIL-TEXT
                       WHEN OTHER
                           MOVE "MODULE COULD NOT BE HASHED"
                               TO SCAN-FAIL-TEXT
                   END-EVALUATE
               END-IF
           END-IF.

      *> A remote module is hashed as the copy deno actually cached
      *> and will load, found from deno info's "local:" line.
       RESOLVE-CACHED-COPY.
           MOVE SPACES TO SCAN-CMD
           STRING "NO_COLOR=1 '"                      DELIMITED BY SIZE
                  FUNCTION TRIM(DENO-BIN-NAME)         DELIMITED BY SIZE
                  "' info '"                          DELIMITED BY SIZE
                  FUNCTION TRIM(SPECIFIER-TEXT)        DELIMITED BY SIZE
                  "' 2>/dev/null | sed -n 's/^local: //p'"
                                                       DELIMITED BY SIZE
                  " | head -n 1 > '"                  DELIMITED BY SIZE
                  FUNCTION TRIM(LOCAL-PROBE-PATH)      DELIMITED BY SIZE
                  "'"                                 DELIMITED BY SIZE
                  INTO SCAN-CMD
           CALL "SYSTEM" USING SCAN-CMD RETURNING SCAN-RET-VAL
           MOVE "N" TO CACHED-PATH-FLAG
           MOVE LOCAL-PROBE-PATH TO PROBE-FILE-PATH
           OPEN INPUT PROBE-FD
           IF PROBE-FILE-STATUS = "00"
               MOVE SPACES TO PROBE-REC
               READ PROBE-FD
                   AT END
                       CONTINUE
               END-READ
               IF FUNCTION LENGTH(FUNCTION TRIM(PROBE-REC))
                       > 250
                   MOVE "Y" TO CACHED-PATH-FLAG
               ELSE
                   MOVE FUNCTION TRIM(PROBE-REC) TO HASH-PATH
               END-IF
               CLOSE PROBE-FD
           END-IF
           PERFORM REMOVE-PROBE-FILE.

       REMOVE-PROBE-FILE.
           MOVE SPACES TO CLEANUP-CMD
           STRING "rm -f '"                           DELIMITED BY SIZE
                  FUNCTION TRIM(PROBE-FILE-PATH)       DELIMITED BY SIZE
                  "'"                                 DELIMITED BY SIZE
                  INTO CLEANUP-CMD
           CALL "SYSTEM" USING CLEANUP-CMD RETURNING SCAN-RET-VAL.

       APPROVE-OBSERVED-GRAPHS.
           IF APPROVE-SCRIPT-TEXT = SPACES
               MOVE "APPROVE NEEDS DENO_DEPSCAN_SCRIPT (PATH OR ALL)"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-DEPENDENCY-FILE
           IF DEPENDENCY-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "DEPENDENCY FILE UNAVAILABLE: "  DELIMITED BY SIZE
                      FUNCTION TRIM(DEPENDENCY-FILE-PATH)
                                                       DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               ADD 1 TO FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(APPROVE-SCRIPT-TEXT) = "ALL"
               MOVE "N" TO DEPENDENCY-EOF
               PERFORM UNTIL NO-MORE-DEPENDENCY-RECORDS
                   READ DEPENDENCY-FD NEXT RECORD
                       AT END
                           MOVE "Y" TO DEPENDENCY-EOF
                       NOT AT END
                           IF DEP-DRIFTED
                               PERFORM APPROVE-CURRENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE SPACES TO DEP-REC
               MOVE FUNCTION TRIM(APPROVE-SCRIPT-TEXT)
                   TO DEP-SCRIPT-PATH
               READ DEPENDENCY-FD
                   INVALID KEY
                       MOVE SPACES TO REPORT-LINE
                       STRING FUNCTION TRIM(APPROVE-SCRIPT-TEXT)
                                                    DELIMITED BY SIZE
                              " | NO DEPENDENCY RECORD - SCAN FIRST"
                                                    DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       ADD 1 TO FAILED-COUNT
                   NOT INVALID KEY
                       PERFORM APPROVE-CURRENT-RECORD
               END-READ
           END-IF
           CLOSE DEPENDENCY-FD.

       APPROVE-CURRENT-RECORD.
           MOVE DEP-SCRIPT-PATH TO SCRIPT-PATH-TEXT
           PERFORM COPY-OBSERVED-TO-APPROVED
           MOVE BUSDATE-TEXT TO DEP-APPROVED-DATE
           MOVE "N" TO DEP-DRIFT-FLAG
           MOVE DEP-APPROVED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           REWRITE DEP-REC
               INVALID KEY
                   ADD 1 TO FAILED-COUNT
                   STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)
                                                    DELIMITED BY SIZE
                          " | APPROVE FAILED"      DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE 8 TO STATUS-CODE
               NOT INVALID KEY
                   ADD 1 TO APPROVED-COUNT
                   STRING FUNCTION TRIM(SCRIPT-PATH-TEXT)
                                                    DELIMITED BY SIZE
                          " | APPROVED ("          DELIMITED BY SIZE
                          FUNCTION TRIM(COUNT-DISPLAY)
                                                    DELIMITED BY SIZE
                          " MODULES)"              DELIMITED BY SIZE
                          INTO REPORT-LINE
                   MOVE 0 TO STATUS-CODE
           END-REWRITE
           PERFORM WRITE-REPORT-LINE
           PERFORM AUDIT-REPORT-LINE.

       LIST-DEPENDENCY-FILE.
           OPEN INPUT DEPENDENCY-FD
           IF DEPENDENCY-STATUS NOT = "00"
               MOVE "DEPENDENCY FILE (UNAVAILABLE)" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DEPENDENCY-EOF
           PERFORM UNTIL NO-MORE-DEPENDENCY-RECORDS
               READ DEPENDENCY-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO DEPENDENCY-EOF
                   NOT AT END
                       PERFORM LIST-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE DEPENDENCY-FD.

       LIST-ONE-RECORD.
           MOVE DEP-APPROVED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(DEP-SCRIPT-PATH)       DELIMITED BY SIZE
                  " | APPROVED "                      DELIMITED BY SIZE
                  DEP-APPROVED-DATE                    DELIMITED BY SIZE
                  " | SCANNED "                       DELIMITED BY SIZE
                  DEP-SCAN-DATE                        DELIMITED BY SIZE
                  " | MODULES="                       DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)         DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF DEP-DRIFTED
               MOVE " | DRIFTED" TO REPORT-LINE(
                   FUNCTION LENGTH(FUNCTION TRIM(REPORT-LINE)) + 1:10)
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > DEP-APPROVED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  "                            DELIMITED BY SIZE
                      DEP-APR-KIND(APR-IDX)            DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      FUNCTION TRIM(DEP-APR-SPECIFIER(APR-IDX))
                                                       DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      DEP-APR-HASH(APR-IDX)(1:16)      DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
