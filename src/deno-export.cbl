      *> the same quantity the import recomputes from its side of
      *> the pipeline, so a script that silently eats or alters
      *> records no longer produces a clean-looking load.
      *>
      *> EXPORT-OPTIONS (DENOEOPT.cpy) adds snapshot keeping and the
      *> delta mode: only added, changed and deleted records are
      *> written, each tagged with its op, and the control record
      *> grows the run mode and per-op counts:
      *>
      *>   DENO-CTL|count|date|hash|mode|added|changed|deleted
      *>
      *> where count is every line written (all ops) and the hash
      *> covers the added and changed lines - the content a
      *> transaction-mode DENO-IMPORT puts into its master. A delete
      *> carries the last image for the far side's information only.
      *>
      *> EXP-LAYOUT-NAME loads the field table from the layout
      *> registry (DENO-LAYOUT) into the caller's FIELD-LAYOUT-TABLE
      *> instead of trusting a hand-built one; the version used is
      *> returned in EXP-LAYOUT-VERSION and stamped on the control
      *> record so the load can refuse a file cut under another:
      *>
      *>   DENO-CTL|count|date|hash|mode|added|changed|deleted|
      *>            layout-name|layout-version
      *>
      *> (one line). A name that is not registered rejects the
      *> export like any other bad layout.
      *>
      *> With EXP-TYPE-COUNT set the input is a multi-record-type
      *> file - header, details, trailer - and each record is
      *> described by the registered layout of the type its type
      *> column names; each JSON object then leads with
      *>
      *>   {"_type":"code", ...
      *>
      *> and the control record's count and hash cover the detail
      *> records only (see DENOEOPT.cpy).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ASSIGN TO DYNAMIC CONTROL-FILE-USED
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CONTROL-OUT-STATUS.
               SELECT SNAPSHOT-FD
                   ASSIGN TO DYNAMIC EXP-SNAPSHOT-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNAP-KEY
                   FILE STATUS IS SNAPSHOT-STATUS.
               SELECT SNAPWORK-FD
                   ASSIGN TO DYNAMIC SNAPWORK-FILE-USED
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SNAPWORK-KEY
                   FILE STATUS IS SNAPWORK-STATUS.

       DATA DIVISION.
           FILE SECTION.

           FD  CONTROL-OUT-FD
               LABEL RECORDS ARE STANDARD.
           01  CONTROL-OUT-REC     PIC X(200).

      *> Snapshot records: the key (layout entry 1, space-padded)
      *> and the raw input image it was exported from. The trailer
      *> sits under a HIGH-VALUES key so it always reads last.
           FD  SNAPSHOT-FD.
           01  SNAPSHOT-REC.
               05  SNAP-KEY        PIC X(100).
               05  SNAP-IMAGE      PIC X(500).

           FD  SNAPWORK-FD.
           01  SNAPWORK-REC.
               05  SNAPWORK-KEY    PIC X(100).
               05  SNAPWORK-IMAGE  PIC X(500).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-EXPORT".
               01  CONTROL-BUSDATE    PIC X(8).
               01  BUSDATE-ACTION     PIC X(1).
               01  BUSDATE-STATUS     PIC S9(4) COMP.
      *> Snapshot and delta machinery (see DENOEOPT.cpy).
               01  SNAPSHOT-STATUS    PIC XX.
               01  SNAPWORK-STATUS    PIC XX.
               01  SNAPWORK-FILE-USED PIC X(100).
               01  SNAPSHOT-ACTIVE    PIC X VALUE "N".
                   88  SNAPSHOT-IS-KEPT        VALUE "Y".
               01  DELTA-ACTIVE       PIC X VALUE "N".
                   88  DELTA-IS-ACTIVE         VALUE "Y".
               01  SNAPSHOT-DUP-FLAG  PIC X VALUE "N".
                   88  SNAPSHOT-HAS-DUPLICATE  VALUE "Y".
               01  SNAP-EOF           PIC X VALUE "N".
                   88  NO-MORE-SNAP-RECORDS    VALUE "Y".
               01  DELTA-OP           PIC X(1).
               01  DELTA-KEY          PIC X(100).
               01  SNAPWORK-COUNT     PIC 9(9).
               01  SNAP-SEEN-COUNT    PIC 9(9).
               01  SAVED-HASH-TOTAL   PIC 9(15).
               01  SNAP-TRAILER.
                   05  SNAP-TRL-TAG        PIC X(10).
                   05  SNAP-TRL-COUNT      PIC 9(9).
                   05  SNAP-TRL-KEY-START  PIC 9(4).
                   05  SNAP-TRL-KEY-LENGTH PIC 9(2).
                   05  FILLER              PIC X(475).
               01  OP-COUNT-DISPLAY   PIC Z(8)9.
               01  AUDIT-NOTE-PTR     PIC 9(5).
               01  CONTROL-REC-PTR    PIC 9(3).
               01  LAYOUT-LOAD-ACTION PIC X(1).
               01  LAYOUT-LOAD-STATUS PIC S9(4) COMP.
      *> Multi-record-type files (see DENOEOPT.cpy): every type's
      *> layout is loaded once up front and moved into the caller's
      *> FIELD-LAYOUT-TABLE as each record's type is seen, so the
      *> JSON building below works on one layout at a time as ever.
               01  TYPES-ACTIVE       PIC X VALUE "N".
                   88  RECORD-TYPES-IN-USE     VALUE "Y".
               01  TYPE-IDX           PIC 9(2).
               01  TYPE-SCAN-IDX      PIC 9(2).
               01  RECORD-TYPE-IDX    PIC 9(2).
               01  RECORD-TYPE-CODE   PIC X(10).
               01  TYPE-FAIL-TEXT     PIC X(80).
               01  TYPE-HEADER-TOTAL  PIC 9(2).
               01  TYPE-DETAIL-TOTAL  PIC 9(2).
               01  TYPE-TRAILER-TOTAL PIC 9(2).
               01  HEADER-RECORD-COUNT  PIC 9(9).
               01  DETAIL-RECORD-COUNT  PIC 9(9).
               01  TRAILER-RECORD-COUNT PIC 9(9).
               01  INPUT-RECORD-NUMBER  PIC 9(9).
               01  TYPE-LAYOUTS.
                   05  TYPE-LAYOUT OCCURS 9 TIMES.
                       10  TL-FIELD-COUNT  PIC 9(2).
                       10  TL-FIELD-TABLE  PIC X(760).
               01  EXPORT-START-TIME PIC 9(9).
               01  EXPORT-END-TIME   PIC 9(9).
               01  EXPORT-ELAPSED    PIC 9(9).
               COPY DENOSTAT.
               01  EXPORT-RECORD-COUNT PIC 9(9).
               01  EXPORT-CONTROL-FILE PIC X(100).
               COPY DENOEOPT.

       PROCEDURE DIVISION USING EXPORT-INPUT-FILE EXPORT-INPUT-ORG
               EXPORT-JSON-FILE FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
               STATUS-CODE EXPORT-RECORD-COUNT EXPORT-CONTROL-FILE
               EXPORT-OPTIONS.
           PERFORM START-EXPORT-TIMER
           MOVE 0 TO EXPORT-RECORD-COUNT
           MOVE 0 TO EXP-ADDED-COUNT EXP-CHANGED-COUNT
           MOVE 0 TO EXP-DELETED-COUNT
           MOVE "F" TO EXP-RUN-MODE
           MOVE SPACES TO EXP-FALLBACK-REASON
           MOVE "N" TO SNAPSHOT-ACTIVE
           MOVE "N" TO DELTA-ACTIVE
           MOVE 0 TO CONTROL-HASH-TOTAL
           MOVE "N" TO EXPORT-EOF
           MOVE "N" TO TYPES-ACTIVE
           MOVE SPACES TO TYPE-FAIL-TEXT
           MOVE 0 TO HEADER-RECORD-COUNT DETAIL-RECORD-COUNT
           MOVE 0 TO TRAILER-RECORD-COUNT INPUT-RECORD-NUMBER

           MOVE 0 TO LAYOUT-LOAD-STATUS
           IF EXP-LAYOUT-NAME NOT = SPACES
               MOVE "G" TO LAYOUT-LOAD-ACTION
               CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
                   EXP-LAYOUT-NAME EXP-LAYOUT-VERSION
                   FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
                   LAYOUT-LOAD-STATUS
           END-IF
           IF LAYOUT-LOAD-STATUS NOT = 0
               MOVE 94 TO STATUS-CODE
               MOVE SPACES TO AUDIT-CMD-TEXT
               STRING "REJECTED EXPORT LAYOUT: "  DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-LAYOUT-NAME)
                                                   DELIMITED BY SIZE
                      " NOT REGISTERED FOR "      DELIMITED BY SIZE
                      FUNCTION TRIM(EXPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
               PERFORM STOP-EXPORT-TIMER
               CALL "DENO-AUDIT-LOG" USING
                   AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                   EXPORT-ELAPSED
               MOVE STATUS-CODE TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           IF EXP-TYPE-COUNT IS NUMERIC AND EXP-TYPE-COUNT > 0
               PERFORM LOAD-RECORD-TYPE-LAYOUTS
               IF TYPE-FAIL-TEXT NOT = SPACES
                   MOVE 94 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "REJECTED EXPORT RECORD TYPES: "
                                                   DELIMITED BY SIZE
                          FUNCTION TRIM(TYPE-FAIL-TEXT)
                                                   DELIMITED BY SIZE
                          " FOR "                  DELIMITED BY SIZE
                          FUNCTION TRIM(EXPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   PERFORM STOP-EXPORT-TIMER
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       EXPORT-ELAPSED
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF

      *> Each type's layout was validated as it was loaded.
           IF RECORD-TYPES-IN-USE
               MOVE "Y" TO LAYOUT-OK-FLAG
           ELSE
               PERFORM VALIDATE-FIELD-LAYOUT
           END-IF
           IF NOT LAYOUT-IS-VALID
               MOVE 94 TO STATUS-CODE
               MOVE SPACES TO AUDIT-CMD-TEXT
           END-IF

           OPEN OUTPUT JSON-OUT-FD
           IF EXP-SNAPSHOT-FILE NOT = SPACES
               PERFORM OPEN-SNAPSHOT-FILES
           END-IF
           IF EXP-MODE-DELTA
               IF DELTA-IS-ACTIVE
                   MOVE "D" TO EXP-RUN-MODE
               ELSE
                   MOVE "R" TO EXP-RUN-MODE
                   DISPLAY "DENO-EXPORT: delta not possible ("
                       FUNCTION TRIM(EXP-FALLBACK-REASON)
                       ") - writing a full export of "
                       FUNCTION TRIM(EXPORT-INPUT-FILE)
               END-IF
           END-IF
           PERFORM UNTIL NO-MORE-EXPORT-RECORDS
               MOVE SPACES TO WORK-REC
               IF EXPORT-ORG-INDEXED
                   END-READ
               END-IF
               IF NOT NO-MORE-EXPORT-RECORDS
                   PERFORM EXPORT-ONE-RECORD
               END-IF
           END-PERFORM

           ELSE
               CLOSE EXPORT-SEQ-FD
           END-IF
      *> A record no layout describes stopped the run: what was
      *> written stays for diagnosis, but no control record goes out
      *> for it, so no load can ever balance to a partial file.
           IF TYPE-FAIL-TEXT NOT = SPACES
               CLOSE JSON-OUT-FD
               MOVE 94 TO STATUS-CODE
               MOVE SPACES TO AUDIT-CMD-TEXT
               STRING "REJECTED EXPORT: "         DELIMITED BY SIZE
                      FUNCTION TRIM(EXPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(TYPE-FAIL-TEXT)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
               PERFORM STOP-EXPORT-TIMER
               CALL "DENO-AUDIT-LOG" USING
                   AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                   EXPORT-ELAPSED
               MOVE STATUS-CODE TO RETURN-CODE
               EXIT PROGRAM
           END-IF
           IF SNAPSHOT-IS-KEPT
               PERFORM FINISH-SNAPSHOT-WORK
           END-IF
           IF DELTA-IS-ACTIVE
               PERFORM EMIT-DELETED-RECORDS
           END-IF
           CLOSE JSON-OUT-FD
           IF SNAPSHOT-IS-KEPT
               PERFORM REPLACE-SNAPSHOT
           END-IF
           IF EXPORT-CONTROL-FILE NOT = SPACES
               PERFORM WRITE-CONTROL-RECORD
           END-IF
                  " -> "                          DELIMITED BY SIZE
                  FUNCTION TRIM(EXPORT-JSON-FILE)  DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           IF NOT EXP-RAN-FULL
               PERFORM APPEND-DELTA-AUDIT-NOTE
           END-IF
           IF RECORD-TYPES-IN-USE
               PERFORM APPEND-TYPE-AUDIT-NOTE
           END-IF
           IF EXP-LAYOUT-NAME NOT = SPACES
               COMPUTE AUDIT-NOTE-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
               STRING " LAYOUT="                  DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-LAYOUT-NAME)
                                                   DELIMITED BY SIZE
                      " V"                        DELIMITED BY SIZE
                      EXP-LAYOUT-VERSION           DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
           END-IF
           PERFORM STOP-EXPORT-TIMER
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               BUSDATE-STATUS
           MOVE EXPORT-CONTROL-FILE TO CONTROL-FILE-USED
           MOVE EXPORT-RECORD-COUNT TO CONTROL-COUNT-D
           IF RECORD-TYPES-IN-USE
               MOVE DETAIL-RECORD-COUNT TO CONTROL-COUNT-D
           END-IF
           OPEN OUTPUT CONTROL-OUT-FD
           IF CONTROL-OUT-STATUS NOT = "00"
               DISPLAY "DENO-EXPORT: cannot write control file "
                  CONTROL-BUSDATE                   DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  CONTROL-HASH-TOTAL                DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  EXP-RUN-MODE                      DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  EXP-ADDED-COUNT                   DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  EXP-CHANGED-COUNT                 DELIMITED BY SIZE
                  "|"                              DELIMITED BY SIZE
                  EXP-DELETED-COUNT                 DELIMITED BY SIZE
                  INTO CONTROL-OUT-REC
           IF EXP-LAYOUT-NAME NOT = SPACES
               COMPUTE CONTROL-REC-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(CONTROL-OUT-REC)) + 1
               STRING "|"                          DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-LAYOUT-NAME)
                                                   DELIMITED BY SIZE
                      "|"                          DELIMITED BY SIZE
                      EXP-LAYOUT-VERSION           DELIMITED BY SIZE
                      INTO CONTROL-OUT-REC
                      WITH POINTER CONTROL-REC-PTR
           END-IF
           WRITE CONTROL-OUT-REC
           CLOSE CONTROL-OUT-FD.

      *> Adds the delta outcome to the completion audit line: the
      *> per-op counts for a delta, the reason for a fallback.
       APPEND-DELTA-AUDIT-NOTE.
           COMPUTE AUDIT-NOTE-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
           IF EXP-RAN-DELTA
               MOVE EXP-ADDED-COUNT TO OP-COUNT-DISPLAY
               STRING " DELTA ADDED="             DELIMITED BY SIZE
                      FUNCTION TRIM(OP-COUNT-DISPLAY)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
               MOVE EXP-CHANGED-COUNT TO OP-COUNT-DISPLAY
               STRING " CHANGED="                 DELIMITED BY SIZE
                      FUNCTION TRIM(OP-COUNT-DISPLAY)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
               MOVE EXP-DELETED-COUNT TO OP-COUNT-DISPLAY
               STRING " DELETED="                 DELIMITED BY SIZE
                      FUNCTION TRIM(OP-COUNT-DISPLAY)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
           ELSE
               STRING " FULL IN PLACE OF DELTA: " DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-FALLBACK-REASON)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
           END-IF.

       APPEND-TYPE-AUDIT-NOTE.
           COMPUTE AUDIT-NOTE-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
           MOVE HEADER-RECORD-COUNT TO OP-COUNT-DISPLAY
           STRING " HEADERS="                     DELIMITED BY SIZE
                  FUNCTION TRIM(OP-COUNT-DISPLAY)  DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR
           MOVE DETAIL-RECORD-COUNT TO OP-COUNT-DISPLAY
           STRING " DETAILS="                     DELIMITED BY SIZE
                  FUNCTION TRIM(OP-COUNT-DISPLAY)  DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR
           MOVE TRAILER-RECORD-COUNT TO OP-COUNT-DISPLAY
           STRING " TRAILERS="                    DELIMITED BY SIZE
                  FUNCTION TRIM(OP-COUNT-DISPLAY)  DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR.

      *> Every type's layout comes from the registry and must pass
      *> the same checks a single layout does; the table as a whole
      *> needs at least one detail type and at most one header and
      *> one trailer. TYPE-FAIL-TEXT says what is wrong, blank when
      *> nothing is.
       LOAD-RECORD-TYPE-LAYOUTS.
           MOVE SPACES TO TYPE-FAIL-TEXT
           MOVE 0 TO TYPE-HEADER-TOTAL TYPE-DETAIL-TOTAL
           MOVE 0 TO TYPE-TRAILER-TOTAL
           EVALUATE TRUE
               WHEN EXP-TYPE-COUNT > 9
                   MOVE "MORE THAN 9 RECORD TYPES" TO TYPE-FAIL-TEXT
               WHEN EXP-LAYOUT-NAME NOT = SPACES
                   MOVE "RECORD TYPES GIVEN WITH A SINGLE LAYOUT NAME"
                       TO TYPE-FAIL-TEXT
               WHEN EXP-SNAPSHOT-FILE NOT = SPACES
                 OR EXP-MODE-DELTA
                   MOVE "RECORD TYPES GIVEN WITH A SNAPSHOT OR DELTA"
                       TO TYPE-FAIL-TEXT
               WHEN EXP-TYPE-START IS NOT NUMERIC
                 OR EXP-TYPE-LENGTH IS NOT NUMERIC
                   MOVE "RECORD TYPE COLUMN NOT GIVEN"
                       TO TYPE-FAIL-TEXT
               WHEN EXP-TYPE-START < 1
                 OR EXP-TYPE-LENGTH < 1
                 OR EXP-TYPE-LENGTH > 10
                 OR EXP-TYPE-START + EXP-TYPE-LENGTH - 1 > 500
                   MOVE "RECORD TYPE COLUMN OUT OF RANGE"
                       TO TYPE-FAIL-TEXT
           END-EVALUATE
           IF TYPE-FAIL-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > EXP-TYPE-COUNT
                      OR TYPE-FAIL-TEXT NOT = SPACES
               PERFORM LOAD-ONE-TYPE-LAYOUT
           END-PERFORM
           IF TYPE-FAIL-TEXT = SPACES
             AND (TYPE-DETAIL-TOTAL = 0
                  OR TYPE-HEADER-TOTAL > 1
                  OR TYPE-TRAILER-TOTAL > 1)
               MOVE "NEED A DETAIL TYPE, AT MOST ONE HEADER AND TRAILER"
                   TO TYPE-FAIL-TEXT
           END-IF
           IF TYPE-FAIL-TEXT = SPACES
               MOVE "Y" TO TYPES-ACTIVE
           END-IF.

       LOAD-ONE-TYPE-LAYOUT.
           EVALUATE TRUE
               WHEN EXP-TYPE-CODE(TYPE-IDX) = SPACES
                   MOVE "RECORD TYPE CODE BLANK" TO TYPE-FAIL-TEXT
               WHEN EXP-TYPE-IS-HEADER(TYPE-IDX)
                   ADD 1 TO TYPE-HEADER-TOTAL
               WHEN EXP-TYPE-IS-DETAIL(TYPE-IDX)
                   ADD 1 TO TYPE-DETAIL-TOTAL
               WHEN EXP-TYPE-IS-TRAILER(TYPE-IDX)
                   ADD 1 TO TYPE-TRAILER-TOTAL
               WHEN OTHER
                   STRING "TYPE "                 DELIMITED BY SIZE
                          FUNCTION TRIM(EXP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                          ": ROLE MUST BE H, D OR T"
                                                   DELIMITED BY SIZE
                          INTO TYPE-FAIL-TEXT
           END-EVALUATE
           PERFORM VARYING TYPE-SCAN-IDX FROM 1 BY 1
                   UNTIL TYPE-SCAN-IDX >= TYPE-IDX
                      OR TYPE-FAIL-TEXT NOT = SPACES
               IF EXP-TYPE-CODE(TYPE-SCAN-IDX)
                       = EXP-TYPE-CODE(TYPE-IDX)
                   STRING "TYPE "                 DELIMITED BY SIZE
                          FUNCTION TRIM(EXP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                          " LISTED TWICE"         DELIMITED BY SIZE
                          INTO TYPE-FAIL-TEXT
               END-IF
           END-PERFORM
           IF TYPE-FAIL-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 8 TO LAYOUT-LOAD-STATUS
           IF EXP-TYPE-LAYOUT-NAME(TYPE-IDX) NOT = SPACES
               MOVE "G" TO LAYOUT-LOAD-ACTION
               CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
                   EXP-TYPE-LAYOUT-NAME(TYPE-IDX)
                   EXP-TYPE-LAYOUT-VERSION(TYPE-IDX)
                   TL-FIELD-COUNT(TYPE-IDX) TL-FIELD-TABLE(TYPE-IDX)
                   LAYOUT-LOAD-STATUS
           END-IF
           IF LAYOUT-LOAD-STATUS NOT = 0
               STRING "TYPE "                     DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      ": LAYOUT '"                DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-TYPE-LAYOUT-NAME(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      "' NOT REGISTERED"          DELIMITED BY SIZE
                      INTO TYPE-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE TL-FIELD-COUNT(TYPE-IDX) TO FIELD-LAYOUT-COUNT
           MOVE TL-FIELD-TABLE(TYPE-IDX) TO FIELD-LAYOUT-TABLE
           PERFORM VALIDATE-FIELD-LAYOUT
           IF NOT LAYOUT-IS-VALID
               STRING "TYPE "                     DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      ": LAYOUT '"                DELIMITED BY SIZE
                      FUNCTION TRIM(EXP-TYPE-LAYOUT-NAME(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      "' NOT VALID FOR THIS FILE" DELIMITED BY SIZE
                      INTO TYPE-FAIL-TEXT
           END-IF.

      *> The type column picks the layout for this record. A code the
      *> table does not know ends the read: the record cannot be
      *> described, and guessing would ship it wrong.
       SELECT-RECORD-TYPE.
           ADD 1 TO INPUT-RECORD-NUMBER
           MOVE SPACES TO RECORD-TYPE-CODE
           MOVE WORK-REC(EXP-TYPE-START:EXP-TYPE-LENGTH)
               TO RECORD-TYPE-CODE
           MOVE 0 TO RECORD-TYPE-IDX
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > EXP-TYPE-COUNT
                      OR RECORD-TYPE-IDX > 0
               IF EXP-TYPE-CODE(TYPE-IDX) = RECORD-TYPE-CODE
                   MOVE TYPE-IDX TO RECORD-TYPE-IDX
               END-IF
           END-PERFORM
           IF RECORD-TYPE-IDX = 0
               MOVE "Y" TO EXPORT-EOF
               MOVE INPUT-RECORD-NUMBER TO COUNT-DISPLAY
               MOVE SPACES TO TYPE-FAIL-TEXT
               STRING "RECORD "                   DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " HAS UNKNOWN RECORD TYPE '" DELIMITED BY SIZE
                      RECORD-TYPE-CODE(1:EXP-TYPE-LENGTH)
                                                   DELIMITED BY SIZE
                      "'"                         DELIMITED BY SIZE
                      INTO TYPE-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE TL-FIELD-COUNT(RECORD-TYPE-IDX) TO FIELD-LAYOUT-COUNT
           MOVE TL-FIELD-TABLE(RECORD-TYPE-IDX) TO FIELD-LAYOUT-TABLE
           EVALUATE TRUE
               WHEN EXP-TYPE-IS-HEADER(RECORD-TYPE-IDX)
                   ADD 1 TO HEADER-RECORD-COUNT
               WHEN EXP-TYPE-IS-DETAIL(RECORD-TYPE-IDX)
                   ADD 1 TO DETAIL-RECORD-COUNT
               WHEN OTHER
                   ADD 1 TO TRAILER-RECORD-COUNT
           END-EVALUATE.

      *> The new snapshot is always built in the work file; the prior
      *> snapshot is only opened (and proved sound) when a delta was
      *> asked for. Without a work file there is nothing to detect
      *> deletes against, so the delta falls back as well.
       OPEN-SNAPSHOT-FILES.
           MOVE SPACES TO SNAPWORK-FILE-USED
           STRING FUNCTION TRIM(EXP-SNAPSHOT-FILE) DELIMITED BY SIZE
                  ".wrk"                          DELIMITED BY SIZE
                  INTO SNAPWORK-FILE-USED
           IF EXP-MODE-DELTA
               PERFORM VERIFY-PRIOR-SNAPSHOT
           END-IF
           MOVE 0 TO SNAPWORK-COUNT
           MOVE "N" TO SNAPSHOT-DUP-FLAG
           OPEN OUTPUT SNAPWORK-FD
           IF SNAPWORK-STATUS = "00"
               MOVE "Y" TO SNAPSHOT-ACTIVE
           ELSE
               DISPLAY "DENO-EXPORT: cannot write snapshot work file "
                   FUNCTION TRIM(SNAPWORK-FILE-USED)
                   " STATUS=" SNAPWORK-STATUS
               IF DELTA-IS-ACTIVE
                   CLOSE SNAPSHOT-FD
                   MOVE "N" TO DELTA-ACTIVE
                   MOVE "SNAPSHOT WORK FILE UNAVAILABLE"
                       TO EXP-FALLBACK-REASON
               END-IF
           END-IF.

      *> A prior snapshot is a usable base only if its trailer is
      *> present, was written for the same key field, and the records
      *> actually on file add up to the trailer's count - anything
      *> less could turn a lost record into a spurious delete or
      *> hide a real one. The file stays open for the delta lookups
      *> when it passes.
       VERIFY-PRIOR-SNAPSHOT.
           MOVE "N" TO DELTA-ACTIVE
           OPEN INPUT SNAPSHOT-FD
           IF SNAPSHOT-STATUS = "35"
               MOVE "NO PRIOR SNAPSHOT" TO EXP-FALLBACK-REASON
               EXIT PARAGRAPH
           END-IF
           IF SNAPSHOT-STATUS NOT = "00"
               MOVE SPACES TO EXP-FALLBACK-REASON
               STRING "SNAPSHOT UNREADABLE STATUS="
                                                   DELIMITED BY SIZE
                      SNAPSHOT-STATUS               DELIMITED BY SIZE
                      INTO EXP-FALLBACK-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE HIGH-VALUES TO SNAP-KEY
           READ SNAPSHOT-FD
               INVALID KEY
                   MOVE "SNAPSHOT HAS NO TRAILER"
                       TO EXP-FALLBACK-REASON
           END-READ
           IF EXP-FALLBACK-REASON = SPACES
               MOVE SNAP-IMAGE TO SNAP-TRAILER
               IF SNAP-TRL-TAG NOT = "DENO-SNAP|"
                 OR SNAP-TRL-COUNT IS NOT NUMERIC
                 OR SNAP-TRL-KEY-START IS NOT NUMERIC
                 OR SNAP-TRL-KEY-LENGTH IS NOT NUMERIC
                   MOVE "SNAPSHOT TRAILER CORRUPT"
                       TO EXP-FALLBACK-REASON
               END-IF
           END-IF
           IF EXP-FALLBACK-REASON = SPACES
               IF SNAP-TRL-KEY-START NOT = FIELD-START(1)
                 OR SNAP-TRL-KEY-LENGTH NOT = FIELD-LENGTH(1)
                   MOVE "SNAPSHOT KEYED ON A DIFFERENT FIELD"
                       TO EXP-FALLBACK-REASON
               END-IF
           END-IF
           IF EXP-FALLBACK-REASON = SPACES
               PERFORM COUNT-PRIOR-SNAPSHOT
               IF SNAP-SEEN-COUNT NOT = SNAP-TRL-COUNT
                   MOVE "SNAPSHOT COUNT DOES NOT MATCH TRAILER"
                       TO EXP-FALLBACK-REASON
               END-IF
           END-IF
           IF EXP-FALLBACK-REASON = SPACES
               MOVE "Y" TO DELTA-ACTIVE
           ELSE
               CLOSE SNAPSHOT-FD
           END-IF.

       COUNT-PRIOR-SNAPSHOT.
           MOVE 0 TO SNAP-SEEN-COUNT
           PERFORM START-PRIOR-SNAPSHOT
           PERFORM UNTIL NO-MORE-SNAP-RECORDS
               READ SNAPSHOT-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO SNAP-EOF
               END-READ
               IF SNAPSHOT-STATUS NOT = "00"
                 AND SNAPSHOT-STATUS NOT = "02"
                   MOVE "Y" TO SNAP-EOF
               END-IF
               IF NOT NO-MORE-SNAP-RECORDS
                 AND SNAP-KEY NOT = HIGH-VALUES
                   ADD 1 TO SNAP-SEEN-COUNT
               END-IF
           END-PERFORM.

       START-PRIOR-SNAPSHOT.
           MOVE "N" TO SNAP-EOF
           MOVE LOW-VALUES TO SNAP-KEY
           START SNAPSHOT-FD KEY IS NOT LESS THAN SNAP-KEY
               INVALID KEY
                   MOVE "Y" TO SNAP-EOF
           END-START.

      *> One input record: banked in the new snapshot, then written
      *> as JSON - always on a full run, only when it differs from
      *> the prior snapshot on a delta.
       EXPORT-ONE-RECORD.
           MOVE SPACE TO DELTA-OP
      *> A header or trailer goes out like any record but stays
      *> outside the control record's hash (see DENOEOPT.cpy).
           IF RECORD-TYPES-IN-USE
               PERFORM SELECT-RECORD-TYPE
               IF RECORD-TYPE-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               IF NOT EXP-TYPE-IS-DETAIL(RECORD-TYPE-IDX)
                   MOVE CONTROL-HASH-TOTAL TO SAVED-HASH-TOTAL
                   PERFORM WRITE-JSON-RECORD
                   MOVE SAVED-HASH-TOTAL TO CONTROL-HASH-TOTAL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO DELTA-KEY
           MOVE WORK-REC(FIELD-START(1):FIELD-LENGTH(1))
               TO DELTA-KEY(1:FIELD-LENGTH(1))
           IF SNAPSHOT-IS-KEPT
               PERFORM SAVE-SNAPSHOT-RECORD
           END-IF
           IF DELTA-IS-ACTIVE
               MOVE DELTA-KEY TO SNAP-KEY
               READ SNAPSHOT-FD
                   INVALID KEY
                       MOVE "A" TO DELTA-OP
                   NOT INVALID KEY
                       IF SNAP-IMAGE NOT = WORK-REC
                           MOVE "C" TO DELTA-OP
                       END-IF
               END-READ
               IF DELTA-OP = SPACE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF EXP-MODE-DELTA
                   MOVE "A" TO DELTA-OP
               END-IF
           END-IF
           PERFORM WRITE-JSON-RECORD.

       WRITE-JSON-RECORD.
           PERFORM BUILD-JSON-LINE
           MOVE JSON-LINE TO JSON-OUT-REC
           WRITE JSON-OUT-REC
           ADD 1 TO EXPORT-RECORD-COUNT
           EVALUATE DELTA-OP
               WHEN "A"
                   ADD 1 TO EXP-ADDED-COUNT
               WHEN "C"
                   ADD 1 TO EXP-CHANGED-COUNT
               WHEN "D"
                   ADD 1 TO EXP-DELETED-COUNT
           END-EVALUATE.

      *> A repeated key cannot be told apart on the next delta, so
      *> the snapshot is left without its trailer and the next delta
      *> run falls back to a full export rather than guess.
       SAVE-SNAPSHOT-RECORD.
           MOVE DELTA-KEY TO SNAPWORK-KEY
           MOVE WORK-REC TO SNAPWORK-IMAGE
           WRITE SNAPWORK-REC
               INVALID KEY
                   MOVE "Y" TO SNAPSHOT-DUP-FLAG
               NOT INVALID KEY
                   ADD 1 TO SNAPWORK-COUNT
           END-WRITE.

       FINISH-SNAPSHOT-WORK.
           IF SNAPSHOT-HAS-DUPLICATE
               DISPLAY "DENO-EXPORT: duplicate keys in "
                   FUNCTION TRIM(EXPORT-INPUT-FILE)
                   " - snapshot kept without trailer, next delta"
                   " will run full"
           ELSE
               MOVE SPACES TO SNAP-TRAILER
               MOVE "DENO-SNAP|" TO SNAP-TRL-TAG
               MOVE SNAPWORK-COUNT TO SNAP-TRL-COUNT
               MOVE FIELD-START(1) TO SNAP-TRL-KEY-START
               MOVE FIELD-LENGTH(1) TO SNAP-TRL-KEY-LENGTH
               MOVE HIGH-VALUES TO SNAPWORK-KEY
               MOVE SNAP-TRAILER TO SNAPWORK-IMAGE
               WRITE SNAPWORK-REC
           END-IF
           CLOSE SNAPWORK-FD.

      *> A prior-snapshot key with no record in this run's snapshot
      *> was deleted at source; its last exported image goes out
      *> tagged "D" so the far side knows exactly what to remove.
       EMIT-DELETED-RECORDS.
           OPEN INPUT SNAPWORK-FD
           IF SNAPWORK-STATUS NOT = "00"
               DISPLAY "DENO-EXPORT: cannot reread snapshot work "
                   "file " FUNCTION TRIM(SNAPWORK-FILE-USED)
                   " STATUS=" SNAPWORK-STATUS
               CLOSE SNAPSHOT-FD
               EXIT PARAGRAPH
           END-IF
           PERFORM START-PRIOR-SNAPSHOT
           PERFORM UNTIL NO-MORE-SNAP-RECORDS
               READ SNAPSHOT-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO SNAP-EOF
               END-READ
               IF NOT NO-MORE-SNAP-RECORDS
                 AND SNAP-KEY NOT = HIGH-VALUES
                   MOVE SNAP-KEY TO SNAPWORK-KEY
                   READ SNAPWORK-FD
                       INVALID KEY
                           MOVE SNAP-IMAGE TO WORK-REC
                           MOVE "D" TO DELTA-OP
                           MOVE CONTROL-HASH-TOTAL TO SAVED-HASH-TOTAL
                           PERFORM WRITE-JSON-RECORD
                           MOVE SAVED-HASH-TOTAL TO CONTROL-HASH-TOTAL
                   END-READ
               END-IF
           END-PERFORM
           CLOSE SNAPWORK-FD
           CLOSE SNAPSHOT-FD.

      *> Copy-over rather than rename: an indexed file may be more
      *> than one file on disk, and the copy works whatever the
      *> file handler. The trailer sorts last, so a copy cut short
      *> leaves a trailerless snapshot the next delta refuses.
       REPLACE-SNAPSHOT.
           OPEN INPUT SNAPWORK-FD
           IF SNAPWORK-STATUS NOT = "00"
               DISPLAY "DENO-EXPORT: snapshot not refreshed, cannot "
                   "read " FUNCTION TRIM(SNAPWORK-FILE-USED)
                   " STATUS=" SNAPWORK-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SNAPSHOT-FD
           IF SNAPSHOT-STATUS NOT = "00"
               DISPLAY "DENO-EXPORT: snapshot not refreshed, cannot "
                   "write " FUNCTION TRIM(EXP-SNAPSHOT-FILE)
                   " STATUS=" SNAPSHOT-STATUS
               CLOSE SNAPWORK-FD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SNAP-EOF
           PERFORM UNTIL NO-MORE-SNAP-RECORDS
               READ SNAPWORK-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO SNAP-EOF
                   NOT AT END
                       MOVE SNAPWORK-REC TO SNAPSHOT-REC
                       WRITE SNAPSHOT-REC
               END-READ
           END-PERFORM
           CLOSE SNAPWORK-FD
           CLOSE SNAPSHOT-FD.

       START-EXPORT-TIMER.
           COMPUTE EXPORT-START-TIME =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 360000
                 AND FIELD-LENGTH(FIELD-IDX) > 9
                   MOVE "N" TO LAYOUT-OK-FLAG
               END-IF
           END-PERFORM
      *> A delta needs a snapshot to compare against, and the
      *> snapshot key (entry 1) must fit SNAP-KEY; the ".wrk" suffix
      *> must fit beside the snapshot name.
           IF NOT EXP-MODE-FULL AND NOT EXP-MODE-DELTA
               MOVE "N" TO LAYOUT-OK-FLAG
           END-IF
           IF EXP-MODE-DELTA AND EXP-SNAPSHOT-FILE = SPACES
               MOVE "N" TO LAYOUT-OK-FLAG
           END-IF
           IF EXP-SNAPSHOT-FILE NOT = SPACES
               IF FIELD-LAYOUT-COUNT >= 1
                 AND FIELD-LENGTH(1) > 100
                   MOVE "N" TO LAYOUT-OK-FLAG
               END-IF
               IF FUNCTION LENGTH(FUNCTION TRIM(EXP-SNAPSHOT-FILE))
                       > 96
                   MOVE "N" TO LAYOUT-OK-FLAG
               END-IF
           END-IF.

       BUILD-JSON-LINE.
           MOVE SPACES TO JSON-LINE
           STRING "{"                             DELIMITED BY SIZE
                  INTO JSON-LINE
                  WITH POINTER JSON-PTR
           IF RECORD-TYPES-IN-USE
               STRING """_type"":"""              DELIMITED BY SIZE
                      FUNCTION TRIM(RECORD-TYPE-CODE)
                                                   DELIMITED BY SIZE
                      ""","                      DELIMITED BY SIZE
                      INTO JSON-LINE
                      WITH POINTER JSON-PTR
           END-IF
           IF DELTA-OP NOT = SPACE
               STRING """_op"":"""                DELIMITED BY SIZE
                      DELTA-OP                     DELIMITED BY SIZE
                      ""","                      DELIMITED BY SIZE
                      INTO JSON-LINE
                      WITH POINTER JSON-PTR
           END-IF
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
               IF FIELD-IDX > 1
