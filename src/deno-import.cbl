      *> compute independently. Any miss ends with
      *> DENO-IMPORT-OUT-OF-BALANCE (105) so a script that silently
      *> ate records can never hand the shop a clean-looking master.
      *> A delta export's control record (DENOEOPT.cpy) also carries
      *> its added/changed/deleted counts; JSON lines are tallied by
      *> their "_op" member and a clean load must match op by op,
      *> so a script that drops only the deletes cannot balance on
      *> the total alone.
      *>
      *> IMP-LOAD-MODE "T" (DENOIOPT.cpy) makes the run a
      *> change-transaction load: each record's action code adds,
      *> replaces (REWRITE) or removes (DELETE) a master record, and
      *> the journal takes the before-images DENO-BACKOUT needs to
      *> put changed and deleted records back. Under a control
      *> record from a full refresh (mode "R", the delta export's
      *> fallback) every line is an "A" and the file is the whole
      *> of the source: an A whose key is on file replaces the
      *> record, and once the file has loaded clean and balanced
      *> every master key it did not carry is deleted (journaled
      *> like any delete) - the target ends as the source is.
      *>
      *> IMP-LAYOUT-NAME loads the field table from the layout
      *> registry (DENO-LAYOUT) instead of the caller's. A control
      *> record stamped with the layout the export used is held to
      *> it before anything is loaded: a named load must be under
      *> the same name and version, and a hand-built table must
      *> match that registered version field for field. A file cut
      *> under another layout, or under one the registry does not
      *> know, is refused whole (DENO-IMPORT-REJECTED) - the two
      *> ends of a feed never again disagree silently.
      *>
      *> IMP-TYPE-COUNT makes the input a multi-record-type file:
      *> each line's type picks its registered layout, and the whole
      *> file is read once before anything is loaded to prove its
      *> shape (header first, trailer last, no unknown codes) and to
      *> hold the trailer's count and totals against the detail
      *> records actually read. Only then are the details edited and
      *> loaded as usual (see DENOIOPT.cpy).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT IMPORT-MASTER-FD
                   ASSIGN TO DYNAMIC IMPORT-MASTER-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IMP-KEY
                   FILE STATUS IS IMPORT-MASTER-STATUS.
               SELECT IMPORT-REJECT-FD
                   ASSIGN TO DYNAMIC JOURNAL-FILE-USED
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS JOURNAL-STATUS.
               SELECT REFRESH-KEY-FD
                   ASSIGN TO DYNAMIC REFRESH-KEY-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS RFK-KEY
                   FILE STATUS IS REFRESH-KEY-STATUS.

       DATA DIVISION.
           FILE SECTION.

           FD  CONTROL-IN-FD
               LABEL RECORDS ARE STANDARD.
           01  CONTROL-IN-REC      PIC X(200).

      *> Fixed-column journal record (layout in DENOIOPT.cpy) -
      *> images are positional, never delimited, because record
               05  JRN-BEFORE      PIC X(300).
               05  JRN-AFTER       PIC X(300).

      *> Keys a full refresh carried (scratch, this run only).
           FD  REFRESH-KEY-FD.
           01  RFK-REC.
               05  RFK-KEY         PIC X(100).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-IMPORT".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE - a
               01  CTL-COUNT-TEXT      PIC X(12).
               01  CTL-DATE-TEXT       PIC X(10).
               01  CTL-HASH-TEXT       PIC X(18).
               01  CTL-MODE-TEXT       PIC X(3).
               01  CTL-ADDED-TEXT      PIC X(12).
               01  CTL-CHANGED-TEXT    PIC X(12).
               01  CTL-DELETED-TEXT    PIC X(12).
               01  CTL-LAYOUT-NAME-TEXT PIC X(30).
               01  CTL-LAYOUT-VERSION-TEXT PIC X(6).
               01  CONTROL-LAYOUT-NAME PIC X(30).
               01  CONTROL-LAYOUT-VERSION PIC 9(4).
               01  CONTROL-EXPECT-MODE PIC X(1).
                   88  CONTROL-IS-OP-TAGGED    VALUE "D" "R".
                   88  CONTROL-IS-REFRESH      VALUE "R".
               01  CONTROL-EXPECT-ADDED   PIC 9(9).
               01  CONTROL-EXPECT-CHANGED PIC 9(9).
               01  CONTROL-EXPECT-DELETED PIC 9(9).
      *> "_op" tallies over every JSON line read, loaded or not.
      *> LINE-OP is also the record's action code in transaction
      *> mode, whichever input format delivered it.
               01  LINE-OP             PIC X(1).
                   88  LINE-IS-ADD             VALUE "A".
                   88  LINE-IS-CHANGE          VALUE "C".
                   88  LINE-IS-DELETE          VALUE "D".
               01  LINE-ACTION-TOKEN   PIC X(10).
               01  EDIT-FIELD-LIMIT    PIC 9(2).
               01  AFTER-IMAGE         PIC X(300).
               01  BEFORE-IMAGE        PIC X(300).
               01  TXN-ADDED-COUNT     PIC 9(9).
               01  TXN-CHANGED-COUNT   PIC 9(9).
               01  TXN-DELETED-COUNT   PIC 9(9).
               01  TXN-DISPLAY         PIC Z(8)9.
               01  OP-ADDED-SEEN       PIC 9(9).
               01  OP-CHANGED-SEEN     PIC 9(9).
               01  OP-DELETED-SEEN     PIC 9(9).
               01  IMPORT-HASH-TOTAL   PIC 9(15) VALUE 0.
               01  RECORD-HASH-SUM     PIC 9(15).
               01  BALANCE-FAIL-TEXT   PIC X(80).
               01  JOURNAL-ACTIVE      PIC X VALUE "N".
                   88  JOURNAL-IS-ACTIVE       VALUE "Y".
               01  AUDIT-NOTE-PTR      PIC 9(5).
      *> Full-refresh transaction load (see banner).
               01  REFRESH-ACTIVE      PIC X VALUE "N".
                   88  REFRESH-IS-ACTIVE       VALUE "Y".
               01  REFRESH-KEY-FILE    PIC X(100).
               01  REFRESH-KEY-STATUS  PIC XX.
               01  REFRESH-KEYS-KEPT   PIC X VALUE "N".
               01  REFRESH-SKIP-TEXT   PIC X(30).
               01  REFRESH-REMOVED-COUNT PIC 9(9).
               01  SWEEP-EOF           PIC X.
                   88  SWEEP-DONE              VALUE "Y".
               01  REFRESH-CMD         PIC X(150).
               01  REFRESH-RET-VAL     PIC S9(9) COMP.
      *> Layout registry (see banner). The stamped version is loaded
      *> into its own copy of the table to compare against the
      *> caller's.
               01  LAYOUT-LOAD-ACTION  PIC X(1).
               01  LAYOUT-LOAD-STATUS  PIC S9(4) COMP.
               01  LAYOUT-CHECK-TEXT   PIC X(80).
               COPY DENOLAYT REPLACING LEADING ==FIELD-== BY ==STAMP-==.
      *> JSON-lines parsing scratch (IMP-INPUT-FORMAT "J"). Members
      *> are located by the exact '"name":' sequence DENO-EXPORT
      *> emits; string values are unescaped; "null" and missing
               01  JSON-STR-DONE       PIC X(1).
               01  VAL-BUF             PIC X(101).
               01  VAL-LEN             PIC 9(3).
      *> Multi-record-type files (see DENOIOPT.cpy): every type's
      *> layout is loaded once up front and moved into the caller's
      *> FIELD-LAYOUT-TABLE as each line's type is seen. The trailer
      *> proof works in decimal values, as the lines carry them.
               01  TYPES-ACTIVE        PIC X VALUE "N".
                   88  RECORD-TYPES-IN-USE     VALUE "Y".
               01  TYPE-IDX            PIC 9(2).
               01  TYPE-SCAN-IDX       PIC 9(2).
               01  LINE-TYPE-IDX       PIC 9(2).
               01  HEADER-TYPE-IDX     PIC 9(2).
               01  TRAILER-TYPE-IDX    PIC 9(2).
               01  TOTAL-IDX           PIC 9(1).
               01  LINE-TYPE-TOKEN     PIC X(101).
               01  TYPE-CHECK-TEXT     PIC X(80).
               01  TYPE-HEADER-TOTAL   PIC 9(2).
               01  TYPE-DETAIL-TOTAL   PIC 9(2).
               01  TYPE-TRAILER-TOTAL  PIC 9(2).
               01  HEADER-LINES-SEEN   PIC 9(9).
               01  DETAIL-LINES-SEEN   PIC 9(9).
               01  TRAILER-LINES-SEEN  PIC 9(9).
               01  INPUT-LINE-NUMBER   PIC 9(9).
               01  LOOKUP-NAME         PIC X(30).
               01  LOOKUP-IDX          PIC 9(2).
               01  TOKEN-VALUE-OK      PIC X(1).
               01  TOKEN-VALUE         PIC S9(13)V9(5).
               01  TRAILER-COUNT-VALUE PIC S9(13)V9(5).
               01  TRAILER-PROOFS.
                   05  TRAILER-PROOF OCCURS 3 TIMES.
                       10  TRAILER-TOTAL-VALUE PIC S9(13)V9(5).
                       10  DETAIL-TOTAL-SUM    PIC S9(13)V9(5).
               01  TYPE-LAYOUTS.
                   05  TYPE-LAYOUT OCCURS 9 TIMES.
                       10  TL-FIELD-COUNT  PIC 9(2).
                       10  TL-FIELD-TABLE  PIC X(760).
               01  IMPORT-START-TIME PIC 9(9).
               01  IMPORT-END-TIME   PIC 9(9).
               01  IMPORT-ELAPSED    PIC 9(9).
           MOVE 0 TO IMPORT-GOOD-COUNT
           MOVE 0 TO IMPORT-REJECT-COUNT
           MOVE 0 TO IMPORT-HASH-TOTAL
           MOVE 0 TO OP-ADDED-SEEN OP-CHANGED-SEEN OP-DELETED-SEEN
           MOVE 0 TO TXN-ADDED-COUNT TXN-CHANGED-COUNT
           MOVE 0 TO TXN-DELETED-COUNT
           MOVE SPACE TO CONTROL-EXPECT-MODE
           MOVE "N" TO REFRESH-ACTIVE
           MOVE "N" TO REFRESH-KEYS-KEPT
           MOVE SPACES TO REFRESH-SKIP-TEXT
           MOVE 0 TO REFRESH-REMOVED-COUNT
           MOVE "N" TO IMPORT-EOF
           MOVE "N" TO TYPES-ACTIVE
           MOVE 0 TO HEADER-LINES-SEEN DETAIL-LINES-SEEN
           MOVE 0 TO TRAILER-LINES-SEEN

           MOVE 0 TO LAYOUT-LOAD-STATUS
           IF IMP-LAYOUT-NAME NOT = SPACES
               MOVE "G" TO LAYOUT-LOAD-ACTION
               CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
                   IMP-LAYOUT-NAME IMP-LAYOUT-VERSION
                   FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
                   LAYOUT-LOAD-STATUS
           END-IF
           IF LAYOUT-LOAD-STATUS NOT = 0
               MOVE 95 TO STATUS-CODE
               MOVE SPACES TO AUDIT-CMD-TEXT
               STRING "REJECTED IMPORT LAYOUT: "  DELIMITED BY SIZE
                      FUNCTION TRIM(IMP-LAYOUT-NAME)
                                                   DELIMITED BY SIZE
                      " NOT REGISTERED FOR "      DELIMITED BY SIZE
                      FUNCTION TRIM(IMPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
               PERFORM STOP-IMPORT-TIMER
               CALL "DENO-AUDIT-LOG" USING
                   AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                   IMPORT-ELAPSED
               MOVE STATUS-CODE TO RETURN-CODE
               EXIT PROGRAM
           END-IF

      *> The control record is the gate on the whole load: if it is
      *> missing or mangled nothing is written, because a load that
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
               PERFORM CHECK-LAYOUT-STAMP
               IF LAYOUT-CHECK-TEXT NOT = SPACES
                   MOVE 95 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "REJECTED IMPORT: "      DELIMITED BY SIZE
                          FUNCTION TRIM(IMPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          FUNCTION TRIM(LAYOUT-CHECK-TEXT)
                                                   DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   DISPLAY "DENO-IMPORT: "
                       FUNCTION TRIM(AUDIT-CMD-TEXT)
                   PERFORM STOP-IMPORT-TIMER
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       IMPORT-ELAPSED
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF

           IF IMP-TYPE-COUNT IS NUMERIC AND IMP-TYPE-COUNT > 0
               PERFORM LOAD-RECORD-TYPE-LAYOUTS
               IF TYPE-CHECK-TEXT NOT = SPACES
                   MOVE 95 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "REJECTED IMPORT RECORD TYPES: "
                                                   DELIMITED BY SIZE
                          FUNCTION TRIM(TYPE-CHECK-TEXT)
                                                   DELIMITED BY SIZE
                          " FOR "                  DELIMITED BY SIZE
                          FUNCTION TRIM(IMPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   PERFORM STOP-IMPORT-TIMER
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       IMPORT-ELAPSED
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF

      *> Each type's layout was validated as it was loaded.
           IF RECORD-TYPES-IN-USE
               MOVE "Y" TO LAYOUT-OK-FLAG
           ELSE
               PERFORM VALIDATE-IMPORT-LAYOUT
           END-IF
           IF NOT LAYOUT-IS-VALID
               MOVE 95 TO STATUS-CODE
               MOVE SPACES TO AUDIT-CMD-TEXT
               EXIT PROGRAM
           END-IF

      *> A typed file is proved whole before the master is touched:
      *> a misshapen file is refused, a trailer that disagrees with
      *> the details it closes is out of balance.
           IF RECORD-TYPES-IN-USE
               PERFORM VERIFY-TRAILER-BALANCE
               IF TYPE-CHECK-TEXT NOT = SPACES
                   MOVE 95 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "REJECTED IMPORT: "      DELIMITED BY SIZE
                          FUNCTION TRIM(IMPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          FUNCTION TRIM(TYPE-CHECK-TEXT)
                                                   DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   DISPLAY "DENO-IMPORT: "
                       FUNCTION TRIM(AUDIT-CMD-TEXT)
                   PERFORM STOP-IMPORT-TIMER
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       IMPORT-ELAPSED
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
               IF BALANCE-FAIL-TEXT NOT = SPACES
                   MOVE 105 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "OUT OF BALANCE: "       DELIMITED BY SIZE
                          FUNCTION TRIM(BALANCE-FAIL-TEXT)
                                                   DELIMITED BY SIZE
                          " "                      DELIMITED BY SIZE
                          FUNCTION TRIM(IMPORT-INPUT-FILE)
                                                   DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   DISPLAY "DENO-IMPORT: "
                       FUNCTION TRIM(AUDIT-CMD-TEXT)
                   PERFORM STOP-IMPORT-TIMER
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       IMPORT-ELAPSED
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF

           OPEN INPUT IMPORT-INPUT-FD
           IF IMPORT-INPUT-STATUS NOT = "00"
               MOVE 95 TO STATUS-CODE
               EXIT PROGRAM
           END-IF
           OPEN OUTPUT IMPORT-REJECT-FD
           IF IMP-CONTROL-FILE NOT = SPACES
             AND IMP-MODE-TRANSACTION
             AND CONTROL-IS-REFRESH
               PERFORM OPEN-REFRESH-KEY-FILE
           END-IF

           MOVE "N" TO JOURNAL-ACTIVE
           IF IMP-JOURNAL-FILE NOT = SPACES
                   CLOSE IMPORT-INPUT-FD
                   CLOSE IMPORT-MASTER-FD
                   CLOSE IMPORT-REJECT-FD
                   IF REFRESH-KEYS-KEPT = "Y"
                       CLOSE REFRESH-KEY-FD
                       PERFORM REMOVE-REFRESH-KEY-FILE
                   END-IF
                   MOVE 95 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "REJECTED IMPORT: cannot open journal '"
               END-READ
           END-PERFORM

           IF REFRESH-IS-ACTIVE
               PERFORM SWEEP-REFRESH-MASTER
           END-IF
           CLOSE IMPORT-INPUT-FD
           CLOSE IMPORT-MASTER-FD
           CLOSE IMPORT-REJECT-FD
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
           END-IF
           IF IMP-MODE-TRANSACTION
               PERFORM APPEND-TRANSACTION-NOTE
           END-IF
           IF REFRESH-IS-ACTIVE
               PERFORM APPEND-REFRESH-NOTE
           END-IF
           IF RECORD-TYPES-IN-USE
               PERFORM APPEND-TYPE-NOTE
           END-IF
           PERFORM STOP-IMPORT-TIMER
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
           MOVE IMP-REC TO JRN-AFTER
           WRITE JOURNAL-REC.

       WRITE-JOURNAL-CHANGE.
           MOVE SPACES TO JOURNAL-REC
           MOVE IMP-LOAD-ID TO JRN-LOAD-ID
           MOVE "C" TO JRN-ACTION
           MOVE BEFORE-IMAGE TO JRN-BEFORE
           MOVE AFTER-IMAGE TO JRN-AFTER
           WRITE JOURNAL-REC.

       WRITE-JOURNAL-DELETE.
           MOVE SPACES TO JOURNAL-REC
           MOVE IMP-LOAD-ID TO JRN-LOAD-ID
           MOVE "X" TO JRN-ACTION
           MOVE BEFORE-IMAGE TO JRN-BEFORE
           MOVE SPACES TO JRN-AFTER
           WRITE JOURNAL-REC.

       APPEND-TRANSACTION-NOTE.
           COMPUTE AUDIT-NOTE-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
           MOVE TXN-ADDED-COUNT TO TXN-DISPLAY
           STRING " ADDED="                       DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-DISPLAY)       DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR
           MOVE TXN-CHANGED-COUNT TO TXN-DISPLAY
           STRING " CHANGED="                     DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-DISPLAY)       DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR
           MOVE TXN-DELETED-COUNT TO TXN-DISPLAY
           STRING " DELETED="                     DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-DISPLAY)       DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR.

       APPEND-REFRESH-NOTE.
           COMPUTE AUDIT-NOTE-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
           IF REFRESH-SKIP-TEXT = SPACES
               MOVE REFRESH-REMOVED-COUNT TO TXN-DISPLAY
               STRING " REFRESH REMOVED="          DELIMITED BY SIZE
                      FUNCTION TRIM(TXN-DISPLAY)   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
           ELSE
               STRING " REFRESH KEYS NOT REMOVED: "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM(REFRESH-SKIP-TEXT)
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
           END-IF.

      *> The carried keys go to a scratch indexed file named by the
      *> time of day, the shop's probe-file pattern. A refresh whose
      *> key list cannot be kept still replaces what it carries; it
      *> only cannot remove what it did not.
       OPEN-REFRESH-KEY-FILE.
           MOVE "Y" TO REFRESH-ACTIVE
           MOVE SPACES TO REFRESH-KEY-FILE
           STRING "/tmp/deno-import-refresh-"     DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:8)       DELIMITED BY SIZE
                  ".dat"                          DELIMITED BY SIZE
                  INTO REFRESH-KEY-FILE
           OPEN OUTPUT REFRESH-KEY-FD
           IF REFRESH-KEY-STATUS = "00"
               MOVE "Y" TO REFRESH-KEYS-KEPT
           ELSE
               MOVE "KEY LIST UNAVAILABLE" TO REFRESH-SKIP-TEXT
           END-IF.

       NOTE-REFRESH-KEY.
           IF REFRESH-KEYS-KEPT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE IMP-KEY TO RFK-KEY
           WRITE RFK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      *> A refresh carries every record at source, so a master key
      *> it did not carry was deleted there. Keys are only removed
      *> after a load that went in whole and balanced - a rejected
      *> line's key cannot be told from a deleted one. Deletes are
      *> not lines of the file, so they stay out of the good count
      *> the control record balances.
       SWEEP-REFRESH-MASTER.
           IF REFRESH-KEYS-KEPT = "Y"
               CLOSE REFRESH-KEY-FD
           END-IF
           PERFORM BALANCE-TO-CONTROL
           EVALUATE TRUE
               WHEN REFRESH-SKIP-TEXT NOT = SPACES
                   CONTINUE
               WHEN IMPORT-REJECT-COUNT > 0
                   MOVE "REJECTS IN LOAD" TO REFRESH-SKIP-TEXT
               WHEN BALANCE-FAIL-TEXT NOT = SPACES
                   MOVE "LOAD OUT OF BALANCE" TO REFRESH-SKIP-TEXT
           END-EVALUATE
           IF REFRESH-SKIP-TEXT = SPACES
               OPEN INPUT REFRESH-KEY-FD
               IF REFRESH-KEY-STATUS NOT = "00"
                   MOVE "KEY LIST UNREADABLE" TO REFRESH-SKIP-TEXT
               END-IF
           END-IF
           IF REFRESH-SKIP-TEXT NOT = SPACES
               DISPLAY "DENO-IMPORT: refresh "
                   FUNCTION TRIM(IMPORT-INPUT-FILE)
                   " - master keys it did not carry NOT removed ("
                   FUNCTION TRIM(REFRESH-SKIP-TEXT) ")"
               PERFORM REMOVE-REFRESH-KEY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO IMP-KEY
           MOVE "N" TO SWEEP-EOF
           START IMPORT-MASTER-FD KEY IS NOT LESS THAN IMP-KEY
               INVALID KEY
                   MOVE "Y" TO SWEEP-EOF
           END-START
           PERFORM UNTIL SWEEP-DONE
               READ IMPORT-MASTER-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO SWEEP-EOF
                   NOT AT END
                       PERFORM SWEEP-ONE-MASTER-RECORD
               END-READ
           END-PERFORM
           CLOSE REFRESH-KEY-FD
           PERFORM REMOVE-REFRESH-KEY-FILE.

       SWEEP-ONE-MASTER-RECORD.
           MOVE IMP-KEY TO RFK-KEY
           READ REFRESH-KEY-FD
               INVALID KEY
                   MOVE IMP-REC TO BEFORE-IMAGE
                   DELETE IMPORT-MASTER-FD
                       NOT INVALID KEY
                           ADD 1 TO TXN-DELETED-COUNT
                           ADD 1 TO REFRESH-REMOVED-COUNT
                           IF JOURNAL-IS-ACTIVE
                               PERFORM WRITE-JOURNAL-DELETE
                           END-IF
                   END-DELETE
           END-READ.

       REMOVE-REFRESH-KEY-FILE.
           IF REFRESH-KEYS-KEPT NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REFRESH-CMD
           STRING "rm -f '"                       DELIMITED BY SIZE
                  FUNCTION TRIM(REFRESH-KEY-FILE)  DELIMITED BY SIZE
                  "'*"                            DELIMITED BY SIZE
                  INTO REFRESH-CMD
           CALL "SYSTEM" USING REFRESH-CMD RETURNING REFRESH-RET-VAL
           MOVE "N" TO REFRESH-KEYS-KEPT.

       APPEND-TYPE-NOTE.
           COMPUTE AUDIT-NOTE-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
           MOVE HEADER-LINES-SEEN TO TXN-DISPLAY
           STRING " HEADERS="                     DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-DISPLAY)       DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR
           MOVE DETAIL-LINES-SEEN TO TXN-DISPLAY
           STRING " DETAILS="                     DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-DISPLAY)       DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR
           MOVE TRAILER-LINES-SEEN TO TXN-DISPLAY
           STRING " TRAILERS="                    DELIMITED BY SIZE
                  FUNCTION TRIM(TXN-DISPLAY)       DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
                  WITH POINTER AUDIT-NOTE-PTR
           IF TRAILER-TYPE-IDX > 0
               STRING " TRAILER BALANCED"         DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER AUDIT-NOTE-PTR
           END-IF.

      *> Every type's layout comes from the registry. Detail layouts
      *> must pass the same checks a single layout does - they are
      *> what gets loaded; header and trailer layouts only describe
      *> fields to read. The trailer's count and total fields must
      *> be in its layout, and every field a total sums must be in
      *> some detail layout. TYPE-CHECK-TEXT says what is wrong,
      *> blank when nothing is.
       LOAD-RECORD-TYPE-LAYOUTS.
           MOVE SPACES TO TYPE-CHECK-TEXT
           MOVE 0 TO TYPE-HEADER-TOTAL TYPE-DETAIL-TOTAL
           MOVE 0 TO TYPE-TRAILER-TOTAL
           MOVE 0 TO HEADER-TYPE-IDX TRAILER-TYPE-IDX
           EVALUATE TRUE
               WHEN IMP-TYPE-COUNT > 9
                   MOVE "MORE THAN 9 RECORD TYPES" TO TYPE-CHECK-TEXT
               WHEN IMP-LAYOUT-NAME NOT = SPACES
                   MOVE "RECORD TYPES GIVEN WITH A SINGLE LAYOUT NAME"
                       TO TYPE-CHECK-TEXT
               WHEN IMP-MODE-TRANSACTION
                   MOVE "RECORD TYPES GIVEN IN TRANSACTION MODE"
                       TO TYPE-CHECK-TEXT
           END-EVALUATE
           IF TYPE-CHECK-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > IMP-TYPE-COUNT
                      OR TYPE-CHECK-TEXT NOT = SPACES
               PERFORM LOAD-ONE-TYPE-LAYOUT
           END-PERFORM
           IF TYPE-CHECK-TEXT = SPACES
             AND (TYPE-DETAIL-TOTAL = 0
                  OR TYPE-HEADER-TOTAL > 1
                  OR TYPE-TRAILER-TOTAL > 1)
               MOVE "NEED A DETAIL TYPE, AT MOST ONE HEADER AND TRAILER"
                   TO TYPE-CHECK-TEXT
           END-IF
           IF TYPE-CHECK-TEXT = SPACES
             AND TRAILER-TYPE-IDX > 0
               PERFORM CHECK-TRAILER-FIELDS
           END-IF
           IF TYPE-CHECK-TEXT = SPACES
               MOVE "Y" TO TYPES-ACTIVE
           END-IF.

       LOAD-ONE-TYPE-LAYOUT.
           EVALUATE TRUE
               WHEN IMP-TYPE-CODE(TYPE-IDX) = SPACES
                   MOVE "RECORD TYPE CODE BLANK" TO TYPE-CHECK-TEXT
               WHEN IMP-TYPE-IS-HEADER(TYPE-IDX)
                   ADD 1 TO TYPE-HEADER-TOTAL
                   MOVE TYPE-IDX TO HEADER-TYPE-IDX
               WHEN IMP-TYPE-IS-DETAIL(TYPE-IDX)
                   ADD 1 TO TYPE-DETAIL-TOTAL
               WHEN IMP-TYPE-IS-TRAILER(TYPE-IDX)
                   ADD 1 TO TYPE-TRAILER-TOTAL
                   MOVE TYPE-IDX TO TRAILER-TYPE-IDX
               WHEN OTHER
                   STRING "TYPE "                 DELIMITED BY SIZE
                          FUNCTION TRIM(IMP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                          ": ROLE MUST BE H, D OR T"
                                                   DELIMITED BY SIZE
                          INTO TYPE-CHECK-TEXT
           END-EVALUATE
           PERFORM VARYING TYPE-SCAN-IDX FROM 1 BY 1
                   UNTIL TYPE-SCAN-IDX >= TYPE-IDX
                      OR TYPE-CHECK-TEXT NOT = SPACES
               IF IMP-TYPE-CODE(TYPE-SCAN-IDX)
                       = IMP-TYPE-CODE(TYPE-IDX)
                   STRING "TYPE "                 DELIMITED BY SIZE
                          FUNCTION TRIM(IMP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                          " LISTED TWICE"         DELIMITED BY SIZE
                          INTO TYPE-CHECK-TEXT
               END-IF
           END-PERFORM
           IF TYPE-CHECK-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 8 TO LAYOUT-LOAD-STATUS
           IF IMP-TYPE-LAYOUT-NAME(TYPE-IDX) NOT = SPACES
               MOVE "G" TO LAYOUT-LOAD-ACTION
               CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
                   IMP-TYPE-LAYOUT-NAME(TYPE-IDX)
                   IMP-TYPE-LAYOUT-VERSION(TYPE-IDX)
                   TL-FIELD-COUNT(TYPE-IDX) TL-FIELD-TABLE(TYPE-IDX)
                   LAYOUT-LOAD-STATUS
           END-IF
           IF LAYOUT-LOAD-STATUS NOT = 0
               STRING "TYPE "                     DELIMITED BY SIZE
                      FUNCTION TRIM(IMP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      ": LAYOUT '"                DELIMITED BY SIZE
                      FUNCTION TRIM(IMP-TYPE-LAYOUT-NAME(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      "' NOT REGISTERED"          DELIMITED BY SIZE
                      INTO TYPE-CHECK-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE TL-FIELD-COUNT(TYPE-IDX) TO FIELD-LAYOUT-COUNT
           MOVE TL-FIELD-TABLE(TYPE-IDX) TO FIELD-LAYOUT-TABLE
           IF IMP-TYPE-IS-DETAIL(TYPE-IDX)
               PERFORM VALIDATE-IMPORT-LAYOUT
           ELSE
               MOVE "Y" TO LAYOUT-OK-FLAG
               IF FIELD-LAYOUT-COUNT < 1 OR FIELD-LAYOUT-COUNT > 20
                   MOVE "N" TO LAYOUT-OK-FLAG
               END-IF
           END-IF
           IF NOT LAYOUT-IS-VALID
               STRING "TYPE "                     DELIMITED BY SIZE
                      FUNCTION TRIM(IMP-TYPE-CODE(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      ": LAYOUT '"                DELIMITED BY SIZE
                      FUNCTION TRIM(IMP-TYPE-LAYOUT-NAME(TYPE-IDX))
                                                   DELIMITED BY SIZE
                      "' NOT VALID FOR A LOAD"    DELIMITED BY SIZE
                      INTO TYPE-CHECK-TEXT
           END-IF.

       CHECK-TRAILER-FIELDS.
           MOVE TL-FIELD-COUNT(TRAILER-TYPE-IDX) TO FIELD-LAYOUT-COUNT
           MOVE TL-FIELD-TABLE(TRAILER-TYPE-IDX) TO FIELD-LAYOUT-TABLE
           IF IMP-TYPE-COUNT-FIELD(TRAILER-TYPE-IDX) NOT = SPACES
               MOVE IMP-TYPE-COUNT-FIELD(TRAILER-TYPE-IDX)
                   TO LOOKUP-NAME
               PERFORM FIND-LAYOUT-FIELD
               IF LOOKUP-IDX = 0
                   PERFORM NOTE-MISSING-TRAILER-FIELD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING TOTAL-IDX FROM 1 BY 1
                   UNTIL TOTAL-IDX > 3
                      OR TYPE-CHECK-TEXT NOT = SPACES
               IF IMP-TYPE-TOTAL-FIELD(TRAILER-TYPE-IDX, TOTAL-IDX)
                       NOT = SPACES
                   MOVE IMP-TYPE-TOTAL-FIELD(TRAILER-TYPE-IDX,
                       TOTAL-IDX) TO LOOKUP-NAME
                   PERFORM FIND-LAYOUT-FIELD
                   IF LOOKUP-IDX = 0
                       PERFORM NOTE-MISSING-TRAILER-FIELD
                   ELSE
                       PERFORM CHECK-TOTAL-SOURCE
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-MISSING-TRAILER-FIELD.
           STRING "TRAILER FIELD "                DELIMITED BY SIZE
                  FUNCTION TRIM(LOOKUP-NAME)       DELIMITED BY SIZE
                  " NOT IN ITS LAYOUT"            DELIMITED BY SIZE
                  INTO TYPE-CHECK-TEXT.

      *> The detail field a trailer total sums must exist in at
      *> least one detail layout; the trailer layout is put back
      *> for the next total's lookup.
       CHECK-TOTAL-SOURCE.
           MOVE IMP-TYPE-TOTAL-OF(TRAILER-TYPE-IDX, TOTAL-IDX)
               TO LOOKUP-NAME
           MOVE 0 TO LOOKUP-IDX
           PERFORM VARYING TYPE-SCAN-IDX FROM 1 BY 1
                   UNTIL TYPE-SCAN-IDX > IMP-TYPE-COUNT
                      OR LOOKUP-IDX > 0
               IF IMP-TYPE-IS-DETAIL(TYPE-SCAN-IDX)
                   MOVE TL-FIELD-COUNT(TYPE-SCAN-IDX)
                       TO FIELD-LAYOUT-COUNT
                   MOVE TL-FIELD-TABLE(TYPE-SCAN-IDX)
                       TO FIELD-LAYOUT-TABLE
                   PERFORM FIND-LAYOUT-FIELD
               END-IF
           END-PERFORM
           IF LOOKUP-IDX = 0
               STRING "TOTALLED FIELD "           DELIMITED BY SIZE
                      FUNCTION TRIM(LOOKUP-NAME)   DELIMITED BY SIZE
                      " NOT IN ANY DETAIL LAYOUT" DELIMITED BY SIZE
                      INTO TYPE-CHECK-TEXT
           END-IF
           MOVE TL-FIELD-COUNT(TRAILER-TYPE-IDX) TO FIELD-LAYOUT-COUNT
           MOVE TL-FIELD-TABLE(TRAILER-TYPE-IDX) TO FIELD-LAYOUT-TABLE.

      *> LOOKUP-IDX is LOOKUP-NAME's entry in the current layout,
      *> zero when it has none.
       FIND-LAYOUT-FIELD.
           PERFORM VARYING LOOKUP-IDX FROM 1 BY 1
                   UNTIL LOOKUP-IDX > FIELD-LAYOUT-COUNT
                      OR FIELD-NAME(LOOKUP-IDX) = LOOKUP-NAME
               CONTINUE
           END-PERFORM
           IF LOOKUP-IDX > FIELD-LAYOUT-COUNT
               MOVE 0 TO LOOKUP-IDX
           END-IF.

      *> The read-ahead pass. Structure faults land in
      *> TYPE-CHECK-TEXT, count and total disagreements in
      *> BALANCE-FAIL-TEXT; the first fault ends the pass. A file
      *> that will not open is left for the loading pass to report.
       VERIFY-TRAILER-BALANCE.
           MOVE SPACES TO TYPE-CHECK-TEXT BALANCE-FAIL-TEXT
           MOVE 0 TO HEADER-LINES-SEEN DETAIL-LINES-SEEN
           MOVE 0 TO TRAILER-LINES-SEEN INPUT-LINE-NUMBER
           MOVE 0 TO TRAILER-COUNT-VALUE
           PERFORM VARYING TOTAL-IDX FROM 1 BY 1 UNTIL TOTAL-IDX > 3
               MOVE 0 TO TRAILER-TOTAL-VALUE(TOTAL-IDX)
               MOVE 0 TO DETAIL-TOTAL-SUM(TOTAL-IDX)
           END-PERFORM
           OPEN INPUT IMPORT-INPUT-FD
           IF IMPORT-INPUT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO IMPORT-EOF
           PERFORM UNTIL NO-MORE-IMPORT-RECORDS
                      OR TYPE-CHECK-TEXT NOT = SPACES
                      OR BALANCE-FAIL-TEXT NOT = SPACES
               MOVE SPACES TO WORK-LINE
               READ IMPORT-INPUT-FD INTO WORK-LINE
                   AT END
                       MOVE "Y" TO IMPORT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(WORK-LINE) NOT = SPACES
                           PERFORM CHECK-TYPED-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IMPORT-INPUT-FD
           MOVE "N" TO IMPORT-EOF
           MOVE 0 TO OP-ADDED-SEEN OP-CHANGED-SEEN OP-DELETED-SEEN
           IF TYPE-CHECK-TEXT NOT = SPACES
             OR BALANCE-FAIL-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HEADER-TYPE-IDX > 0 AND HEADER-LINES-SEEN = 0
               MOVE "HAS NO HEADER RECORD" TO TYPE-CHECK-TEXT
               EXIT PARAGRAPH
           END-IF
           IF TRAILER-TYPE-IDX = 0
               EXIT PARAGRAPH
           END-IF
           IF TRAILER-LINES-SEEN = 0
               MOVE "HAS NO TRAILER RECORD" TO TYPE-CHECK-TEXT
               EXIT PARAGRAPH
           END-IF
           IF IMP-TYPE-COUNT-FIELD(TRAILER-TYPE-IDX) NOT = SPACES
             AND TRAILER-COUNT-VALUE NOT = DETAIL-LINES-SEEN
               MOVE DETAIL-LINES-SEEN TO EXPECT-DISPLAY
               STRING "TRAILER COUNT DISAGREES WITH "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM(EXPECT-DISPLAY) DELIMITED BY SIZE
                      " DETAIL RECORDS READ"      DELIMITED BY SIZE
                      INTO BALANCE-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TOTAL-IDX FROM 1 BY 1
                   UNTIL TOTAL-IDX > 3
                      OR BALANCE-FAIL-TEXT NOT = SPACES
               IF IMP-TYPE-TOTAL-FIELD(TRAILER-TYPE-IDX, TOTAL-IDX)
                       NOT = SPACES
                 AND TRAILER-TOTAL-VALUE(TOTAL-IDX)
                       NOT = DETAIL-TOTAL-SUM(TOTAL-IDX)
                   STRING "TRAILER TOTAL "        DELIMITED BY SIZE
                          FUNCTION TRIM(IMP-TYPE-TOTAL-FIELD(
                              TRAILER-TYPE-IDX, TOTAL-IDX))
                                                   DELIMITED BY SIZE
                          " DISAGREES WITH THE DETAILS"
                                                   DELIMITED BY SIZE
                          INTO BALANCE-FAIL-TEXT
               END-IF
           END-PERFORM.

       CHECK-TYPED-LINE.
           ADD 1 TO INPUT-LINE-NUMBER
           MOVE INPUT-LINE-NUMBER TO EXPECT-DISPLAY
           IF TRAILER-LINES-SEEN > 0
               STRING "LINE "                     DELIMITED BY SIZE
                      FUNCTION TRIM(EXPECT-DISPLAY) DELIMITED BY SIZE
                      " FOLLOWS THE TRAILER"      DELIMITED BY SIZE
                      INTO TYPE-CHECK-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM SELECT-LINE-TYPE
           IF LINE-TYPE-IDX = 0
               STRING "LINE "                     DELIMITED BY SIZE
                      FUNCTION TRIM(EXPECT-DISPLAY) DELIMITED BY SIZE
                      " HAS UNKNOWN RECORD TYPE '" DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-TYPE-TOKEN)
                                                   DELIMITED BY SIZE
                      "'"                         DELIMITED BY SIZE
                      INTO TYPE-CHECK-TEXT
               EXIT PARAGRAPH
           END-IF
           IF IMP-TYPE-IS-HEADER(LINE-TYPE-IDX)
               IF INPUT-LINE-NUMBER > 1
                   STRING "LINE "                 DELIMITED BY SIZE
                          FUNCTION TRIM(EXPECT-DISPLAY)
                                                   DELIMITED BY SIZE
                          " IS A HEADER NOT AT THE TOP"
                                                   DELIMITED BY SIZE
                          INTO TYPE-CHECK-TEXT
               END-IF
               ADD 1 TO HEADER-LINES-SEEN
               EXIT PARAGRAPH
           END-IF
           IF HEADER-TYPE-IDX > 0 AND HEADER-LINES-SEEN = 0
               MOVE "HAS NO HEADER RECORD" TO TYPE-CHECK-TEXT
               EXIT PARAGRAPH
           END-IF
           IF IMP-TYPE-IS-TRAILER(LINE-TYPE-IDX)
               ADD 1 TO TRAILER-LINES-SEEN
               PERFORM FILL-TYPED-TOKENS
               PERFORM READ-TRAILER-CONTROLS
           ELSE
               ADD 1 TO DETAIL-LINES-SEEN
               IF TRAILER-TYPE-IDX > 0
                   PERFORM FILL-TYPED-TOKENS
                   PERFORM SUM-DETAIL-TOTALS
               END-IF
           END-IF.

      *> The line's type code - first delimited token, or the
      *> "_type" member - picks its entry, and that type's layout
      *> becomes the current one. LINE-TYPE-IDX is zero for a code
      *> the table does not have.
       SELECT-LINE-TYPE.
           MOVE SPACES TO LINE-TYPE-TOKEN
           MOVE 0 TO LINE-TYPE-IDX
           IF IMP-FORMAT-JSON
               COMPUTE JSON-LINE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WORK-LINE))
               MOVE FUNCTION TRIM(WORK-LINE) TO WORK-LINE
               MOVE 0 TO JSON-FOUND-POS
               MOVE SPACES TO JSON-PAT
               MOVE """_type"":" TO JSON-PAT
               MOVE 8 TO JSON-PAT-LEN
               PERFORM SCAN-JSON-PATTERN
               IF JSON-FOUND-POS > 0
                   MOVE 1 TO FIELD-IDX
                   PERFORM EXTRACT-JSON-VALUE
                   MOVE VAL-BUF TO LINE-TYPE-TOKEN
               END-IF
           ELSE
               UNSTRING WORK-LINE DELIMITED BY "|"
                   INTO LINE-TYPE-TOKEN
               END-UNSTRING
               MOVE FUNCTION TRIM(LINE-TYPE-TOKEN) TO LINE-TYPE-TOKEN
           END-IF
           IF LINE-TYPE-TOKEN = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > IMP-TYPE-COUNT
                      OR LINE-TYPE-IDX > 0
               IF IMP-TYPE-CODE(TYPE-IDX) = LINE-TYPE-TOKEN
                   MOVE TYPE-IDX TO LINE-TYPE-IDX
               END-IF
           END-PERFORM
           IF LINE-TYPE-IDX > 0
               MOVE TL-FIELD-COUNT(LINE-TYPE-IDX)
                   TO FIELD-LAYOUT-COUNT
               MOVE TL-FIELD-TABLE(LINE-TYPE-IDX)
                   TO FIELD-LAYOUT-TABLE
           END-IF.

       FILL-TYPED-TOKENS.
           MOVE "Y" TO EDIT-OK-FLAG
           MOVE SPACES TO IMP-TOKENS
           MOVE 0 TO TOK-COUNT
           IF IMP-FORMAT-JSON
               PERFORM PARSE-JSON-TOKENS
           ELSE
               PERFORM SPLIT-TYPED-LINE
           END-IF.

       READ-TRAILER-CONTROLS.
           IF IMP-TYPE-COUNT-FIELD(TRAILER-TYPE-IDX) NOT = SPACES
               MOVE IMP-TYPE-COUNT-FIELD(TRAILER-TYPE-IDX)
                   TO LOOKUP-NAME
               PERFORM FIND-LAYOUT-FIELD
               PERFORM TAKE-TOKEN-VALUE
               IF TOKEN-VALUE-OK = "Y"
                   MOVE TOKEN-VALUE TO TRAILER-COUNT-VALUE
               ELSE
                   PERFORM NOTE-UNPROVABLE-VALUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING TOTAL-IDX FROM 1 BY 1
                   UNTIL TOTAL-IDX > 3
                      OR BALANCE-FAIL-TEXT NOT = SPACES
               IF IMP-TYPE-TOTAL-FIELD(TRAILER-TYPE-IDX, TOTAL-IDX)
                       NOT = SPACES
                   MOVE IMP-TYPE-TOTAL-FIELD(TRAILER-TYPE-IDX,
                       TOTAL-IDX) TO LOOKUP-NAME
                   PERFORM FIND-LAYOUT-FIELD
                   PERFORM TAKE-TOKEN-VALUE
                   IF TOKEN-VALUE-OK = "Y"
                       MOVE TOKEN-VALUE
                           TO TRAILER-TOTAL-VALUE(TOTAL-IDX)
                   ELSE
                       PERFORM NOTE-UNPROVABLE-VALUE
                   END-IF
               END-IF
           END-PERFORM.

      *> A detail type without the totalled field simply adds
      *> nothing to that total.
       SUM-DETAIL-TOTALS.
           PERFORM VARYING TOTAL-IDX FROM 1 BY 1
                   UNTIL TOTAL-IDX > 3
                      OR BALANCE-FAIL-TEXT NOT = SPACES
               IF IMP-TYPE-TOTAL-FIELD(TRAILER-TYPE-IDX, TOTAL-IDX)
                       NOT = SPACES
                   MOVE IMP-TYPE-TOTAL-OF(TRAILER-TYPE-IDX,
                       TOTAL-IDX) TO LOOKUP-NAME
                   PERFORM FIND-LAYOUT-FIELD
                   IF LOOKUP-IDX > 0
                       PERFORM TAKE-TOKEN-VALUE
                       IF TOKEN-VALUE-OK = "Y"
                           ADD TOKEN-VALUE
                               TO DETAIL-TOTAL-SUM(TOTAL-IDX)
                       ELSE
                           PERFORM NOTE-UNPROVABLE-VALUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> A count or total that is not a number cannot prove the
      *> file either way, so it fails the proof.
       NOTE-UNPROVABLE-VALUE.
           STRING "LINE "                         DELIMITED BY SIZE
                  FUNCTION TRIM(EXPECT-DISPLAY)    DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(LOOKUP-NAME)       DELIMITED BY SIZE
                  " NOT NUMERIC, TRAILER NOT PROVED"
                                                   DELIMITED BY SIZE
                  INTO BALANCE-FAIL-TEXT.

       TAKE-TOKEN-VALUE.
           MOVE "N" TO TOKEN-VALUE-OK
           IF LOOKUP-IDX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TOKEN-TRIMMED
           MOVE FUNCTION TRIM(IMP-TOKEN(LOOKUP-IDX)) TO TOKEN-TRIMMED
           IF TOKEN-TRIMMED = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE TOKEN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(TOKEN-TRIMMED))
           IF FUNCTION TEST-NUMVAL(TOKEN-TRIMMED(1:TOKEN-LEN)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO TOKEN-VALUE-OK
           COMPUTE TOKEN-VALUE =
               FUNCTION NUMVAL(TOKEN-TRIMMED(1:TOKEN-LEN))
               ON SIZE ERROR
                   MOVE "N" TO TOKEN-VALUE-OK
           END-COMPUTE.

       READ-CONTROL-RECORD.
           MOVE "N" TO CONTROL-OK-FLAG
           MOVE IMP-CONTROL-FILE TO CONTROL-FILE-USED
           CLOSE CONTROL-IN-FD
           MOVE SPACES TO CTL-TAG-TEXT CTL-COUNT-TEXT
           MOVE SPACES TO CTL-DATE-TEXT CTL-HASH-TEXT
           MOVE SPACES TO CTL-MODE-TEXT CTL-ADDED-TEXT
           MOVE SPACES TO CTL-CHANGED-TEXT CTL-DELETED-TEXT
           MOVE SPACES TO CTL-LAYOUT-NAME-TEXT CTL-LAYOUT-VERSION-TEXT
           UNSTRING CONTROL-IN-REC DELIMITED BY "|"
               INTO CTL-TAG-TEXT CTL-COUNT-TEXT CTL-DATE-TEXT
                    CTL-HASH-TEXT CTL-MODE-TEXT CTL-ADDED-TEXT
                    CTL-CHANGED-TEXT CTL-DELETED-TEXT
                    CTL-LAYOUT-NAME-TEXT CTL-LAYOUT-VERSION-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(CTL-TAG-TEXT) = "DENO-CTL"
             AND CTL-COUNT-TEXT(1:9) IS NUMERIC
               MOVE CTL-COUNT-TEXT(1:9) TO CONTROL-EXPECT-COUNT
               MOVE CTL-HASH-TEXT(1:15) TO CONTROL-EXPECT-HASH
               MOVE "Y" TO CONTROL-OK-FLAG
           END-IF
      *> The older four-field record has no mode and balances on
      *> count and hash alone. An op-tagged record whose per-op
      *> counts do not add up to its own total is mangled.
           MOVE CTL-MODE-TEXT(1:1) TO CONTROL-EXPECT-MODE
           IF CONTROL-RECORD-GOOD AND CONTROL-IS-OP-TAGGED
               IF CTL-ADDED-TEXT(1:9) IS NUMERIC
                 AND CTL-CHANGED-TEXT(1:9) IS NUMERIC
                 AND CTL-DELETED-TEXT(1:9) IS NUMERIC
                   MOVE CTL-ADDED-TEXT(1:9) TO CONTROL-EXPECT-ADDED
                   MOVE CTL-CHANGED-TEXT(1:9)
                       TO CONTROL-EXPECT-CHANGED
                   MOVE CTL-DELETED-TEXT(1:9)
                       TO CONTROL-EXPECT-DELETED
                   IF CONTROL-EXPECT-ADDED + CONTROL-EXPECT-CHANGED
                        + CONTROL-EXPECT-DELETED
                           NOT = CONTROL-EXPECT-COUNT
                       MOVE "N" TO CONTROL-OK-FLAG
                   END-IF
               ELSE
                   MOVE "N" TO CONTROL-OK-FLAG
               END-IF
           END-IF
      *> A layout stamp is a name and a four-digit version or
      *> nothing; half a stamp is a mangled record.
           MOVE CTL-LAYOUT-NAME-TEXT TO CONTROL-LAYOUT-NAME
           MOVE 0 TO CONTROL-LAYOUT-VERSION
           IF CONTROL-LAYOUT-NAME NOT = SPACES
               IF CTL-LAYOUT-VERSION-TEXT(1:4) IS NUMERIC
                 AND CTL-LAYOUT-VERSION-TEXT(5:2) = SPACES
                   MOVE CTL-LAYOUT-VERSION-TEXT(1:4)
                       TO CONTROL-LAYOUT-VERSION
               ELSE
                   MOVE "N" TO CONTROL-OK-FLAG
               END-IF
           END-IF.

      *> The export's stamped layout against the one this load is
      *> about to edit with. LAYOUT-CHECK-TEXT comes back blank when
      *> they agree (or the record carries no stamp).
       CHECK-LAYOUT-STAMP.
           MOVE SPACES TO LAYOUT-CHECK-TEXT
           IF CONTROL-LAYOUT-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF IMP-LAYOUT-NAME NOT = SPACES
               IF IMP-LAYOUT-NAME NOT = CONTROL-LAYOUT-NAME
                 OR IMP-LAYOUT-VERSION NOT = CONTROL-LAYOUT-VERSION
                   STRING "EXPORTED UNDER LAYOUT "  DELIMITED BY SIZE
                          FUNCTION TRIM(CONTROL-LAYOUT-NAME)
                                                    DELIMITED BY SIZE
                          " V"                      DELIMITED BY SIZE
                          CONTROL-LAYOUT-VERSION    DELIMITED BY SIZE
                          ", LOADING UNDER "        DELIMITED BY SIZE
                          FUNCTION TRIM(IMP-LAYOUT-NAME)
                                                    DELIMITED BY SIZE
                          " V"                      DELIMITED BY SIZE
                          IMP-LAYOUT-VERSION        DELIMITED BY SIZE
                          INTO LAYOUT-CHECK-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "G" TO LAYOUT-LOAD-ACTION
           CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
               CONTROL-LAYOUT-NAME CONTROL-LAYOUT-VERSION
               STAMP-LAYOUT-COUNT STAMP-LAYOUT-TABLE
               LAYOUT-LOAD-STATUS
           IF LAYOUT-LOAD-STATUS NOT = 0
               STRING "EXPORTED UNDER LAYOUT "      DELIMITED BY SIZE
                      FUNCTION TRIM(CONTROL-LAYOUT-NAME)
                                                    DELIMITED BY SIZE
                      " V"                          DELIMITED BY SIZE
                      CONTROL-LAYOUT-VERSION        DELIMITED BY SIZE
                      ", NOT IN THE LAYOUT REGISTRY"
                                                    DELIMITED BY SIZE
                      INTO LAYOUT-CHECK-TEXT
               EXIT PARAGRAPH
           END-IF
           IF STAMP-LAYOUT-COUNT = FIELD-LAYOUT-COUNT
               PERFORM VARYING FIELD-IDX FROM 1 BY 1
                       UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
                          OR LAYOUT-CHECK-TEXT NOT = SPACES
                   IF STAMP-LAYOUT-ENTRY(FIELD-IDX)
                           NOT = FIELD-LAYOUT-ENTRY(FIELD-IDX)
                       MOVE "X" TO LAYOUT-CHECK-TEXT
                   END-IF
               END-PERFORM
           ELSE
               MOVE "X" TO LAYOUT-CHECK-TEXT
           END-IF
           IF LAYOUT-CHECK-TEXT NOT = SPACES
               MOVE SPACES TO LAYOUT-CHECK-TEXT
               STRING "EXPORTED UNDER LAYOUT "      DELIMITED BY SIZE
                      FUNCTION TRIM(CONTROL-LAYOUT-NAME)
                                                    DELIMITED BY SIZE
                      " V"                          DELIMITED BY SIZE
                      CONTROL-LAYOUT-VERSION        DELIMITED BY SIZE
                      ", CALLER'S TABLE DIFFERS"    DELIMITED BY SIZE
                      INTO LAYOUT-CHECK-TEXT
           END-IF.

      *> Count balancing always; content balancing only on a clean
             AND IMPORT-HASH-TOTAL NOT = CONTROL-EXPECT-HASH
               MOVE "CONTENT HASH TOTAL MISMATCH"
                   TO BALANCE-FAIL-TEXT
               EXIT PARAGRAPH
           END-IF
           IF IMPORT-REJECT-COUNT = 0
             AND CONTROL-IS-OP-TAGGED
               IF OP-ADDED-SEEN NOT = CONTROL-EXPECT-ADDED
                 OR OP-CHANGED-SEEN NOT = CONTROL-EXPECT-CHANGED
                 OR OP-DELETED-SEEN NOT = CONTROL-EXPECT-DELETED
                   MOVE "ADDED/CHANGED/DELETED COUNTS DO NOT MATCH"
                       TO BALANCE-FAIL-TEXT
               END-IF
           END-IF.

       START-IMPORT-TIMER.
           MOVE SPACES TO REJECT-TEXT
           MOVE SPACES TO IMP-TOKENS
           MOVE 0 TO TOK-COUNT
           MOVE SPACE TO LINE-OP
      *> Header and trailer lines were proved by the read-ahead
      *> pass; they are controls, never loaded or rejected.
           IF RECORD-TYPES-IN-USE
               PERFORM SELECT-LINE-TYPE
               IF LINE-TYPE-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               IF NOT IMP-TYPE-IS-DETAIL(LINE-TYPE-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN IMP-FORMAT-JSON
                   PERFORM PARSE-JSON-TOKENS
               WHEN RECORD-TYPES-IN-USE
                   PERFORM SPLIT-TYPED-LINE
               WHEN IMP-MODE-TRANSACTION
                   PERFORM SPLIT-TRANSACTION-LINE
               WHEN OTHER
                   UNSTRING WORK-LINE DELIMITED BY "|"
                       INTO IMP-TOKEN(1) IMP-TOKEN(2) IMP-TOKEN(3)
                            IMP-TOKEN(4) IMP-TOKEN(5) IMP-TOKEN(6)
                            IMP-TOKEN(7) IMP-TOKEN(8) IMP-TOKEN(9)
                            IMP-TOKEN(10) IMP-TOKEN(11) IMP-TOKEN(12)
                            IMP-TOKEN(13) IMP-TOKEN(14) IMP-TOKEN(15)
                            IMP-TOKEN(16) IMP-TOKEN(17) IMP-TOKEN(18)
                            IMP-TOKEN(19) IMP-TOKEN(20)
                       TALLYING IN TOK-COUNT
                   END-UNSTRING
           END-EVALUATE

           PERFORM EDIT-ACTION-CODE
      *> A delete is addressed by key alone: the rest of the line,
      *> if any was sent, is neither counted nor edited.
           MOVE FIELD-LAYOUT-COUNT TO EDIT-FIELD-LIMIT
           IF IMP-MODE-TRANSACTION AND LINE-IS-DELETE
               MOVE 1 TO EDIT-FIELD-LIMIT
           END-IF

           IF RECORD-EDITS-CLEAN
             AND TOK-COUNT NOT = FIELD-LAYOUT-COUNT
             AND EDIT-FIELD-LIMIT NOT = 1
               MOVE "N" TO EDIT-OK-FLAG
               MOVE "02" TO REJECT-REASON
               MOVE "FIELD COUNT MISMATCH" TO REJECT-TEXT
           END-IF

           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > EDIT-FIELD-LIMIT
                         OR NOT RECORD-EDITS-CLEAN
               MOVE SPACES TO TOKEN-TRIMMED
               MOVE FUNCTION TRIM(IMP-TOKEN(FIELD-IDX))
           END-PERFORM

           IF RECORD-EDITS-CLEAN
               EVALUATE TRUE
                   WHEN NOT IMP-MODE-TRANSACTION
                       PERFORM BUILD-AND-WRITE-MASTER
                   WHEN LINE-IS-ADD
                       PERFORM BUILD-AND-WRITE-MASTER
                   WHEN LINE-IS-CHANGE
                       PERFORM BUILD-AND-REWRITE-MASTER
                   WHEN LINE-IS-DELETE
                       PERFORM DELETE-MASTER-RECORD
               END-EVALUATE
           END-IF
           IF RECORD-EDITS-CLEAN AND REFRESH-IS-ACTIVE
               PERFORM NOTE-REFRESH-KEY
           END-IF
           IF NOT RECORD-EDITS-CLEAN
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *> Transaction mode, delimited: the action code is the first
      *> token and the layout's fields follow it.
       SPLIT-TRANSACTION-LINE.
           MOVE SPACES TO LINE-ACTION-TOKEN
           UNSTRING WORK-LINE DELIMITED BY "|"
               INTO LINE-ACTION-TOKEN
                    IMP-TOKEN(1) IMP-TOKEN(2) IMP-TOKEN(3)
                    IMP-TOKEN(4) IMP-TOKEN(5) IMP-TOKEN(6)
                    IMP-TOKEN(7) IMP-TOKEN(8) IMP-TOKEN(9)
                    IMP-TOKEN(10) IMP-TOKEN(11) IMP-TOKEN(12)
                    IMP-TOKEN(13) IMP-TOKEN(14) IMP-TOKEN(15)
                    IMP-TOKEN(16) IMP-TOKEN(17) IMP-TOKEN(18)
                    IMP-TOKEN(19) IMP-TOKEN(20)
               TALLYING IN TOK-COUNT
           END-UNSTRING
           IF TOK-COUNT > 0
               SUBTRACT 1 FROM TOK-COUNT
           END-IF
           IF FUNCTION TRIM(LINE-ACTION-TOKEN) = "A"
             OR FUNCTION TRIM(LINE-ACTION-TOKEN) = "C"
             OR FUNCTION TRIM(LINE-ACTION-TOKEN) = "D"
               MOVE FUNCTION TRIM(LINE-ACTION-TOKEN) TO LINE-OP
           END-IF.

      *> Record types, delimited: the type code is the first token
      *> and the type's layout fields follow it.
       SPLIT-TYPED-LINE.
           MOVE SPACES TO LINE-TYPE-TOKEN
           UNSTRING WORK-LINE DELIMITED BY "|"
               INTO LINE-TYPE-TOKEN
                    IMP-TOKEN(1) IMP-TOKEN(2) IMP-TOKEN(3)
                    IMP-TOKEN(4) IMP-TOKEN(5) IMP-TOKEN(6)
                    IMP-TOKEN(7) IMP-TOKEN(8) IMP-TOKEN(9)
                    IMP-TOKEN(10) IMP-TOKEN(11) IMP-TOKEN(12)
                    IMP-TOKEN(13) IMP-TOKEN(14) IMP-TOKEN(15)
                    IMP-TOKEN(16) IMP-TOKEN(17) IMP-TOKEN(18)
                    IMP-TOKEN(19) IMP-TOKEN(20)
               TALLYING IN TOK-COUNT
           END-UNSTRING
           IF TOK-COUNT > 0
               SUBTRACT 1 FROM TOK-COUNT
           END-IF.

      *> Transaction mode needs a recognised action on every line;
      *> plain load mode cannot honour a change or delete, so a
      *> delta line tagged C or D is refused rather than loaded as
      *> if it were new.
       EDIT-ACTION-CODE.
           IF NOT RECORD-EDITS-CLEAN
               EXIT PARAGRAPH
           END-IF
           IF IMP-MODE-TRANSACTION
               IF NOT LINE-IS-ADD AND NOT LINE-IS-CHANGE
                 AND NOT LINE-IS-DELETE
                   MOVE "N" TO EDIT-OK-FLAG
                   MOVE "11" TO REJECT-REASON
                   MOVE "INVALID ACTION CODE" TO REJECT-TEXT
               END-IF
           ELSE
               IF LINE-IS-CHANGE OR LINE-IS-DELETE
                   MOVE "N" TO EDIT-OK-FLAG
                   MOVE "11" TO REJECT-REASON
                   MOVE "INVALID ACTION CODE" TO REJECT-TEXT
               END-IF
           END-IF.

      *> One token per layout entry, located by member name - the
      *> record's member ORDER does not matter, only its names. A
      *> missing member rejects 06, a line that is not a JSON
               MOVE "NOT A JSON OBJECT" TO REJECT-TEXT
               EXIT PARAGRAPH
           END-IF
           PERFORM LOCATE-JSON-OP
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
                         OR NOT RECORD-EDITS-CLEAN
               PERFORM LOCATE-JSON-MEMBER
      *> A delete is addressed by key alone, so only its key
      *> member is required.
               EVALUATE TRUE
                   WHEN JSON-FOUND-POS > 0
                       PERFORM EXTRACT-JSON-VALUE
                   WHEN FIELD-IDX > 1 AND IMP-MODE-TRANSACTION
                    AND LINE-IS-DELETE
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO EDIT-OK-FLAG
                       MOVE "06" TO REJECT-REASON
                       MOVE "JSON MEMBER MISSING" TO REJECT-TEXT
               END-EVALUATE
           END-PERFORM.

       LOCATE-JSON-MEMBER.
                  INTO JSON-PAT
           COMPUTE JSON-PAT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(FIELD-NAME(FIELD-IDX))) + 3
           PERFORM SCAN-JSON-PATTERN.

      *> The "_op" member DENO-EXPORT puts on delta lines; LINE-OP
      *> stays blank on an untagged (full-export) line.
       LOCATE-JSON-OP.
           MOVE SPACE TO LINE-OP
           MOVE 0 TO JSON-FOUND-POS
           MOVE SPACES TO JSON-PAT
           MOVE """_op"":" TO JSON-PAT
           MOVE 6 TO JSON-PAT-LEN
           PERFORM SCAN-JSON-PATTERN
           IF JSON-FOUND-POS > 0
             AND JSON-VAL-POS + 1 <= JSON-LINE-LEN
             AND WORK-LINE(JSON-VAL-POS:1) = """"
               MOVE WORK-LINE(JSON-VAL-POS + 1:1) TO LINE-OP
           END-IF
           EVALUATE LINE-OP
               WHEN "A"
                   ADD 1 TO OP-ADDED-SEEN
               WHEN "C"
                   ADD 1 TO OP-CHANGED-SEEN
               WHEN "D"
                   ADD 1 TO OP-DELETED-SEEN
           END-EVALUATE.

       SCAN-JSON-PATTERN.
           IF JSON-PAT-LEN > JSON-LINE-LEN
               EXIT PARAGRAPH
           END-IF
           END-IF.

       BUILD-AND-WRITE-MASTER.
           PERFORM BUILD-MASTER-IMAGE
           IF NOT RECORD-EDITS-CLEAN
               EXIT PARAGRAPH
           END-IF
      *> Under a full refresh an add of a key already on file is
      *> the record as it now stands at source: it replaces.
           WRITE IMP-REC
               INVALID KEY
                   EVALUATE TRUE
                       WHEN REFRESH-IS-ACTIVE
                           PERFORM BUILD-AND-REWRITE-MASTER
                       WHEN IMP-MODE-TRANSACTION
                           MOVE "N" TO EDIT-OK-FLAG
                           MOVE "08" TO REJECT-REASON
                           MOVE "ADD - KEY ALREADY ON FILE"
                               TO REJECT-TEXT
                       WHEN OTHER
                           MOVE "N" TO EDIT-OK-FLAG
                           MOVE "05" TO REJECT-REASON
                           MOVE "DUPLICATE KEY" TO REJECT-TEXT
                   END-EVALUATE
               NOT INVALID KEY
                   ADD 1 TO IMPORT-GOOD-COUNT
                   ADD 1 TO TXN-ADDED-COUNT
                   COMPUTE IMPORT-HASH-TOTAL = FUNCTION MOD(
                       IMPORT-HASH-TOTAL + RECORD-HASH-SUM,
                       1000000000000000)
                   IF JOURNAL-IS-ACTIVE
                       PERFORM WRITE-JOURNAL-ADD
                   END-IF
           END-WRITE.

      *> The replacement image is built first and held aside, since
      *> reading the record on file overwrites IMP-REC.
       BUILD-AND-REWRITE-MASTER.
           PERFORM BUILD-MASTER-IMAGE
           IF NOT RECORD-EDITS-CLEAN
               EXIT PARAGRAPH
           END-IF
           MOVE IMP-REC TO AFTER-IMAGE
           READ IMPORT-MASTER-FD
               INVALID KEY
                   MOVE "N" TO EDIT-OK-FLAG
                   MOVE "09" TO REJECT-REASON
                   MOVE "CHANGE - KEY NOT ON FILE" TO REJECT-TEXT
           END-READ
           IF NOT RECORD-EDITS-CLEAN
               EXIT PARAGRAPH
           END-IF
           MOVE IMP-REC TO BEFORE-IMAGE
           MOVE AFTER-IMAGE TO IMP-REC
           REWRITE IMP-REC
               INVALID KEY
                   MOVE "N" TO EDIT-OK-FLAG
                   MOVE "09" TO REJECT-REASON
                   MOVE "CHANGE - KEY NOT ON FILE" TO REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO IMPORT-GOOD-COUNT
                   ADD 1 TO TXN-CHANGED-COUNT
                   COMPUTE IMPORT-HASH-TOTAL = FUNCTION MOD(
                       IMPORT-HASH-TOTAL + RECORD-HASH-SUM,
                       1000000000000000)
                   IF JOURNAL-IS-ACTIVE
                       PERFORM WRITE-JOURNAL-CHANGE
                   END-IF
           END-REWRITE.

      *> Only the key was edited; the record on file is read first
      *> so its image can be journaled before it goes.
       DELETE-MASTER-RECORD.
           PERFORM BUILD-MASTER-IMAGE
           IF NOT RECORD-EDITS-CLEAN
               EXIT PARAGRAPH
           END-IF
           READ IMPORT-MASTER-FD
               INVALID KEY
                   MOVE "N" TO EDIT-OK-FLAG
                   MOVE "10" TO REJECT-REASON
                   MOVE "DELETE - KEY NOT ON FILE" TO REJECT-TEXT
           END-READ
           IF NOT RECORD-EDITS-CLEAN
               EXIT PARAGRAPH
           END-IF
           MOVE IMP-REC TO BEFORE-IMAGE
           DELETE IMPORT-MASTER-FD
               INVALID KEY
                   MOVE "N" TO EDIT-OK-FLAG
                   MOVE "10" TO REJECT-REASON
                   MOVE "DELETE - KEY NOT ON FILE" TO REJECT-TEXT
               NOT INVALID KEY
                   ADD 1 TO IMPORT-GOOD-COUNT
                   ADD 1 TO TXN-DELETED-COUNT
                   IF JOURNAL-IS-ACTIVE
                       PERFORM WRITE-JOURNAL-DELETE
                   END-IF
           END-DELETE.

      *> Builds as many fields as were edited - the whole record,
      *> or just the key for a delete.
       BUILD-MASTER-IMAGE.
           MOVE SPACES TO IMP-REC
           MOVE 0 TO RECORD-HASH-SUM
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > EDIT-FIELD-LIMIT
               MOVE SPACES TO TOKEN-TRIMMED
               MOVE FUNCTION TRIM(IMP-TOKEN(FIELD-IDX))
                   TO TOKEN-TRIMMED
                   END-IF
      *> This record's contribution to the content hash total is
      *> banked per record and only committed on a successful WRITE
      *> or REWRITE - a key reject must not count toward balancing.
                   COMPUTE RECORD-HASH-SUM = FUNCTION MOD(
                       RECORD-HASH-SUM + WORK-NUM, 1000000000000000)
                   MOVE WORK-NUM TO NUM-ZONE
                       TO IMP-REC(FIELD-START(FIELD-IDX):
                                  FIELD-LENGTH(FIELD-IDX))
               END-IF
           END-PERFORM.

       WRITE-REJECT-RECORD.
           ADD 1 TO IMPORT-REJECT-COUNT
