       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-BREAK-REPORT.

      *> Month-end control-break listing over the indexed import
      *> master: records sorted by the fields the operator names,
      *> subtotalled at every change of a break field, with a grand
      *> total and a record count proved against the master. Driven
      *> by the same layout file DENO-INQUIRY reads, so a field is
      *> named the same way in both.
      *>
      *>   DENO_BREAK_MASTER     the master to report (required)
      *>   DENO_BREAK_LAYOUT     layout file describing the records
      *>                         (this or a layout name required),
      *>                         one field per line:
      *>                           name|start|length|type|scale
      *>                         entry 1 the key, as DENO-INQUIRY
      *>   DENO_BREAK_LAYOUT_NAME  alternatively, a layout name in
      *>                         the layout registry (DENO-LAYOUT)
      *>   DENO_BREAK_LAYOUT_VERSION  its version (default: the
      *>                         current one)
      *>   DENO_BREAK_FIELDS     sort/break fields, major first,
      *>                         comma-separated (up to 5); blank
      *>                         lists in key order with a grand
      *>                         total only
      *>   DENO_BREAK_TOTALS     zoned fields to total,
      *>                         comma-separated (up to 5)
      *>   DENO_BREAK_DETAIL     "N" prints the subtotal and total
      *>                         lines only (default: every record)
      *>   DENO_BREAK_PAGE_LINES lines per page (default 60)
      *>   DENO_BREAK_TITLE      report title for the page header
      *>   DENO_BREAK_REPORT     report path (default
      *>                         /tmp/deno-break-report.txt)
      *>
      *> Each master record is released to the sort under the break
      *> fields' stored bytes followed by IMP-KEY, so records inside
      *> a group keep key order. Zoned fields are stored unsigned,
      *> right-justified and zero-filled by DENO-IMPORT, so their
      *> bytes sort in numeric order.
      *>
      *> Every page carries the business date from DENO-BUSDATE.
      *> The report ends with the count of records printed against
      *> the count read off the master - the two must agree. The run
      *> ends 8, with the reason on the report, console and audit
      *> line, when they do not, when the master could not be read
      *> to the end, when a total field held a value that is not
      *> numeric (the totals would be short) or a total overflowed;
      *> 8 also on setup errors. Otherwise 0.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT MASTER-FD
                   ASSIGN TO DYNAMIC MASTER-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS IMP-KEY
                   FILE STATUS IS MASTER-STATUS.
               SELECT LAYOUT-FD
                   ASSIGN TO DYNAMIC LAYOUT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LAYOUT-FILE-STATUS.
               SELECT SORT-FD
                   ASSIGN TO DYNAMIC SORT-WORK-PATH.
               SELECT BREAK-REPORT-FD
                   ASSIGN TO DYNAMIC BREAK-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  MASTER-FD.
           COPY DENOIMPT.

           FD  LAYOUT-FD
               LABEL RECORDS ARE STANDARD.
           01  LAYOUT-REC          PIC X(120).

      *> Break-field bytes (up to 200) then IMP-KEY, ahead of the
      *> whole master image.
           SD  SORT-FD.
           01  SORT-REC.
               05  SORT-KEY        PIC X(300).
               05  SORT-IMAGE      PIC X(300).

           FD  BREAK-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  BREAK-REPORT-REC    PIC X(300).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-BREAK-REPORT".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  BREAK-ELAPSED   PIC 9(9) VALUE 0.
               COPY DENOSTAT.

               01  MASTER-FILE-PATH PIC X(100).
               01  LAYOUT-FILE-PATH PIC X(100).
               01  BREAK-REPORT-PATH PIC X(100) VALUE
                       "/tmp/deno-break-report.txt".
               01  SORT-WORK-PATH  PIC X(100) VALUE
                       "/tmp/deno-break-sort.wrk".
               01  ENV-PATH-TEXT   PIC X(100).
               01  MASTER-STATUS   PIC XX.
               01  LAYOUT-FILE-STATUS PIC XX.
               01  LAYOUT-EOF      PIC X.
                   88  NO-MORE-LAYOUT-LINES    VALUE "Y".
               01  MASTER-EOF      PIC X.
                   88  NO-MORE-MASTER-RECORDS  VALUE "Y".
               01  SORT-EOF        PIC X.
                   88  NO-MORE-SORTED-RECORDS  VALUE "Y".
               01  MASTER-READ-FLAG PIC X VALUE "N".
                   88  MASTER-READ-FAILED      VALUE "Y".

               COPY DENOLAYT.
               01  LAY-NAME-TEXT   PIC X(30).
               01  LAY-START-TEXT  PIC X(10).
               01  LAY-LEN-TEXT    PIC X(10).
               01  LAY-TYPE-TEXT   PIC X(5).
               01  LAY-SCALE-TEXT  PIC X(5).
               01  LAYOUT-REG-NAME PIC X(30).
               01  LAYOUT-REG-VERSION PIC 9(4).
               01  LAYOUT-VERSION-TEXT PIC X(10).
               01  LAYOUT-LOAD-ACTION PIC X(1).
               01  LAYOUT-LOAD-STATUS PIC S9(4) COMP.

               01  BUSDATE-TEXT    PIC X(8).
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-STATUS  PIC S9(4) COMP.

      *> Operator's choices. The sixth name slot catches a list
      *> longer than the tables hold.
               01  BREAK-LIST-TEXT PIC X(200).
               01  TOTAL-LIST-TEXT PIC X(200).
               01  REPORT-TITLE    PIC X(60).
               01  DETAIL-FLAG     PIC X VALUE "Y".
                   88  DETAIL-LINES-WANTED     VALUE "Y".
               01  PAGE-LINES-TEXT PIC X(10).
               01  PAGE-LINES      PIC 9(3) VALUE 60.
               01  SETUP-ERROR-TEXT PIC X(100).
               01  NAME-LIST-TABLE.
                   05  LIST-NAME   PIC X(30) OCCURS 6 TIMES.
               01  LIST-IDX        PIC 9(2).
               01  LOOKUP-NAME     PIC X(30).
               01  LOOKUP-IDX      PIC 9(2).

               01  BREAK-COUNT     PIC 9(1) VALUE 0.
               01  BREAK-FIELD-TABLE.
                   05  BREAK-ENTRY OCCURS 5 TIMES.
                       10  BREAK-FIELD-IDX PIC 9(2).
                       10  BREAK-COL-START PIC 9(3).
                       10  BREAK-COL-WIDTH PIC 9(2).
                       10  PREV-BREAK-VALUE PIC X(99).
               01  BREAK-KEY-LENGTH PIC 9(4).
               01  TOTAL-COUNT     PIC 9(1) VALUE 0.
               01  TOTAL-FIELD-TABLE.
                   05  TOTAL-ENTRY OCCURS 5 TIMES.
                       10  TOTAL-FIELD-IDX PIC 9(2).
                       10  TOTAL-COL-START PIC 9(3).
               01  KEY-COL-WIDTH   PIC 9(2).
               01  TOTALS-START    PIC 9(3).
               01  LINE-WIDTH      PIC 9(3).
               01  COL-POS         PIC 9(3).
               01  COL-WIDTH       PIC 9(2).

      *> Running totals: entries 1-5 for the break levels, entry 6
      *> (GRAND-LEVEL) for the whole report. A detail record adds
      *> into every open level at once; a break prints and clears
      *> the levels that closed.
               01  GRAND-LEVEL     PIC 9(2) VALUE 6.
               01  LEVEL-TABLE.
                   05  LEVEL-ENTRY OCCURS 6 TIMES.
                       10  LEVEL-RECORDS   PIC 9(9).
                       10  LEVEL-SUM       PIC 9(18) OCCURS 5 TIMES.
                       10  LEVEL-OVERFLOW  PIC X(1) OCCURS 5 TIMES.
               01  LEVEL-IDX       PIC 9(2).
               01  CHANGED-LEVEL   PIC 9(2).
               01  BRK-IDX         PIC 9(2).
               01  TOT-IDX         PIC 9(2).
               01  FIELD-IDX       PIC 9(2).
               01  FIRST-RECORD-FLAG PIC X.
                   88  FIRST-SORTED-RECORD     VALUE "Y".
               01  OVERFLOW-FLAG   PIC X VALUE "N".
                   88  TOTAL-OVERFLOWED        VALUE "Y".

               01  RECORD-IMAGE    PIC X(300).
               01  MASTER-COUNT    PIC 9(9) VALUE 0.
               01  REPORTED-COUNT  PIC 9(9) VALUE 0.
               01  NONNUMERIC-COUNT PIC 9(9) VALUE 0.
               01  PAGE-NUMBER     PIC 9(4) VALUE 0.
               01  LINES-ON-PAGE   PIC 9(3) VALUE 0.

      *> Value formatting - zoned digits with the implied point
      *> re-inserted, as DENO-INQUIRY shows them.
               01  RAW-FIELD       PIC X(99).
               01  DIGIT-PART      PIC 9(18).
               01  FORMAT-SCALE    PIC 9(1).
               01  SCALE-POW       PIC 9(18).
               01  WORK-INT        PIC 9(18).
               01  WORK-FRAC       PIC 9(9).
               01  INT-DISPLAY     PIC Z(17)9.
               01  FRAC-DISPLAY    PIC 9(9).
               01  VALUE-TEXT      PIC X(40).
               01  VALUE-LEN       PIC 9(2).
               01  AMOUNT-TEXT     PIC X(20).

               01  COUNT-DISPLAY   PIC Z(8)9.
               01  COUNT-DISPLAY-2 PIC Z(8)9.
               01  COUNT-DISPLAY-3 PIC Z(8)9.
               01  PAGE-DISPLAY    PIC Z(3)9.
               01  BALANCE-TEXT    PIC X(40).
               01  REPORT-LINE     PIC X(300).

       PROCEDURE DIVISION.
           PERFORM READ-BREAK-SETTINGS
           IF MASTER-FILE-PATH = SPACES
             OR (LAYOUT-FILE-PATH = SPACES
                 AND LAYOUT-REG-NAME = SPACES)
               DISPLAY "DENO-BREAK-REPORT: DENO_BREAK_MASTER and "
                   "DENO_BREAK_LAYOUT (or _LAYOUT_NAME) are required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LAYOUT-REG-NAME NOT = SPACES
               PERFORM LOAD-REGISTERED-LAYOUT
           ELSE
               PERFORM LOAD-LAYOUT-FILE
           END-IF
           IF FIELD-LAYOUT-COUNT = 0
               DISPLAY "DENO-BREAK-REPORT: no usable layout in "
                   FUNCTION TRIM(LAYOUT-FILE-PATH)
                   FUNCTION TRIM(LAYOUT-REG-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO SETUP-ERROR-TEXT
           PERFORM RESOLVE-BREAK-FIELDS
           IF SETUP-ERROR-TEXT = SPACES
               PERFORM RESOLVE-TOTAL-FIELDS
           END-IF
           IF SETUP-ERROR-TEXT NOT = SPACES
               DISPLAY "DENO-BREAK-REPORT: "
                   FUNCTION TRIM(SETUP-ERROR-TEXT)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PLAN-REPORT-COLUMNS

           MOVE SPACES TO BUSDATE-TEXT
           MOVE "G" TO BUSDATE-ACTION
           CALL "DENO-BUSDATE" USING BUSDATE-ACTION BUSDATE-TEXT
               BUSDATE-STATUS

           OPEN INPUT MASTER-FD
           IF MASTER-STATUS NOT = "00"
               DISPLAY "DENO-BREAK-REPORT: cannot open master "
                   FUNCTION TRIM(MASTER-FILE-PATH)
                   " STATUS=" MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BREAK-REPORT-FD

           INITIALIZE LEVEL-TABLE
           SORT SORT-FD
               ON ASCENDING KEY SORT-KEY
               INPUT PROCEDURE IS RELEASE-MASTER-RECORDS
               OUTPUT PROCEDURE IS PRINT-SORTED-RECORDS
           CLOSE MASTER-FD

           PERFORM PRINT-REPORT-SUMMARY
           CLOSE BREAK-REPORT-FD
           IF STATUS-CODE NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-BREAK-SETTINGS.
           MOVE SPACES TO MASTER-FILE-PATH
           ACCEPT MASTER-FILE-PATH
               FROM ENVIRONMENT "DENO_BREAK_MASTER"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO LAYOUT-FILE-PATH
           ACCEPT LAYOUT-FILE-PATH
               FROM ENVIRONMENT "DENO_BREAK_LAYOUT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO LAYOUT-REG-NAME
           ACCEPT LAYOUT-REG-NAME
               FROM ENVIRONMENT "DENO_BREAK_LAYOUT_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO LAYOUT-VERSION-TEXT
           ACCEPT LAYOUT-VERSION-TEXT
               FROM ENVIRONMENT "DENO_BREAK_LAYOUT_VERSION"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 0 TO LAYOUT-REG-VERSION
           IF LAYOUT-VERSION-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(LAYOUT-VERSION-TEXT)) = 0
               MOVE FUNCTION NUMVAL(LAYOUT-VERSION-TEXT)
                   TO LAYOUT-REG-VERSION
           END-IF
           MOVE SPACES TO BREAK-LIST-TEXT
           ACCEPT BREAK-LIST-TEXT
               FROM ENVIRONMENT "DENO_BREAK_FIELDS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO TOTAL-LIST-TEXT
           ACCEPT TOTAL-LIST-TEXT
               FROM ENVIRONMENT "DENO_BREAK_TOTALS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_BREAK_DETAIL"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT(1:1) = "N" OR ENV-PATH-TEXT(1:1) = "n"
               MOVE "N" TO DETAIL-FLAG
           END-IF
           MOVE SPACES TO PAGE-LINES-TEXT
           ACCEPT PAGE-LINES-TEXT
               FROM ENVIRONMENT "DENO_BREAK_PAGE_LINES"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF PAGE-LINES-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(PAGE-LINES-TEXT)) = 0
               IF FUNCTION NUMVAL(PAGE-LINES-TEXT) >= 10
                 AND FUNCTION NUMVAL(PAGE-LINES-TEXT) <= 999
                   MOVE FUNCTION NUMVAL(PAGE-LINES-TEXT)
                       TO PAGE-LINES
               END-IF
           END-IF
           MOVE SPACES TO REPORT-TITLE
           ACCEPT REPORT-TITLE
               FROM ENVIRONMENT "DENO_BREAK_TITLE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_BREAK_REPORT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO BREAK-REPORT-PATH
           END-IF.

       LOAD-LAYOUT-FILE.
           MOVE 0 TO FIELD-LAYOUT-COUNT
           MOVE "N" TO LAYOUT-EOF
           OPEN INPUT LAYOUT-FD
           IF LAYOUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-LAYOUT-LINES
                   OR FIELD-LAYOUT-COUNT = 20
               READ LAYOUT-FD INTO LAYOUT-REC
                   AT END
                       MOVE "Y" TO LAYOUT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LAYOUT-REC) NOT = SPACES
                           PERFORM ADD-LAYOUT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYOUT-FD.

      *> A name wins over a file: the registry is the copy both
      *> ends of the feed were built from.
       LOAD-REGISTERED-LAYOUT.
           MOVE "G" TO LAYOUT-LOAD-ACTION
           CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
               LAYOUT-REG-NAME LAYOUT-REG-VERSION
               FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
               LAYOUT-LOAD-STATUS
           IF LAYOUT-LOAD-STATUS NOT = 0
               MOVE 0 TO FIELD-LAYOUT-COUNT
           END-IF.

       ADD-LAYOUT-ENTRY.
           MOVE SPACES TO LAY-NAME-TEXT LAY-START-TEXT
           MOVE SPACES TO LAY-LEN-TEXT LAY-TYPE-TEXT LAY-SCALE-TEXT
           UNSTRING LAYOUT-REC DELIMITED BY "|"
               INTO LAY-NAME-TEXT LAY-START-TEXT LAY-LEN-TEXT
                    LAY-TYPE-TEXT LAY-SCALE-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(LAY-NAME-TEXT) = SPACES
             OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(LAY-START-TEXT)) NOT = 0
             OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(LAY-LEN-TEXT)) NOT = 0
               DISPLAY "DENO-BREAK-REPORT: bad layout record '"
                   FUNCTION TRIM(LAYOUT-REC) "' ignored"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FIELD-LAYOUT-COUNT
           MOVE LAY-NAME-TEXT TO FIELD-NAME(FIELD-LAYOUT-COUNT)
           COMPUTE FIELD-START(FIELD-LAYOUT-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(LAY-START-TEXT))
           COMPUTE FIELD-LENGTH(FIELD-LAYOUT-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(LAY-LEN-TEXT))
           MOVE LAY-TYPE-TEXT(1:1)
               TO FIELD-TYPE(FIELD-LAYOUT-COUNT)
           IF LAY-SCALE-TEXT(1:1) >= "0"
             AND LAY-SCALE-TEXT(1:1) <= "9"
               MOVE FUNCTION NUMVAL(LAY-SCALE-TEXT(1:1))
                   TO FIELD-SCALE(FIELD-LAYOUT-COUNT)
           ELSE
               MOVE 0 TO FIELD-SCALE(FIELD-LAYOUT-COUNT)
           END-IF.

      *> A field the report reads must lie inside the 300-byte
      *> master image; the layout file is operator-edited, so this
      *> is checked here rather than trusted.
       RESOLVE-BREAK-FIELDS.
           MOVE SPACES TO NAME-LIST-TABLE
           UNSTRING BREAK-LIST-TEXT DELIMITED BY ","
               INTO LIST-NAME(1) LIST-NAME(2) LIST-NAME(3)
                    LIST-NAME(4) LIST-NAME(5) LIST-NAME(6)
           END-UNSTRING
           IF LIST-NAME(6) NOT = SPACES
               MOVE "more than 5 break fields named"
                   TO SETUP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO BREAK-COUNT
           MOVE 0 TO BREAK-KEY-LENGTH
           PERFORM VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > 5
                      OR SETUP-ERROR-TEXT NOT = SPACES
               IF LIST-NAME(LIST-IDX) NOT = SPACES
                   PERFORM FIND-LAYOUT-FIELD
                   IF LOOKUP-IDX = 0
                       PERFORM REPORT-UNKNOWN-FIELD
                   ELSE
                       ADD 1 TO BREAK-COUNT
                       MOVE LOOKUP-IDX
                           TO BREAK-FIELD-IDX(BREAK-COUNT)
                       ADD FIELD-LENGTH(LOOKUP-IDX)
                           TO BREAK-KEY-LENGTH
                   END-IF
               END-IF
           END-PERFORM
           IF SETUP-ERROR-TEXT = SPACES
             AND BREAK-KEY-LENGTH > 200
               MOVE "break fields exceed 200 bytes together"
                   TO SETUP-ERROR-TEXT
           END-IF.

       RESOLVE-TOTAL-FIELDS.
           MOVE SPACES TO NAME-LIST-TABLE
           UNSTRING TOTAL-LIST-TEXT DELIMITED BY ","
               INTO LIST-NAME(1) LIST-NAME(2) LIST-NAME(3)
                    LIST-NAME(4) LIST-NAME(5) LIST-NAME(6)
           END-UNSTRING
           IF LIST-NAME(6) NOT = SPACES
               MOVE "more than 5 total fields named"
                   TO SETUP-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO TOTAL-COUNT
           PERFORM VARYING LIST-IDX FROM 1 BY 1
                   UNTIL LIST-IDX > 5
                      OR SETUP-ERROR-TEXT NOT = SPACES
               IF LIST-NAME(LIST-IDX) NOT = SPACES
                   PERFORM FIND-LAYOUT-FIELD
                   EVALUATE TRUE
                       WHEN LOOKUP-IDX = 0
                           PERFORM REPORT-UNKNOWN-FIELD
                       WHEN NOT FIELD-IS-ZONED(LOOKUP-IDX)
                         OR FIELD-LENGTH(LOOKUP-IDX) > 18
                           STRING "total field '"  DELIMITED BY SIZE
                                  FUNCTION TRIM(LOOKUP-NAME)
                                                    DELIMITED BY SIZE
                                  "' is not a zoned field of 18 "
                                                    DELIMITED BY SIZE
                                  "digits or fewer" DELIMITED BY SIZE
                                  INTO SETUP-ERROR-TEXT
                       WHEN OTHER
                           ADD 1 TO TOTAL-COUNT
                           MOVE LOOKUP-IDX
                               TO TOTAL-FIELD-IDX(TOTAL-COUNT)
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FIND-LAYOUT-FIELD.
           MOVE FUNCTION TRIM(LIST-NAME(LIST-IDX)) TO LOOKUP-NAME
           MOVE 0 TO LOOKUP-IDX
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
               IF FUNCTION TRIM(FIELD-NAME(FIELD-IDX)) = LOOKUP-NAME
                 AND LOOKUP-IDX = 0
                   MOVE FIELD-IDX TO LOOKUP-IDX
               END-IF
           END-PERFORM
           IF LOOKUP-IDX > 0
               IF FIELD-START(LOOKUP-IDX) < 1
                 OR FIELD-LENGTH(LOOKUP-IDX) < 1
                 OR FIELD-START(LOOKUP-IDX)
                    + FIELD-LENGTH(LOOKUP-IDX) > 301
                   STRING "field '"                DELIMITED BY SIZE
                          FUNCTION TRIM(LOOKUP-NAME)
                                                    DELIMITED BY SIZE
                          "' lies outside the master record"
                                                    DELIMITED BY SIZE
                          INTO SETUP-ERROR-TEXT
                   MOVE 0 TO LOOKUP-IDX
               END-IF
           END-IF.

       REPORT-UNKNOWN-FIELD.
           IF SETUP-ERROR-TEXT = SPACES
               STRING "field '"                    DELIMITED BY SIZE
                      FUNCTION TRIM(LOOKUP-NAME)    DELIMITED BY SIZE
                      "' is not in the layout"     DELIMITED BY SIZE
                      INTO SETUP-ERROR-TEXT
           END-IF.

      *> Key column, then one column per break field (its length or
      *> its name, whichever is wider, up to 20), then a 20-wide
      *> right-justified column per total field. The totals start at
      *> column 42 at the earliest so a subtotal's label has room.
       PLAN-REPORT-COLUMNS.
           MOVE 1 TO FIELD-IDX
           PERFORM SIZE-FIELD-COLUMN
           MOVE COL-WIDTH TO KEY-COL-WIDTH
           COMPUTE COL-POS = KEY-COL-WIDTH + 3
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               MOVE BREAK-FIELD-IDX(BRK-IDX) TO FIELD-IDX
               PERFORM SIZE-FIELD-COLUMN
               MOVE COL-POS TO BREAK-COL-START(BRK-IDX)
               MOVE COL-WIDTH TO BREAK-COL-WIDTH(BRK-IDX)
               COMPUTE COL-POS = COL-POS + COL-WIDTH + 2
           END-PERFORM
           IF COL-POS < 42
               MOVE 42 TO COL-POS
           END-IF
           MOVE COL-POS TO TOTALS-START
           PERFORM VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOTAL-COUNT
               MOVE COL-POS TO TOTAL-COL-START(TOT-IDX)
               ADD 22 TO COL-POS
           END-PERFORM
           COMPUTE LINE-WIDTH = COL-POS - 3
           IF LINE-WIDTH < 60
               MOVE 60 TO LINE-WIDTH
           END-IF.

       SIZE-FIELD-COLUMN.
           MOVE FIELD-LENGTH(FIELD-IDX) TO COL-WIDTH
           IF FUNCTION LENGTH(FUNCTION TRIM(FIELD-NAME(FIELD-IDX)))
                   > COL-WIDTH
               COMPUTE COL-WIDTH = FUNCTION LENGTH(
                   FUNCTION TRIM(FIELD-NAME(FIELD-IDX)))
           END-IF
           IF COL-WIDTH > 20
               MOVE 20 TO COL-WIDTH
           END-IF.

      *> Sort input: the whole master in key order, counted as read
      *> - the figure the printed count has to balance to.
       RELEASE-MASTER-RECORDS.
           MOVE "N" TO MASTER-EOF
           PERFORM UNTIL NO-MORE-MASTER-RECORDS
               READ MASTER-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO MASTER-EOF
                   NOT AT END
                       ADD 1 TO MASTER-COUNT
                       PERFORM BUILD-SORT-RECORD
                       RELEASE SORT-REC
               END-READ
               IF MASTER-STATUS(1:1) NOT = "0"
                 AND MASTER-STATUS NOT = "10"
                   DISPLAY "DENO-BREAK-REPORT: master read failed "
                       "STATUS=" MASTER-STATUS
                   MOVE "Y" TO MASTER-READ-FLAG
                   MOVE "Y" TO MASTER-EOF
               END-IF
           END-PERFORM.

       BUILD-SORT-RECORD.
           MOVE SPACES TO SORT-KEY
           MOVE 1 TO COL-POS
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               MOVE BREAK-FIELD-IDX(BRK-IDX) TO FIELD-IDX
               MOVE IMP-REC(FIELD-START(FIELD-IDX):
                            FIELD-LENGTH(FIELD-IDX))
                   TO SORT-KEY(COL-POS:FIELD-LENGTH(FIELD-IDX))
               ADD FIELD-LENGTH(FIELD-IDX) TO COL-POS
           END-PERFORM
           MOVE IMP-KEY TO SORT-KEY(201:100)
           MOVE IMP-REC TO SORT-IMAGE.

       PRINT-SORTED-RECORDS.
           MOVE "N" TO SORT-EOF
           MOVE "Y" TO FIRST-RECORD-FLAG
           PERFORM UNTIL NO-MORE-SORTED-RECORDS
               RETURN SORT-FD
                   AT END
                       MOVE "Y" TO SORT-EOF
                   NOT AT END
                       PERFORM PROCESS-SORTED-RECORD
               END-RETURN
           END-PERFORM
           IF REPORTED-COUNT > 0 AND BREAK-COUNT > 0
               MOVE 1 TO CHANGED-LEVEL
               PERFORM CLOSE-BREAK-LEVELS
           END-IF.

       PROCESS-SORTED-RECORD.
           ADD 1 TO REPORTED-COUNT
           MOVE SORT-IMAGE TO RECORD-IMAGE
           IF FIRST-SORTED-RECORD
               MOVE "N" TO FIRST-RECORD-FLAG
               PERFORM SAVE-BREAK-VALUES
           ELSE
               MOVE 0 TO CHANGED-LEVEL
               PERFORM VARYING BRK-IDX FROM 1 BY 1
                       UNTIL BRK-IDX > BREAK-COUNT
                          OR CHANGED-LEVEL > 0
                   MOVE BREAK-FIELD-IDX(BRK-IDX) TO FIELD-IDX
                   IF RECORD-IMAGE(FIELD-START(FIELD-IDX):
                                   FIELD-LENGTH(FIELD-IDX))
                      NOT = PREV-BREAK-VALUE(BRK-IDX)
                                (1:FIELD-LENGTH(FIELD-IDX))
                       MOVE BRK-IDX TO CHANGED-LEVEL
                   END-IF
               END-PERFORM
               IF CHANGED-LEVEL > 0
                   PERFORM CLOSE-BREAK-LEVELS
                   PERFORM SAVE-BREAK-VALUES
               END-IF
           END-IF
           PERFORM ACCUMULATE-RECORD
           IF DETAIL-LINES-WANTED
               PERFORM PRINT-DETAIL-LINE
           END-IF.

       SAVE-BREAK-VALUES.
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               MOVE BREAK-FIELD-IDX(BRK-IDX) TO FIELD-IDX
               MOVE SPACES TO PREV-BREAK-VALUE(BRK-IDX)
               MOVE RECORD-IMAGE(FIELD-START(FIELD-IDX):
                                 FIELD-LENGTH(FIELD-IDX))
                   TO PREV-BREAK-VALUE(BRK-IDX)
           END-PERFORM.

      *> A value that is not numeric cannot be added; it is flagged
      *> on its detail line and counted, and the run ends 8 because
      *> every total it belongs to is short.
       ACCUMULATE-RECORD.
           PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                   UNTIL LEVEL-IDX > BREAK-COUNT
               ADD 1 TO LEVEL-RECORDS(LEVEL-IDX)
           END-PERFORM
           ADD 1 TO LEVEL-RECORDS(GRAND-LEVEL)
           PERFORM VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOTAL-COUNT
               MOVE TOTAL-FIELD-IDX(TOT-IDX) TO FIELD-IDX
               IF RECORD-IMAGE(FIELD-START(FIELD-IDX):
                               FIELD-LENGTH(FIELD-IDX)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(
                       RECORD-IMAGE(FIELD-START(FIELD-IDX):
                                    FIELD-LENGTH(FIELD-IDX)))
                       TO DIGIT-PART
                   PERFORM VARYING LEVEL-IDX FROM 1 BY 1
                           UNTIL LEVEL-IDX > BREAK-COUNT
                       PERFORM ADD-TO-LEVEL-SUM
                   END-PERFORM
                   MOVE GRAND-LEVEL TO LEVEL-IDX
                   PERFORM ADD-TO-LEVEL-SUM
               ELSE
                   ADD 1 TO NONNUMERIC-COUNT
               END-IF
           END-PERFORM.

       ADD-TO-LEVEL-SUM.
           ADD DIGIT-PART TO LEVEL-SUM(LEVEL-IDX TOT-IDX)
               ON SIZE ERROR
                   MOVE "Y" TO LEVEL-OVERFLOW(LEVEL-IDX TOT-IDX)
                   MOVE "Y" TO OVERFLOW-FLAG
           END-ADD.

       PRINT-DETAIL-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE 1 TO FIELD-IDX
           PERFORM FORMAT-FIELD-VALUE
           MOVE VALUE-TEXT TO REPORT-LINE(1:KEY-COL-WIDTH)
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               MOVE BREAK-FIELD-IDX(BRK-IDX) TO FIELD-IDX
               PERFORM FORMAT-FIELD-VALUE
               MOVE VALUE-TEXT TO REPORT-LINE(
                   BREAK-COL-START(BRK-IDX):BREAK-COL-WIDTH(BRK-IDX))
           END-PERFORM
           PERFORM VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOTAL-COUNT
               MOVE TOTAL-FIELD-IDX(TOT-IDX) TO FIELD-IDX
               PERFORM FORMAT-FIELD-VALUE
               PERFORM RIGHT-JUSTIFY-AMOUNT
               MOVE AMOUNT-TEXT
                   TO REPORT-LINE(TOTAL-COL-START(TOT-IDX):20)
           END-PERFORM
           PERFORM WRITE-REPORT-LINE.

      *> Close every level from the innermost out to CHANGED-LEVEL:
      *> a change in a major field closes all the minor groups
      *> under it.
       CLOSE-BREAK-LEVELS.
           PERFORM VARYING LEVEL-IDX FROM BREAK-COUNT BY -1
                   UNTIL LEVEL-IDX < CHANGED-LEVEL
               PERFORM PRINT-LEVEL-TOTAL
               MOVE 0 TO LEVEL-RECORDS(LEVEL-IDX)
               PERFORM VARYING TOT-IDX FROM 1 BY 1
                       UNTIL TOT-IDX > 5
                   MOVE 0 TO LEVEL-SUM(LEVEL-IDX TOT-IDX)
                   MOVE "N" TO LEVEL-OVERFLOW(LEVEL-IDX TOT-IDX)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-LEVEL-TOTAL.
           MOVE BREAK-FIELD-IDX(LEVEL-IDX) TO FIELD-IDX
           MOVE SPACES TO RAW-FIELD
           MOVE PREV-BREAK-VALUE(LEVEL-IDX)(1:FIELD-LENGTH(FIELD-IDX))
               TO RAW-FIELD
           PERFORM FORMAT-RAW-VALUE
           MOVE LEVEL-RECORDS(LEVEL-IDX) TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL "                         DELIMITED BY SIZE
                  FUNCTION TRIM(FIELD-NAME(FIELD-IDX))
                                                    DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(VALUE-TEXT)         DELIMITED BY SIZE
                  " ("                             DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)      DELIMITED BY SIZE
                  ")"                              DELIMITED BY SIZE
                  INTO REPORT-LINE(1:TOTALS-START - 2)
           PERFORM PLACE-LEVEL-SUMS
           PERFORM WRITE-REPORT-LINE.

       PLACE-LEVEL-SUMS.
           PERFORM VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOTAL-COUNT
               IF LEVEL-OVERFLOW(LEVEL-IDX TOT-IDX) = "Y"
                   MOVE SPACES TO VALUE-TEXT
                   MOVE "*OVERFLOW*" TO VALUE-TEXT
               ELSE
                   MOVE TOTAL-FIELD-IDX(TOT-IDX) TO FIELD-IDX
                   MOVE LEVEL-SUM(LEVEL-IDX TOT-IDX) TO DIGIT-PART
                   MOVE FIELD-SCALE(FIELD-IDX) TO FORMAT-SCALE
                   PERFORM FORMAT-AMOUNT
               END-IF
               PERFORM RIGHT-JUSTIFY-AMOUNT
               MOVE AMOUNT-TEXT
                   TO REPORT-LINE(TOTAL-COL-START(TOT-IDX):20)
           END-PERFORM.

       FORMAT-FIELD-VALUE.
           MOVE SPACES TO RAW-FIELD
           MOVE RECORD-IMAGE(FIELD-START(FIELD-IDX):
                             FIELD-LENGTH(FIELD-IDX))
               TO RAW-FIELD
           PERFORM FORMAT-RAW-VALUE.

      *> Zoned values come back as numbers with the implied point
      *> re-inserted; anything undecodable shows flagged.
       FORMAT-RAW-VALUE.
           MOVE SPACES TO VALUE-TEXT
           IF NOT FIELD-IS-ZONED(FIELD-IDX)
               MOVE RAW-FIELD(1:40) TO VALUE-TEXT
               EXIT PARAGRAPH
           END-IF
           IF RAW-FIELD(1:FIELD-LENGTH(FIELD-IDX)) IS NOT NUMERIC
               MOVE "*NOT NUMERIC*" TO VALUE-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(
               RAW-FIELD(1:FIELD-LENGTH(FIELD-IDX))) TO DIGIT-PART
           MOVE FIELD-SCALE(FIELD-IDX) TO FORMAT-SCALE
           PERFORM FORMAT-AMOUNT.

       FORMAT-AMOUNT.
           MOVE SPACES TO VALUE-TEXT
           IF FORMAT-SCALE = 0
               MOVE DIGIT-PART TO INT-DISPLAY
               MOVE FUNCTION TRIM(INT-DISPLAY) TO VALUE-TEXT
           ELSE
               COMPUTE SCALE-POW = 10 ** FORMAT-SCALE
               DIVIDE DIGIT-PART BY SCALE-POW
                   GIVING WORK-INT REMAINDER WORK-FRAC
               MOVE WORK-INT TO INT-DISPLAY
               MOVE WORK-FRAC TO FRAC-DISPLAY
               STRING FUNCTION TRIM(INT-DISPLAY)   DELIMITED BY SIZE
                      "."                          DELIMITED BY SIZE
                      FRAC-DISPLAY(10 - FORMAT-SCALE:FORMAT-SCALE)
                                                    DELIMITED BY SIZE
                      INTO VALUE-TEXT
           END-IF.

       RIGHT-JUSTIFY-AMOUNT.
           MOVE SPACES TO AMOUNT-TEXT
           COMPUTE VALUE-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(VALUE-TEXT))
           IF VALUE-LEN > 20
               MOVE 20 TO VALUE-LEN
           END-IF
           MOVE VALUE-TEXT(1:VALUE-LEN)
               TO AMOUNT-TEXT(21 - VALUE-LEN:VALUE-LEN).

      *> Grand total and the balancing line - the record count the
      *> report printed against the count read off the master.
       PRINT-REPORT-SUMMARY.
           MOVE GRAND-LEVEL TO LEVEL-IDX
           MOVE LEVEL-RECORDS(GRAND-LEVEL) TO COUNT-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "GRAND TOTAL ("                  DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)      DELIMITED BY SIZE
                  ")"                              DELIMITED BY SIZE
                  INTO REPORT-LINE(1:TOTALS-START - 2)
           PERFORM PLACE-LEVEL-SUMS
           PERFORM WRITE-REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE)

           MOVE 0 TO STATUS-CODE
           EVALUATE TRUE
               WHEN MASTER-READ-FAILED
                   MOVE "MASTER NOT READ TO THE END" TO BALANCE-TEXT
                   MOVE 8 TO STATUS-CODE
               WHEN SORT-RETURN NOT = 0
                   MOVE "SORT FAILED" TO BALANCE-TEXT
                   MOVE 8 TO STATUS-CODE
               WHEN REPORTED-COUNT NOT = MASTER-COUNT
                   MOVE "OUT OF BALANCE" TO BALANCE-TEXT
                   MOVE 8 TO STATUS-CODE
               WHEN NONNUMERIC-COUNT > 0
                   MOVE "TOTALS SHORT - VALUES NOT NUMERIC"
                       TO BALANCE-TEXT
                   MOVE 8 TO STATUS-CODE
               WHEN TOTAL-OVERFLOWED
                   MOVE "TOTALS OVERFLOWED" TO BALANCE-TEXT
                   MOVE 8 TO STATUS-CODE
               WHEN OTHER
                   MOVE "BALANCED" TO BALANCE-TEXT
           END-EVALUATE
           MOVE REPORTED-COUNT TO COUNT-DISPLAY
           MOVE MASTER-COUNT TO COUNT-DISPLAY-2
           MOVE NONNUMERIC-COUNT TO COUNT-DISPLAY-3
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS REPORTED="              DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)      DELIMITED BY SIZE
                  " MASTER RECORDS="               DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2)    DELIMITED BY SIZE
                  " NOT-NUMERIC="                  DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-3)    DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(BALANCE-TEXT)       DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           DISPLAY FUNCTION TRIM(REPORT-LINE)

           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "BREAKRPT "                      DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-FILE-PATH)   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(REPORT-LINE)        DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               BREAK-ELAPSED.

       WRITE-REPORT-LINE.
           IF PAGE-NUMBER = 0 OR LINES-ON-PAGE >= PAGE-LINES
               PERFORM PRINT-PAGE-HEADER
           END-IF
           MOVE REPORT-LINE TO BREAK-REPORT-REC
           WRITE BREAK-REPORT-REC
           ADD 1 TO LINES-ON-PAGE.

      *> Title, business date and page; the master and sort order;
      *> the column headings.
       PRINT-PAGE-HEADER.
           ADD 1 TO PAGE-NUMBER
           MOVE PAGE-NUMBER TO PAGE-DISPLAY
           MOVE SPACES TO BREAK-REPORT-REC
           STRING "DENO-BREAK-REPORT  "            DELIMITED BY SIZE
                  FUNCTION TRIM(REPORT-TITLE)       DELIMITED BY SIZE
                  "  BUSINESS DATE "               DELIMITED BY SIZE
                  BUSDATE-TEXT(1:4)                 DELIMITED BY SIZE
                  "-"                              DELIMITED BY SIZE
                  BUSDATE-TEXT(5:2)                 DELIMITED BY SIZE
                  "-"                              DELIMITED BY SIZE
                  BUSDATE-TEXT(7:2)                 DELIMITED BY SIZE
                  "  PAGE "                        DELIMITED BY SIZE
                  FUNCTION TRIM(PAGE-DISPLAY)       DELIMITED BY SIZE
                  INTO BREAK-REPORT-REC
           IF PAGE-NUMBER = 1
               WRITE BREAK-REPORT-REC
           ELSE
               WRITE BREAK-REPORT-REC AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO BREAK-REPORT-REC
           STRING "MASTER "                        DELIMITED BY SIZE
                  FUNCTION TRIM(MASTER-FILE-PATH)   DELIMITED BY SIZE
                  "  BY "                          DELIMITED BY SIZE
                  FUNCTION TRIM(BREAK-LIST-TEXT)    DELIMITED BY SIZE
                  INTO BREAK-REPORT-REC
           IF BREAK-COUNT = 0
               MOVE SPACES TO BREAK-REPORT-REC
               STRING "MASTER "                    DELIMITED BY SIZE
                      FUNCTION TRIM(MASTER-FILE-PATH)
                                                    DELIMITED BY SIZE
                      "  IN KEY ORDER"             DELIMITED BY SIZE
                      INTO BREAK-REPORT-REC
           END-IF
           WRITE BREAK-REPORT-REC
           MOVE SPACES TO BREAK-REPORT-REC
           MOVE FIELD-NAME(1) TO BREAK-REPORT-REC(1:KEY-COL-WIDTH)
           PERFORM VARYING BRK-IDX FROM 1 BY 1
                   UNTIL BRK-IDX > BREAK-COUNT
               MOVE FIELD-NAME(BREAK-FIELD-IDX(BRK-IDX))
                   TO BREAK-REPORT-REC(
                   BREAK-COL-START(BRK-IDX):BREAK-COL-WIDTH(BRK-IDX))
           END-PERFORM
           PERFORM VARYING TOT-IDX FROM 1 BY 1
                   UNTIL TOT-IDX > TOTAL-COUNT
               MOVE FUNCTION TRIM(
                   FIELD-NAME(TOTAL-FIELD-IDX(TOT-IDX)))
                   TO VALUE-TEXT
               PERFORM RIGHT-JUSTIFY-AMOUNT
               MOVE AMOUNT-TEXT
                   TO BREAK-REPORT-REC(TOTAL-COL-START(TOT-IDX):20)
           END-PERFORM
           WRITE BREAK-REPORT-REC
           MOVE ALL "-" TO BREAK-REPORT-REC(1:LINE-WIDTH)
           WRITE BREAK-REPORT-REC
           MOVE 4 TO LINES-ON-PAGE.
