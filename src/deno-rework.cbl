      *> the export control record covered the ORIGINAL load - but a
      *> journal in IMPORT-OPTIONS is honoured, so resubmitted
      *> records are as backout-able as the first pass.
      *>
      *> Rejects from a transaction-mode load (IMP-LOAD-MODE "T")
      *> lead with their action code: the key is then the second
      *> token, field corrections skip the code, and the corrected
      *> record is resubmitted with its code, in transaction mode,
      *> so a change still arrives as a change.
      *>
      *> With IMP-LAYOUT-NAME set the field table comes from the
      *> layout registry (DENO-LAYOUT), the same one the original
      *> load and the resubmission use.
      *>
      *> A multi-record-type load (IMP-TYPE-COUNT) is not reworked:
      *> its details were proved against the trailer as one file, so
      *> the file is corrected at source and loaded again whole.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               01  REWORK-REPORT-PATH  PIC X(100) VALUE
                       "/tmp/deno-rework-report.txt".
               01  REJECT-IN-STATUS    PIC XX.
               01  LAYOUT-LOAD-ACTION  PIC X(1).
               01  LAYOUT-LOAD-STATUS  PIC S9(4) COMP.
               01  REJECT-OUT-STATUS   PIC XX.
               01  CORRECTION-STATUS   PIC XX.
               01  RESUBMIT-STATUS     PIC XX.
               01  MARKER-POS          PIC 9(4).
               01  SCAN-POS            PIC 9(4).
               01  WORK-TOKENS.
      *> One spare token for a transaction record's action code.
                   05  WORK-TOKEN      PIC X(101) OCCURS 21 TIMES.
               01  TOKEN-IDX           PIC 9(2).
               01  FIELD-IDX           PIC 9(2).
               01  FIELD-FOUND-IDX     PIC 9(2).
               01  SAVED-CONTROL-FILE  PIC X(100).
               01  SAVED-INPUT-FORMAT  PIC X(1).
               01  RESUB-KEY-TOKEN     PIC X(101).
      *> 1 when every reject line leads with an action code.
               01  ACTION-TOKEN-SHIFT  PIC 9(1) VALUE 0.

       LINKAGE SECTION.
               01  REWORK-ACTION       PIC X(1).
           MOVE CORRECTION-FILE TO CORRECTION-FILE-USED
           MOVE RESUBMIT-FILE TO RESUBMIT-FILE-USED
           MOVE DISPOSITION-FILE TO DISPOSITION-FILE-USED
           MOVE 0 TO ACTION-TOKEN-SHIFT
           IF IMP-MODE-TRANSACTION
               MOVE 1 TO ACTION-TOKEN-SHIFT
           END-IF

           IF IMP-TYPE-COUNT IS NUMERIC AND IMP-TYPE-COUNT > 0
               MOVE 95 TO STATUS-CODE
               MOVE SPACES TO AUDIT-CMD-TEXT
               STRING "REWORK: record-typed loads are not reworked;"
                                                   DELIMITED BY SIZE
                      " correct and reload the file whole"
                                                   DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
               CALL "DENO-AUDIT-LOG" USING
                   AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                   REWORK-ELAPSED
               MOVE STATUS-CODE TO RETURN-CODE
               EXIT PROGRAM
           END-IF

           IF IMP-LAYOUT-NAME NOT = SPACES
               MOVE "G" TO LAYOUT-LOAD-ACTION
               CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
                   IMP-LAYOUT-NAME IMP-LAYOUT-VERSION
                   FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
                   LAYOUT-LOAD-STATUS
               IF LAYOUT-LOAD-STATUS NOT = 0
                   MOVE 95 TO STATUS-CODE
                   MOVE SPACES TO AUDIT-CMD-TEXT
                   STRING "REWORK: layout '"       DELIMITED BY SIZE
                          FUNCTION TRIM(IMP-LAYOUT-NAME)
                                                   DELIMITED BY SIZE
                          "' not registered"       DELIMITED BY SIZE
                          INTO AUDIT-CMD-TEXT
                   CALL "DENO-AUDIT-LOG" USING
                       AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
                       REWORK-ELAPSED
                   MOVE STATUS-CODE TO RETURN-CODE
                   EXIT PROGRAM
               END-IF
           END-IF

           PERFORM LOAD-REJECT-TABLE
           IF REJECT-IN-STATUS NOT = "00" AND REJECT-COUNT = 0
           END-IF
           MOVE SPACES TO WORK-TOKENS
           UNSTRING RJ-DATA(REJECT-COUNT) DELIMITED BY "|"
               INTO WORK-TOKEN(1) WORK-TOKEN(2)
           END-UNSTRING
           MOVE FUNCTION TRIM(WORK-TOKEN(1 + ACTION-TOKEN-SHIFT))
               TO RJ-KEY(REJECT-COUNT)
           PERFORM TALLY-REJECT-REASON.

                    WORK-TOKEN(10) WORK-TOKEN(11) WORK-TOKEN(12)
                    WORK-TOKEN(13) WORK-TOKEN(14) WORK-TOKEN(15)
                    WORK-TOKEN(16) WORK-TOKEN(17) WORK-TOKEN(18)
                    WORK-TOKEN(19) WORK-TOKEN(20) WORK-TOKEN(21)
           END-UNSTRING
           MOVE CR-VALUE(COR-IDX)
               TO WORK-TOKEN(FIELD-FOUND-IDX + ACTION-TOKEN-SHIFT)
           MOVE SPACES TO RJ-DATA(REJ-IDX)
           MOVE 1 TO REBUILD-PTR
           PERFORM VARYING TOKEN-IDX FROM 1 BY 1
                   UNTIL TOKEN-IDX >
                         FIELD-LAYOUT-COUNT + ACTION-TOKEN-SHIFT
               IF TOKEN-IDX > 1
                   STRING "|"                      DELIMITED BY SIZE
                          INTO RJ-DATA(REJ-IDX)
                           MOVE "Y" TO REJECT-EOF
                       NOT AT END
                           MOVE SPACES TO RESUB-KEY-TOKEN
                           MOVE SPACES TO WORK-TOKENS
                           UNSTRING REJECT-IN-REC DELIMITED BY "|"
                               INTO WORK-TOKEN(1) WORK-TOKEN(2)
                           END-UNSTRING
                           MOVE WORK-TOKEN(1 + ACTION-TOKEN-SHIFT)
                               TO RESUB-KEY-TOKEN
                           PERFORM VARYING REJ-IDX FROM 1 BY 1
                                   UNTIL REJ-IDX > REJECT-COUNT
                               IF RJ-RESUB-GOOD(REJ-IDX)
