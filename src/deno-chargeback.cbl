      *>                             business date's month)
      *>   DENO_CHARGEBACK_CATALOG   catalog to attribute through
      *>                             (default /tmp/deno-catalog.dat)
      *>   DENO_CHARGEBACK_OWNERS    owner master for cost centers
      *>                             (default /tmp/deno-owners.dat)
      *>
      *> Every DENO-RUN line in the month's dated audit logs is
      *> attributed: the quoted script path is pulled from the
      *> show up instead of vanishing. Dry runs are excluded (they
      *> consume no runtime). The prior month is walked the same
      *> way, and the statement shows each owner's totals with the
      *> elapsed trend against it, then the same figures rolled up
      *> by the owners' cost centers (DENOOWNR.cpy). Owner ids are
      *> compared upper case, as the owner master keys them; an
      *> owner missing from the master rolls up under cost center
      *> UNKNOWN, UNASSIGNED runs under UNASSIGNED. Output goes to
      *> the console and /tmp/deno-chargeback-report.txt.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-SCRIPT-PATH
                   FILE STATUS IS CATALOG-STATUS.
               SELECT OWNER-FD
                   ASSIGN TO DYNAMIC OWNER-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OWN-ID
                   FILE STATUS IS OWNER-STATUS.
               SELECT CHARGE-REPORT-FD
                   ASSIGN TO DYNAMIC CHARGE-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           FD  CATALOG-FD.
           COPY DENOCAT.

           FD  OWNER-FD.
           COPY DENOOWNR.

           FD  CHARGE-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  CHARGE-REPORT-REC   PIC X(300).
               01  CATALOG-STATUS  PIC XX.
               01  CATALOG-OPEN    PIC X VALUE "N".
                   88  CATALOG-IS-OPEN     VALUE "Y".
               01  OWNER-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-owners.dat".
               01  OWNER-STATUS    PIC XX.
               01  OWNER-MASTER-OPEN PIC X VALUE "N".
                   88  OWNER-MASTER-IS-OPEN VALUE "Y".
               01  ENV-PATH-TEXT   PIC X(100).
               01  AUDIT-HIST-EOF  PIC X.
                   88  NO-MORE-HIST-LINES  VALUE "Y".
                       10  OW-ELAPSED      PIC 9(12).
                       10  OW-PRIOR-RUNS   PIC 9(6).
                       10  OW-PRIOR-ELAPSED PIC 9(12).
                       10  OW-COST-CENTER  PIC X(10).
               01  OWNER-IDX       PIC 9(2).
               01  OWNER-SLOT      PIC 9(2).

      *> Cost-center roll-up, built from the owner table at report
      *> time; never more centers than owners.
               01  CENTER-COUNT    PIC 9(2) VALUE 0.
               01  CENTER-TABLE.
                   05  CENTER-ENTRY OCCURS 50 TIMES.
                       10  CC-NAME         PIC X(10).
                       10  CC-OWNERS       PIC 9(2).
                       10  CC-RUNS         PIC 9(6).
                       10  CC-ELAPSED      PIC 9(12).
                       10  CC-PRIOR-RUNS   PIC 9(6).
                       10  CC-PRIOR-ELAPSED PIC 9(12).
               01  CENTER-IDX      PIC 9(2).
               01  CENTER-SLOT     PIC 9(2).
               01  OWNERS-DISPLAY  PIC Z9.

               01  TOTAL-RUNS      PIC 9(8) VALUE 0.
               01  TOTAL-ELAPSED   PIC 9(12) VALUE 0.
               01  RUNS-DISPLAY    PIC Z(5)9.
                   " unavailable; every run bills UNASSIGNED"
           END-IF

           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_CHARGEBACK_OWNERS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO OWNER-FILE-PATH
           END-IF
           OPEN INPUT OWNER-FD
           IF OWNER-STATUS = "00"
               MOVE "Y" TO OWNER-MASTER-OPEN
           ELSE
               DISPLAY "DENO-CHARGEBACK: owner master "
                   FUNCTION TRIM(OWNER-FILE-PATH)
                   " unavailable; every owner rolls up UNKNOWN"
           END-IF

           MOVE "P" TO PERIOD-FLAG
           MOVE PRIOR-MONTH TO SCAN-MONTH
           PERFORM SCAN-ONE-MONTH
           IF CATALOG-IS-OPEN
               CLOSE CATALOG-FD
           END-IF
           IF OWNER-MASTER-IS-OPEN
               CLOSE OWNER-FD
           END-IF
           PERFORM WRITE-CHARGEBACK-REPORT
           STOP RUN.

                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(CAT-OWNER) NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(CAT-OWNER)) TO OWNER-NAME
                   END-IF
           END-READ.

                   MOVE 0 TO OW-ELAPSED(OWNER-SLOT)
                   MOVE 0 TO OW-PRIOR-RUNS(OWNER-SLOT)
                   MOVE 0 TO OW-PRIOR-ELAPSED(OWNER-SLOT)
                   PERFORM LOOKUP-OWNER-COST-CENTER
               END-IF
           END-IF
           IF SCANNING-CURRENT
               ADD LINE-ELAPSED TO OW-PRIOR-ELAPSED(OWNER-SLOT)
           END-IF.

      *> Once per owner, when its slot is opened.
       LOOKUP-OWNER-COST-CENTER.
           IF OWNER-NAME = "UNASSIGNED"
               MOVE "UNASSIGNED" TO OW-COST-CENTER(OWNER-SLOT)
               EXIT PARAGRAPH
           END-IF
           MOVE "UNKNOWN" TO OW-COST-CENTER(OWNER-SLOT)
           IF NOT OWNER-MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OWNER-REC
           MOVE OWNER-NAME TO OWN-ID
           READ OWNER-FD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OWN-COST-CENTER NOT = SPACES
                       MOVE OWN-COST-CENTER
                           TO OW-COST-CENTER(OWNER-SLOT)
                   END-IF
           END-READ.

       WRITE-CHARGEBACK-REPORT.
           OPEN OUTPUT CHARGE-REPORT-FD
           MOVE SPACES TO REPORT-LINE
                  BILL-MONTH                        DELIMITED BY SIZE
                  " (PRIOR "                       DELIMITED BY SIZE
                  PRIOR-MONTH                       DELIMITED BY SIZE
                  ") BY OWNER AND COST CENTER"     DELIMITED BY SIZE
                  INTO REPORT-LINE
           MOVE REPORT-LINE TO CHARGE-REPORT-REC
           WRITE CHARGE-REPORT-REC
                   UNTIL OWNER-IDX > OWNER-COUNT
               PERFORM WRITE-OWNER-LINE
           END-PERFORM
           PERFORM ROLL-UP-COST-CENTERS
           MOVE "BY COST CENTER" TO REPORT-LINE
           MOVE REPORT-LINE TO CHARGE-REPORT-REC
           WRITE CHARGE-REPORT-REC
           DISPLAY FUNCTION TRIM(REPORT-LINE)
           PERFORM VARYING CENTER-IDX FROM 1 BY 1
                   UNTIL CENTER-IDX > CENTER-COUNT
               PERFORM WRITE-CENTER-LINE
           END-PERFORM
           MOVE TOTAL-RUNS TO RUNS-DISPLAY
           MOVE TOTAL-ELAPSED TO ELAPSED-DISPLAY
           MOVE SPACES TO REPORT-LINE
                  " PRIOR-ELAPSED(cs)="            DELIMITED BY SIZE
                  FUNCTION TRIM(PRIOR-ELAPSED-DISPLAY)
                                                    DELIMITED BY SIZE
                  " CC="                           DELIMITED BY SIZE
                  FUNCTION TRIM(OW-COST-CENTER(OWNER-IDX))
                                                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF OW-PRIOR-ELAPSED(OWNER-IDX) > 0
               COMPUTE TREND-PCT =
           MOVE REPORT-LINE TO CHARGE-REPORT-REC
           WRITE CHARGE-REPORT-REC
           DISPLAY FUNCTION TRIM(REPORT-LINE).

       ROLL-UP-COST-CENTERS.
           MOVE 0 TO CENTER-COUNT
           PERFORM VARYING OWNER-IDX FROM 1 BY 1
                   UNTIL OWNER-IDX > OWNER-COUNT
               MOVE 0 TO CENTER-SLOT
               PERFORM VARYING CENTER-IDX FROM 1 BY 1
                       UNTIL CENTER-IDX > CENTER-COUNT
                   IF CC-NAME(CENTER-IDX) = OW-COST-CENTER(OWNER-IDX)
                       MOVE CENTER-IDX TO CENTER-SLOT
                   END-IF
               END-PERFORM
               IF CENTER-SLOT = 0
                   ADD 1 TO CENTER-COUNT
                   MOVE CENTER-COUNT TO CENTER-SLOT
                   MOVE OW-COST-CENTER(OWNER-IDX)
                       TO CC-NAME(CENTER-SLOT)
                   MOVE 0 TO CC-OWNERS(CENTER-SLOT)
                   MOVE 0 TO CC-RUNS(CENTER-SLOT)
                   MOVE 0 TO CC-ELAPSED(CENTER-SLOT)
                   MOVE 0 TO CC-PRIOR-RUNS(CENTER-SLOT)
                   MOVE 0 TO CC-PRIOR-ELAPSED(CENTER-SLOT)
               END-IF
               ADD 1 TO CC-OWNERS(CENTER-SLOT)
               ADD OW-RUNS(OWNER-IDX) TO CC-RUNS(CENTER-SLOT)
               ADD OW-ELAPSED(OWNER-IDX) TO CC-ELAPSED(CENTER-SLOT)
               ADD OW-PRIOR-RUNS(OWNER-IDX)
                   TO CC-PRIOR-RUNS(CENTER-SLOT)
               ADD OW-PRIOR-ELAPSED(OWNER-IDX)
                   TO CC-PRIOR-ELAPSED(CENTER-SLOT)
           END-PERFORM.

       WRITE-CENTER-LINE.
           MOVE CC-OWNERS(CENTER-IDX) TO OWNERS-DISPLAY
           MOVE CC-RUNS(CENTER-IDX) TO RUNS-DISPLAY
           MOVE CC-ELAPSED(CENTER-IDX) TO ELAPSED-DISPLAY
           MOVE CC-PRIOR-RUNS(CENTER-IDX) TO PRIOR-RUNS-DISPLAY
           MOVE CC-PRIOR-ELAPSED(CENTER-IDX)
               TO PRIOR-ELAPSED-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "  "                             DELIMITED BY SIZE
                  FUNCTION TRIM(CC-NAME(CENTER-IDX))
                                                    DELIMITED BY SIZE
                  ": OWNERS="                      DELIMITED BY SIZE
                  FUNCTION TRIM(OWNERS-DISPLAY)     DELIMITED BY SIZE
                  " RUNS="                         DELIMITED BY SIZE
                  FUNCTION TRIM(RUNS-DISPLAY)       DELIMITED BY SIZE
                  " ELAPSED(cs)="                  DELIMITED BY SIZE
                  FUNCTION TRIM(ELAPSED-DISPLAY)    DELIMITED BY SIZE
                  " PRIOR-RUNS="                   DELIMITED BY SIZE
                  FUNCTION TRIM(PRIOR-RUNS-DISPLAY) DELIMITED BY SIZE
                  " PRIOR-ELAPSED(cs)="            DELIMITED BY SIZE
                  FUNCTION TRIM(PRIOR-ELAPSED-DISPLAY)
                                                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF CC-PRIOR-ELAPSED(CENTER-IDX) > 0
               COMPUTE TREND-PCT =
                   (CC-ELAPSED(CENTER-IDX)
                    - CC-PRIOR-ELAPSED(CENTER-IDX)) * 100
                   / CC-PRIOR-ELAPSED(CENTER-IDX)
               MOVE TREND-PCT TO TREND-DISPLAY
               COMPUTE QUOTE-POS = FUNCTION LENGTH(
                   FUNCTION TRIM(REPORT-LINE)) + 1
               STRING " TREND="                    DELIMITED BY SIZE
                      FUNCTION TRIM(TREND-DISPLAY)  DELIMITED BY SIZE
                      "%"                          DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER QUOTE-POS
           END-IF
           MOVE REPORT-LINE TO CHARGE-REPORT-REC
           WRITE CHARGE-REPORT-REC
           DISPLAY FUNCTION TRIM(REPORT-LINE).
