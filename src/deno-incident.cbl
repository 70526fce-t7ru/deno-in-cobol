       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-INCIDENT.

      *> Operator front end to the incident register (DENOINC.cpy).
      *> DENO_INCIDENT_ACTION selects the action:
      *>
      *>   OPEN     DENO_INCIDENT_TITLE, DENO_INCIDENT_BY, optional
      *>            DENO_INCIDENT_SCRIPT and a first DENO_INCIDENT_LINK
      *>   LINK     attach DENO_INCIDENT_LINK (TYPE:VALUE, e.g.
      *>            STEP:NIGHTLY:POST-GL 20261014, SEQ:00012345,
      *>            LOAD:GL20261014) to DENO_INCIDENT_ID
      *>   ACK      acknowledge DENO_INCIDENT_ID
      *>   CLOSE    close DENO_INCIDENT_ID with DENO_INCIDENT_CAUSE
      *>            (a root-cause code, see DENOINC.cpy) and
      *>            DENO_INCIDENT_NOTE (the resolution)
      *>   SHOW     one incident and everything linked to it
      *>   LIST     every incident not yet closed
      *>   REPORT   the monthly report for DENO_INCIDENT_MONTH
      *>            (YYYYMM, default this month): incidents opened
      *>            in the month by root cause and by script, mean
      *>            time to acknowledge and mean time to resolve,
      *>            to the console and
      *>            /tmp/deno-incident-report-YYYYMM.txt
      *>            (DENO_INCIDENT_REPORT overrides the path)
      *>
      *> DENO-ALERT-DESK opens incidents for alerts on its own, a
      *> DENO-BATCH rerun links its step outcomes with
      *> DENO_BATCH_INCIDENT, and DENO-BACKOUT links the load and
      *> its outcome with DENO_BACKOUT_INCIDENT. Changes go through
      *> DENO-INCIDENT-LOG; RETURN-CODE is 8 when one is refused.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT INCIDENT-FD
                   ASSIGN TO DYNAMIC INCIDENT-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INC-ID
                   FILE STATUS IS INCIDENT-STATUS.
               SELECT REPORT-FD
                   ASSIGN TO DYNAMIC REPORT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  INCIDENT-FD.
           COPY DENOINC.

           FD  REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  REPORT-REC          PIC X(200).

           WORKING-STORAGE SECTION.
               01  INCIDENT-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-incidents.dat".
               01  REPORT-FILE-PATH PIC X(100).
               01  INCIDENT-STATUS PIC XX.
               01  REPORT-FILE-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  INCIDENT-EOF    PIC X.
                   88  NO-MORE-INCIDENTS       VALUE "Y".
               01  INCIDENT-ACTION-TEXT PIC X(10).
               01  INCIDENT-ID-TEXT PIC X(10).
               01  INCIDENT-LINK-TEXT PIC X(80).
               01  REPORT-MONTH    PIC X(6).
               COPY DENOINCR.
               COPY DENOSTAT.

               01  OUTPUT-LINE     PIC X(200).
               01  OUTPUT-PTR      PIC 9(3).
               01  ID-DISPLAY      PIC 9(6).
               01  LINK-IDX        PIC 9(2).
               01  STATE-WORD      PIC X(6).
               01  LISTED-COUNT    PIC 9(6).

      *> Monthly report accumulators.
               01  STAMP-WORK      PIC X(14).
               01  STAMP-MINUTES   PIC 9(12).
               01  OPENED-MINUTES  PIC 9(12).
               01  SPAN-MINUTES    PIC S9(12).
               01  MONTH-COUNT     PIC 9(6).
               01  MONTH-OPEN-COUNT PIC 9(6).
               01  ACKED-COUNT     PIC 9(6).
               01  ACK-MINUTES-SUM PIC 9(12).
               01  RESOLVED-COUNT  PIC 9(6).
               01  RESOLVE-MINUTES-SUM PIC 9(12).
               01  MEAN-MINUTES    PIC 9(9)V9.
               01  MEAN-DISPLAY    PIC Z(8)9.9.
               01  COUNT-DISPLAY   PIC Z(5)9.
               01  CAUSE-COUNT     PIC 9(2) VALUE 0.
               01  CAUSE-TABLE.
                   05  CAUSE-ENTRY OCCURS 20 TIMES.
                       10  CT-CAUSE        PIC X(10).
                       10  CT-COUNT        PIC 9(6).
               01  SCRIPT-COUNT    PIC 9(2) VALUE 0.
               01  SCRIPT-TABLE.
                   05  SCRIPT-ENTRY OCCURS 50 TIMES.
                       10  ST-SCRIPT       PIC X(100).
                       10  ST-COUNT        PIC 9(6).
               01  SCRIPT-OTHER-COUNT PIC 9(6).
               01  TABLE-IDX       PIC 9(2).
               01  TABLE-HIT       PIC 9(2).
               01  TALLY-KEY       PIC X(100).

       PROCEDURE DIVISION.
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_INCIDENT_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO INCIDENT-FILE-PATH
           END-IF
           MOVE SPACES TO INCIDENT-ACTION-TEXT
           ACCEPT INCIDENT-ACTION-TEXT
               FROM ENVIRONMENT "DENO_INCIDENT_ACTION"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(INCIDENT-ACTION-TEXT)
               TO INCIDENT-ACTION-TEXT
           PERFORM READ-INCIDENT-REQUEST

           EVALUATE FUNCTION TRIM(INCIDENT-ACTION-TEXT)
               WHEN "OPEN"
                   MOVE "O" TO INR-ACTION
                   PERFORM SEND-INCIDENT-REQUEST
               WHEN "LINK"
                   MOVE "L" TO INR-ACTION
                   PERFORM SEND-INCIDENT-REQUEST
               WHEN "ACK"
                   MOVE "A" TO INR-ACTION
                   PERFORM SEND-INCIDENT-REQUEST
               WHEN "CLOSE"
                   MOVE "C" TO INR-ACTION
                   PERFORM SEND-INCIDENT-REQUEST
               WHEN "SHOW"
                   PERFORM SHOW-ONE-INCIDENT
               WHEN "LIST"
                   PERFORM LIST-OPEN-INCIDENTS
               WHEN "REPORT"
                   PERFORM WRITE-MONTHLY-REPORT
               WHEN OTHER
                   DISPLAY "DENO-INCIDENT: unknown action '"
                       FUNCTION TRIM(INCIDENT-ACTION-TEXT)
                       "' (OPEN, LINK, ACK, CLOSE, SHOW, LIST or "
                       "REPORT)"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       READ-INCIDENT-REQUEST.
           MOVE SPACES TO INCIDENT-REQUEST
           MOVE 0 TO INR-ID
           MOVE SPACES TO INCIDENT-ID-TEXT
           ACCEPT INCIDENT-ID-TEXT
               FROM ENVIRONMENT "DENO_INCIDENT_ID"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF INCIDENT-ID-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(INCIDENT-ID-TEXT)) = 0
               COMPUTE INR-ID = FUNCTION NUMVAL(
                   FUNCTION TRIM(INCIDENT-ID-TEXT))
           END-IF
           ACCEPT INR-BY
               FROM ENVIRONMENT "DENO_INCIDENT_BY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT INR-TITLE
               FROM ENVIRONMENT "DENO_INCIDENT_TITLE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT INR-SCRIPT
               FROM ENVIRONMENT "DENO_INCIDENT_SCRIPT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT INR-CAUSE
               FROM ENVIRONMENT "DENO_INCIDENT_CAUSE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT INR-NOTE
               FROM ENVIRONMENT "DENO_INCIDENT_NOTE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
      *> TYPE:VALUE - only the first colon splits, so a STEP value
      *> may itself be STREAM:STEP.
           MOVE SPACES TO INCIDENT-LINK-TEXT
           ACCEPT INCIDENT-LINK-TEXT
               FROM ENVIRONMENT "DENO_INCIDENT_LINK"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF INCIDENT-LINK-TEXT NOT = SPACES
               MOVE 1 TO OUTPUT-PTR
               UNSTRING INCIDENT-LINK-TEXT DELIMITED BY ":"
                   INTO INR-LINK-TYPE
                   WITH POINTER OUTPUT-PTR
               END-UNSTRING
               IF OUTPUT-PTR <= 80
                   MOVE INCIDENT-LINK-TEXT(OUTPUT-PTR:)
                       TO INR-LINK-VALUE
               END-IF
           END-IF.

       SEND-INCIDENT-REQUEST.
           CALL "DENO-INCIDENT-LOG" USING INCIDENT-REQUEST STATUS-CODE
           MOVE INR-ID TO ID-DISPLAY
           DISPLAY "DENO-INCIDENT: INCIDENT " ID-DISPLAY " "
               FUNCTION TRIM(INR-DETAIL)
           IF STATUS-CODE NOT = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-INCIDENT-REGISTER.
           OPEN INPUT INCIDENT-FD
           IF INCIDENT-STATUS NOT = "00"
               DISPLAY "DENO-INCIDENT: no incident register at "
                   FUNCTION TRIM(INCIDENT-FILE-PATH)
                   " STATUS=" INCIDENT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       SHOW-ONE-INCIDENT.
           PERFORM OPEN-INCIDENT-REGISTER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE INR-ID TO INC-ID
           READ INCIDENT-FD
               INVALID KEY
                   MOVE INR-ID TO ID-DISPLAY
                   DISPLAY "DENO-INCIDENT: no incident " ID-DISPLAY
                   MOVE 8 TO RETURN-CODE
                   CLOSE INCIDENT-FD
                   EXIT PARAGRAPH
           END-READ
           PERFORM FORMAT-INCIDENT-LINE
           DISPLAY FUNCTION TRIM(OUTPUT-LINE)
           IF INC-SCRIPT NOT = SPACES
               DISPLAY "  SCRIPT   " FUNCTION TRIM(INC-SCRIPT)
           END-IF
           DISPLAY "  OPENED   " INC-OPENED-TS " BY "
               FUNCTION TRIM(INC-OPENED-BY)
           IF INC-ACK-TS NOT = SPACES
               DISPLAY "  ACKED    " INC-ACK-TS " BY "
                   FUNCTION TRIM(INC-ACK-BY)
           END-IF
           IF INC-IS-CLOSED
               DISPLAY "  CLOSED   " INC-CLOSED-TS " BY "
                   FUNCTION TRIM(INC-CLOSED-BY) " CAUSE="
                   FUNCTION TRIM(INC-CAUSE)
               DISPLAY "  RESOLVED " FUNCTION TRIM(INC-RESOLUTION)
           END-IF
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > INC-LINK-COUNT
               DISPLAY "  " INC-LINK-TYPE(LINK-IDX) " "
                   INC-LINK-TS(LINK-IDX) " "
                   INC-LINK-BY(LINK-IDX) " "
                   FUNCTION TRIM(INC-LINK-VALUE(LINK-IDX))
           END-PERFORM
           CLOSE INCIDENT-FD.

       LIST-OPEN-INCIDENTS.
           PERFORM OPEN-INCIDENT-REGISTER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LISTED-COUNT
           PERFORM START-INCIDENT-PASS
           PERFORM UNTIL NO-MORE-INCIDENTS
               READ INCIDENT-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO INCIDENT-EOF
                   NOT AT END
                       IF NOT INC-IS-CLOSED
                           ADD 1 TO LISTED-COUNT
                           PERFORM FORMAT-INCIDENT-LINE
                           DISPLAY FUNCTION TRIM(OUTPUT-LINE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FD
           MOVE LISTED-COUNT TO COUNT-DISPLAY
           DISPLAY "DENO-INCIDENT: " FUNCTION TRIM(COUNT-DISPLAY)
               " INCIDENTS NOT CLOSED".

       START-INCIDENT-PASS.
           MOVE "N" TO INCIDENT-EOF
           MOVE 0 TO INC-ID
           START INCIDENT-FD KEY IS NOT LESS THAN INC-ID
               INVALID KEY
                   MOVE "Y" TO INCIDENT-EOF
           END-START.

       FORMAT-INCIDENT-LINE.
           EVALUATE TRUE
               WHEN INC-IS-OPEN
                   MOVE "OPEN" TO STATE-WORD
               WHEN INC-IS-ACKED
                   MOVE "ACKED" TO STATE-WORD
               WHEN OTHER
                   MOVE "CLOSED" TO STATE-WORD
           END-EVALUATE
           MOVE INC-ID TO ID-DISPLAY
           MOVE INC-LINK-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING ID-DISPLAY                      DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  STATE-WORD                       DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  INC-OPENED-TS                    DELIMITED BY SIZE
                  " LINKS="                       DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)     DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(INC-TITLE)         DELIMITED BY SIZE
                  INTO OUTPUT-LINE.

      *> Incidents are counted in the month they were opened. MTTA
      *> is over incidents acknowledged (a close without an ack
      *> counts as the ack), MTTR over incidents closed; both are
      *> whole minutes from the open.
       WRITE-MONTHLY-REPORT.
           MOVE SPACES TO REPORT-MONTH
           ACCEPT REPORT-MONTH
               FROM ENVIRONMENT "DENO_INCIDENT_MONTH"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO REPORT-MONTH
           END-IF
           IF REPORT-MONTH IS NOT NUMERIC
               DISPLAY "DENO-INCIDENT: DENO_INCIDENT_MONTH must be "
                   "YYYYMM"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-FILE-PATH
           STRING "/tmp/deno-incident-report-"   DELIMITED BY SIZE
                  REPORT-MONTH                    DELIMITED BY SIZE
                  ".txt"                         DELIMITED BY SIZE
                  INTO REPORT-FILE-PATH
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_INCIDENT_REPORT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO REPORT-FILE-PATH
           END-IF
           PERFORM OPEN-INCIDENT-REGISTER
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FD
           MOVE 0 TO MONTH-COUNT MONTH-OPEN-COUNT
           MOVE 0 TO ACKED-COUNT ACK-MINUTES-SUM
           MOVE 0 TO RESOLVED-COUNT RESOLVE-MINUTES-SUM
           MOVE 0 TO CAUSE-COUNT SCRIPT-COUNT SCRIPT-OTHER-COUNT
           MOVE SPACES TO OUTPUT-LINE
           STRING "INCIDENT REPORT FOR "          DELIMITED BY SIZE
                  REPORT-MONTH(1:4)                DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  REPORT-MONTH(5:2)                DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM START-INCIDENT-PASS
           PERFORM UNTIL NO-MORE-INCIDENTS
               READ INCIDENT-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO INCIDENT-EOF
                   NOT AT END
                       IF INC-OPENED-TS(1:6) = REPORT-MONTH
                           PERFORM TALLY-ONE-INCIDENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INCIDENT-FD
           PERFORM WRITE-REPORT-TOTALS
           CLOSE REPORT-FD.

       TALLY-ONE-INCIDENT.
           ADD 1 TO MONTH-COUNT
           PERFORM FORMAT-INCIDENT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE INC-OPENED-TS TO STAMP-WORK
           PERFORM COMPUTE-STAMP-MINUTES
           MOVE STAMP-MINUTES TO OPENED-MINUTES
           IF INC-ACK-TS NOT = SPACES
               MOVE INC-ACK-TS TO STAMP-WORK
               PERFORM COMPUTE-STAMP-MINUTES
               COMPUTE SPAN-MINUTES = STAMP-MINUTES - OPENED-MINUTES
               IF SPAN-MINUTES >= 0
                   ADD 1 TO ACKED-COUNT
                   ADD SPAN-MINUTES TO ACK-MINUTES-SUM
               END-IF
           END-IF
           IF INC-IS-CLOSED
               MOVE INC-CLOSED-TS TO STAMP-WORK
               PERFORM COMPUTE-STAMP-MINUTES
               COMPUTE SPAN-MINUTES = STAMP-MINUTES - OPENED-MINUTES
               IF SPAN-MINUTES >= 0
                   ADD 1 TO RESOLVED-COUNT
                   ADD SPAN-MINUTES TO RESOLVE-MINUTES-SUM
               END-IF
               MOVE INC-CAUSE TO TALLY-KEY
           ELSE
               ADD 1 TO MONTH-OPEN-COUNT
               MOVE "(OPEN)" TO TALLY-KEY
           END-IF
           PERFORM TALLY-CAUSE
           MOVE INC-SCRIPT TO TALLY-KEY
           IF TALLY-KEY = SPACES
               MOVE "(NO SCRIPT)" TO TALLY-KEY
           END-IF
           PERFORM TALLY-SCRIPT.

       TALLY-CAUSE.
           MOVE 0 TO TABLE-HIT
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > CAUSE-COUNT OR TABLE-HIT > 0
               IF CT-CAUSE(TABLE-IDX) = TALLY-KEY
                   MOVE TABLE-IDX TO TABLE-HIT
               END-IF
           END-PERFORM
           IF TABLE-HIT = 0 AND CAUSE-COUNT < 20
               ADD 1 TO CAUSE-COUNT
               MOVE CAUSE-COUNT TO TABLE-HIT
               MOVE TALLY-KEY TO CT-CAUSE(TABLE-HIT)
               MOVE 0 TO CT-COUNT(TABLE-HIT)
           END-IF
           IF TABLE-HIT > 0
               ADD 1 TO CT-COUNT(TABLE-HIT)
           END-IF.

      *> 50 scripts in a month is a very bad month; the rest are
      *> counted together rather than lost.
       TALLY-SCRIPT.
           MOVE 0 TO TABLE-HIT
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > SCRIPT-COUNT OR TABLE-HIT > 0
               IF ST-SCRIPT(TABLE-IDX) = TALLY-KEY
                   MOVE TABLE-IDX TO TABLE-HIT
               END-IF
           END-PERFORM
           IF TABLE-HIT = 0 AND SCRIPT-COUNT < 50
               ADD 1 TO SCRIPT-COUNT
               MOVE SCRIPT-COUNT TO TABLE-HIT
               MOVE TALLY-KEY TO ST-SCRIPT(TABLE-HIT)
               MOVE 0 TO ST-COUNT(TABLE-HIT)
           END-IF
           IF TABLE-HIT > 0
               ADD 1 TO ST-COUNT(TABLE-HIT)
           ELSE
               ADD 1 TO SCRIPT-OTHER-COUNT
           END-IF.

       WRITE-REPORT-TOTALS.
           IF MONTH-COUNT = 0
               MOVE "  (NO INCIDENTS OPENED IN THE MONTH)"
                   TO OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BY ROOT CAUSE" TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > CAUSE-COUNT
               MOVE CT-COUNT(TABLE-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-LINE
               MOVE CT-CAUSE(TABLE-IDX) TO OUTPUT-LINE(3:10)
               MOVE COUNT-DISPLAY TO OUTPUT-LINE(15:6)
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "BY SCRIPT" TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING TABLE-IDX FROM 1 BY 1
                   UNTIL TABLE-IDX > SCRIPT-COUNT
               MOVE ST-COUNT(TABLE-IDX) TO COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-LINE
               STRING "  "                        DELIMITED BY SIZE
                      COUNT-DISPLAY                DELIMITED BY SIZE
                      "  "                        DELIMITED BY SIZE
                      FUNCTION TRIM(ST-SCRIPT(TABLE-IDX))
                                                   DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF SCRIPT-OTHER-COUNT > 0
               MOVE SCRIPT-OTHER-COUNT TO COUNT-DISPLAY
               MOVE SPACES TO OUTPUT-LINE
               STRING "  "                        DELIMITED BY SIZE
                      COUNT-DISPLAY                DELIMITED BY SIZE
                      "  (OTHER SCRIPTS)"         DELIMITED BY SIZE
                      INTO OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE MONTH-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "INCIDENTS="                    DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)     DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           MOVE MONTH-OPEN-COUNT TO COUNT-DISPLAY
           MOVE 1 TO OUTPUT-PTR
           COMPUTE OUTPUT-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(OUTPUT-LINE)) + 1
           STRING " STILL-OPEN="                  DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)     DELIMITED BY SIZE
                  INTO OUTPUT-LINE
                  WITH POINTER OUTPUT-PTR
           MOVE 0 TO MEAN-MINUTES
           IF ACKED-COUNT > 0
               COMPUTE MEAN-MINUTES ROUNDED =
                   ACK-MINUTES-SUM / ACKED-COUNT
           END-IF
           MOVE MEAN-MINUTES TO MEAN-DISPLAY
           STRING " MTTA-MIN="                    DELIMITED BY SIZE
                  FUNCTION TRIM(MEAN-DISPLAY)      DELIMITED BY SIZE
                  INTO OUTPUT-LINE
                  WITH POINTER OUTPUT-PTR
           MOVE 0 TO MEAN-MINUTES
           IF RESOLVED-COUNT > 0
               COMPUTE MEAN-MINUTES ROUNDED =
                   RESOLVE-MINUTES-SUM / RESOLVED-COUNT
           END-IF
           MOVE MEAN-MINUTES TO MEAN-DISPLAY
           STRING " MTTR-MIN="                    DELIMITED BY SIZE
                  FUNCTION TRIM(MEAN-DISPLAY)      DELIMITED BY SIZE
                  INTO OUTPUT-LINE
                  WITH POINTER OUTPUT-PTR
           PERFORM WRITE-REPORT-LINE.

      *> DENO-ALERT-DESK's minute arithmetic: whole minutes since
      *> the INTEGER-OF-DATE epoch, seconds ignored.
       COMPUTE-STAMP-MINUTES.
           MOVE 0 TO STAMP-MINUTES
           IF STAMP-WORK(1:14) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE STAMP-MINUTES =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   STAMP-WORK(1:8))) * 1440
             + FUNCTION NUMVAL(STAMP-WORK(9:2)) * 60
             + FUNCTION NUMVAL(STAMP-WORK(11:2)).

       WRITE-REPORT-LINE.
           MOVE OUTPUT-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY FUNCTION TRIM(OUTPUT-LINE).
