       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-INCIDENT-LOG.

      *> The one writer of the incident register (DENOINC.cpy), so
      *> the operator's DENO-INCIDENT, DENO-ALERT-DESK's automatic
      *> incidents, and the rerun / backout links all keep the same
      *> rules: numbers handed out once, links not doubled, no close
      *> without a root cause and a note. Each call takes the
      *> "deno-incidents" DENO-LOCK around its read-modify-write so
      *> a cron scan and an operator cannot lose each other's
      *> update, and audits what it did. See DENOINCR.cpy for the
      *> actions.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT INCIDENT-FD
                   ASSIGN TO DYNAMIC INCIDENT-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS INC-ID
                   FILE STATUS IS INCIDENT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  INCIDENT-FD.
           COPY DENOINC.

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-INCIDENT".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  INCIDENT-ELAPSED PIC 9(9) VALUE 0.
               01  INCIDENT-FILE-PATH PIC X(100).
               01  INCIDENT-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  INCIDENT-EOF    PIC X.
                   88  NO-MORE-INCIDENTS       VALUE "Y".
               01  NOW-STAMP       PIC X(14).
               01  HIGH-INCIDENT-ID PIC 9(6).
               01  MATCH-INCIDENT-ID PIC 9(6).
               01  LINK-IDX        PIC 9(2).
               01  LINK-FOUND-FLAG PIC X.
                   88  LINK-ALREADY-ON         VALUE "Y".
               01  ACTION-WORD     PIC X(12).
               01  ID-DISPLAY      PIC 9(6).

               01  INCIDENT-LOCK-KEY PIC X(100) VALUE "deno-incidents".
               01  INCIDENT-LOCK-ACTION PIC X(1).
               01  INCIDENT-LOCK-STATUS PIC S9(4) COMP.

       LINKAGE SECTION.
               COPY DENOINCR.
               COPY DENOSTAT.

       PROCEDURE DIVISION USING INCIDENT-REQUEST STATUS-CODE.
           MOVE 0 TO STATUS-CODE
           MOVE SPACES TO INR-DETAIL
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
           MOVE "/tmp/deno-incidents.dat" TO INCIDENT-FILE-PATH
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_INCIDENT_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO INCIDENT-FILE-PATH
           END-IF
           MOVE FUNCTION UPPER-CASE(INR-LINK-TYPE) TO INR-LINK-TYPE
           MOVE FUNCTION UPPER-CASE(INR-CAUSE) TO INR-CAUSE

           PERFORM CHECK-INCIDENT-REQUEST
           IF STATUS-CODE NOT = 0
               PERFORM AUDIT-INCIDENT-ACTION
               GOBACK
           END-IF

           MOVE "W" TO INCIDENT-LOCK-ACTION
           CALL "DENO-LOCK" USING INCIDENT-LOCK-KEY
               INCIDENT-LOCK-ACTION INCIDENT-LOCK-STATUS
           OPEN I-O INCIDENT-FD
           IF INCIDENT-STATUS = "35"
               OPEN OUTPUT INCIDENT-FD
               CLOSE INCIDENT-FD
               OPEN I-O INCIDENT-FD
           END-IF
           IF INCIDENT-STATUS NOT = "00"
               MOVE 8 TO STATUS-CODE
               STRING "INCIDENT REGISTER UNAVAILABLE STATUS="
                                                    DELIMITED BY SIZE
                      INCIDENT-STATUS               DELIMITED BY SIZE
                      INTO INR-DETAIL
           ELSE
               EVALUATE TRUE
                   WHEN INR-OPEN
                       PERFORM OPEN-NEW-INCIDENT
                   WHEN INR-LINK
                       PERFORM LINK-TO-INCIDENT
                   WHEN INR-ACKNOWLEDGE
                       PERFORM ACKNOWLEDGE-INCIDENT
                   WHEN INR-CLOSE
                       PERFORM CLOSE-INCIDENT
               END-EVALUATE
               CLOSE INCIDENT-FD
           END-IF
           IF INCIDENT-LOCK-STATUS = 0
               MOVE "R" TO INCIDENT-LOCK-ACTION
               CALL "DENO-LOCK" USING INCIDENT-LOCK-KEY
                   INCIDENT-LOCK-ACTION INCIDENT-LOCK-STATUS
           END-IF
           PERFORM AUDIT-INCIDENT-ACTION
           GOBACK.

      *> Everything that can be refused without the register.
       CHECK-INCIDENT-REQUEST.
           MOVE SPACES TO INCIDENT-REC
           MOVE INR-LINK-TYPE TO INC-LINK-TYPE(1)
           MOVE INR-CAUSE TO INC-CAUSE
           EVALUATE TRUE
               WHEN NOT INR-OPEN AND NOT INR-LINK
                 AND NOT INR-ACKNOWLEDGE AND NOT INR-CLOSE
                   MOVE "ACTION MUST BE O, L, A OR C" TO INR-DETAIL
               WHEN INR-BY = SPACES
                   MOVE "WHO IS ACTING IS REQUIRED" TO INR-DETAIL
               WHEN INR-OPEN AND INR-TITLE = SPACES
                   MOVE "AN INCIDENT NEEDS A TITLE" TO INR-DETAIL
               WHEN (INR-LINK OR INR-CLOSE) AND INR-ID = 0
                   MOVE "INCIDENT NUMBER IS REQUIRED" TO INR-DETAIL
               WHEN INR-ACKNOWLEDGE AND INR-ID = 0
                 AND INR-LINK-VALUE = SPACES
                   MOVE "INCIDENT NUMBER OR LINK IS REQUIRED"
                       TO INR-DETAIL
               WHEN INR-LINK AND INR-LINK-VALUE = SPACES
                   MOVE "NOTHING TO LINK" TO INR-DETAIL
               WHEN INR-LINK-VALUE NOT = SPACES
                 AND NOT INC-LINK-TYPE-VALID(1)
                   MOVE
                   "LINK TYPE MUST BE ALERT STEP SEQ LOAD RERUN BACKOUT"
                       TO INR-DETAIL
               WHEN INR-LINK-VALUE NOT = SPACES
                 AND INR-LINK-TYPE = "SEQ"
                 AND FUNCTION TEST-NUMVAL(
                     FUNCTION TRIM(INR-LINK-VALUE)) NOT = 0
                   MOVE "AN AUDIT SEQ LINK MUST BE NUMERIC"
                       TO INR-DETAIL
               WHEN INR-CLOSE AND NOT INC-CAUSE-VALID
                   MOVE "CLOSE NEEDS A VALID ROOT-CAUSE CODE"
                       TO INR-DETAIL
               WHEN INR-CLOSE AND INR-NOTE = SPACES
                   MOVE "CLOSE NEEDS A RESOLUTION NOTE" TO INR-DETAIL
           END-EVALUATE
           IF INR-DETAIL NOT = SPACES
               MOVE 8 TO STATUS-CODE
           END-IF.

       OPEN-NEW-INCIDENT.
           IF INR-LINK-VALUE NOT = SPACES
               PERFORM FIND-INCIDENT-BY-LINK
               IF MATCH-INCIDENT-ID > 0
                   MOVE MATCH-INCIDENT-ID TO INR-ID
                   MOVE "ALREADY OPEN FOR THIS LINK" TO INR-DETAIL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM FIND-HIGH-INCIDENT-ID
           MOVE SPACES TO INCIDENT-REC
           COMPUTE INC-ID = HIGH-INCIDENT-ID + 1
           MOVE "O" TO INC-STATE
           MOVE INR-TITLE TO INC-TITLE
           MOVE INR-SCRIPT TO INC-SCRIPT
           MOVE INR-BY TO INC-OPENED-BY
           MOVE NOW-STAMP TO INC-OPENED-TS
           MOVE 0 TO INC-LINK-COUNT
           IF INR-LINK-VALUE NOT = SPACES
               PERFORM ADD-REQUESTED-LINK
           END-IF
           WRITE INCIDENT-REC
               INVALID KEY
                   MOVE 8 TO STATUS-CODE
                   MOVE "INCIDENT NUMBER IN USE - RETRY"
                       TO INR-DETAIL
                   EXIT PARAGRAPH
           END-WRITE
           MOVE INC-ID TO INR-ID
           MOVE "OPENED" TO INR-DETAIL.

       LINK-TO-INCIDENT.
           PERFORM READ-REQUESTED-INCIDENT
           IF STATUS-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LINK-ON-INCIDENT
           IF LINK-ALREADY-ON
               MOVE "ALREADY LINKED" TO INR-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF INC-LINK-COUNT >= 30
               MOVE 8 TO STATUS-CODE
               MOVE "INCIDENT ALREADY HAS 30 LINKS" TO INR-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM ADD-REQUESTED-LINK
           REWRITE INCIDENT-REC
           MOVE "LINKED" TO INR-DETAIL.

       ACKNOWLEDGE-INCIDENT.
           IF INR-ID = 0
               PERFORM FIND-INCIDENT-BY-LINK
               IF MATCH-INCIDENT-ID = 0
                   MOVE 8 TO STATUS-CODE
                   MOVE "NO OPEN INCIDENT CARRIES THAT LINK"
                       TO INR-DETAIL
                   EXIT PARAGRAPH
               END-IF
               MOVE MATCH-INCIDENT-ID TO INR-ID
           END-IF
           PERFORM READ-REQUESTED-INCIDENT
           IF STATUS-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN INC-IS-CLOSED
                   MOVE 8 TO STATUS-CODE
                   MOVE "INCIDENT IS CLOSED" TO INR-DETAIL
               WHEN INC-IS-ACKED
                   MOVE "ALREADY ACKNOWLEDGED" TO INR-DETAIL
               WHEN OTHER
                   MOVE "A" TO INC-STATE
                   MOVE INR-BY TO INC-ACK-BY
                   MOVE NOW-STAMP TO INC-ACK-TS
                   REWRITE INCIDENT-REC
                   MOVE "ACKNOWLEDGED" TO INR-DETAIL
           END-EVALUATE.

       CLOSE-INCIDENT.
           PERFORM READ-REQUESTED-INCIDENT
           IF STATUS-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF INC-IS-CLOSED
               MOVE 8 TO STATUS-CODE
               MOVE "INCIDENT IS ALREADY CLOSED" TO INR-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF INC-ACK-TS = SPACES
               MOVE INR-BY TO INC-ACK-BY
               MOVE NOW-STAMP TO INC-ACK-TS
           END-IF
           MOVE "C" TO INC-STATE
           MOVE INR-BY TO INC-CLOSED-BY
           MOVE NOW-STAMP TO INC-CLOSED-TS
           MOVE INR-CAUSE TO INC-CAUSE
           MOVE INR-NOTE TO INC-RESOLUTION
           REWRITE INCIDENT-REC
           MOVE "CLOSED" TO INR-DETAIL.

       READ-REQUESTED-INCIDENT.
           MOVE SPACES TO INCIDENT-REC
           MOVE INR-ID TO INC-ID
           READ INCIDENT-FD
               INVALID KEY
                   MOVE 8 TO STATUS-CODE
                   MOVE "NO SUCH INCIDENT" TO INR-DETAIL
           END-READ.

       FIND-LINK-ON-INCIDENT.
           MOVE "N" TO LINK-FOUND-FLAG
           PERFORM VARYING LINK-IDX FROM 1 BY 1
                   UNTIL LINK-IDX > INC-LINK-COUNT
                      OR LINK-ALREADY-ON
               IF INC-LINK-TYPE(LINK-IDX) = INR-LINK-TYPE
                 AND INC-LINK-VALUE(LINK-IDX) = INR-LINK-VALUE
                   MOVE "Y" TO LINK-FOUND-FLAG
               END-IF
           END-PERFORM.

       ADD-REQUESTED-LINK.
           ADD 1 TO INC-LINK-COUNT
           MOVE INR-LINK-TYPE TO INC-LINK-TYPE(INC-LINK-COUNT)
           MOVE INR-LINK-VALUE TO INC-LINK-VALUE(INC-LINK-COUNT)
           MOVE NOW-STAMP TO INC-LINK-TS(INC-LINK-COUNT)
           MOVE INR-BY TO INC-LINK-BY(INC-LINK-COUNT).

      *> A register holds a few hundred incidents a year; a full
      *> pass is cheaper than keeping a control record in step.
       FIND-HIGH-INCIDENT-ID.
           MOVE 0 TO HIGH-INCIDENT-ID
           MOVE "N" TO INCIDENT-EOF
           MOVE 0 TO INC-ID
           START INCIDENT-FD KEY IS NOT LESS THAN INC-ID
               INVALID KEY
                   MOVE "Y" TO INCIDENT-EOF
           END-START
           PERFORM UNTIL NO-MORE-INCIDENTS
               READ INCIDENT-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO INCIDENT-EOF
                   NOT AT END
                       MOVE INC-ID TO HIGH-INCIDENT-ID
               END-READ
           END-PERFORM.

      *> The first incident not yet closed that carries the
      *> requested link.
       FIND-INCIDENT-BY-LINK.
           MOVE 0 TO MATCH-INCIDENT-ID
           MOVE "N" TO INCIDENT-EOF
           MOVE 0 TO INC-ID
           START INCIDENT-FD KEY IS NOT LESS THAN INC-ID
               INVALID KEY
                   MOVE "Y" TO INCIDENT-EOF
           END-START
           PERFORM UNTIL NO-MORE-INCIDENTS
               READ INCIDENT-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO INCIDENT-EOF
                   NOT AT END
                       IF NOT INC-IS-CLOSED
                           PERFORM FIND-LINK-ON-INCIDENT
                           IF LINK-ALREADY-ON
                               MOVE INC-ID TO MATCH-INCIDENT-ID
                               MOVE "Y" TO INCIDENT-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       AUDIT-INCIDENT-ACTION.
           EVALUATE TRUE
               WHEN INR-OPEN
                   MOVE "OPEN" TO ACTION-WORD
               WHEN INR-LINK
                   MOVE "LINK" TO ACTION-WORD
               WHEN INR-ACKNOWLEDGE
                   MOVE "ACKNOWLEDGE" TO ACTION-WORD
               WHEN INR-CLOSE
                   MOVE "CLOSE" TO ACTION-WORD
               WHEN OTHER
                   MOVE INR-ACTION TO ACTION-WORD
           END-EVALUATE
           MOVE INR-ID TO ID-DISPLAY
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "INCIDENT "                      DELIMITED BY SIZE
                  ID-DISPLAY                        DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(ACTION-WORD)        DELIMITED BY SIZE
                  " BY "                           DELIMITED BY SIZE
                  FUNCTION TRIM(INR-BY)             DELIMITED BY SIZE
                  ": "                             DELIMITED BY SIZE
                  FUNCTION TRIM(INR-DETAIL)         DELIMITED BY SIZE
                  " | TITLE="                      DELIMITED BY SIZE
                  FUNCTION TRIM(INR-TITLE)          DELIMITED BY SIZE
                  " | LINK="                       DELIMITED BY SIZE
                  FUNCTION TRIM(INR-LINK-TYPE)      DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(INR-LINK-VALUE)     DELIMITED BY SIZE
                  " | CAUSE="                      DELIMITED BY SIZE
                  FUNCTION TRIM(INR-CAUSE)          DELIMITED BY SIZE
                  " | NOTE="                       DELIMITED BY SIZE
                  FUNCTION TRIM(INR-NOTE)           DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               INCIDENT-ELAPSED.
