      *> lose each other's update. Acknowledged alerts age out of
      *> the register a day after their ack, so yesterday's noise
      *> does not crowd the table.
      *>
      *> The failing script's owner is told too: the alert's key (a
      *> script path, or the script quoted after " run " in a
      *> captured command) is looked up in the catalog
      *> (DENO_ALERT_DESK_CATALOG, default /tmp/deno-catalog.dat),
      *> its CAT-OWNER in the owner master (DENO_ALERT_DESK_OWNERS,
      *> default /tmp/deno-owners.dat; see DENOOWNR.cpy). A new or
      *> re-opened alert notifies the owner's contact; an
      *> escalation goes to the owner's escalation contact (the
      *> contact when none is coded) alongside the on-call shift.
      *> Both land in the escalations log. Uncataloged scripts and
      *> owners missing from the master get the shift alone.
      *>
      *> An alert nobody picked up is an incident: escalation opens
      *> one in the incident register (DENOINC.cpy, through
      *> DENO-INCIDENT-LOG) titled with the alert and linked to it
      *> as ALERT id@first-fired, and acknowledging the alert
      *> acknowledges that incident. DENO_ALERT_DESK_INCIDENTS=ALL
      *> opens one for every new or re-opened alert instead, NONE
      *> opens none; the default is ESCALATED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ASSIGN TO DYNAMIC ESCALATION-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS ESCALATION-FILE-STATUS.
               SELECT CATALOG-FD
                   ASSIGN TO DYNAMIC CATALOG-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-SCRIPT-PATH
                   FILE STATUS IS CATALOG-STATUS.
               SELECT OWNER-FD
                   ASSIGN TO DYNAMIC OWNER-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OWN-ID
                   FILE STATUS IS OWNER-STATUS.
               SELECT SUMMARY-FD
                   ASSIGN TO DYNAMIC SUMMARY-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               LABEL RECORDS ARE STANDARD.
           01  ESCALATION-REC      PIC X(300).

           FD  CATALOG-FD.
           COPY DENOCAT.

           FD  OWNER-FD.
           COPY DENOOWNR.

           FD  SUMMARY-FD
               LABEL RECORDS ARE STANDARD.
           01  SUMMARY-REC         PIC X(200).
                       "/tmp/deno-alert-escalations.log".
               01  SUMMARY-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-alert-summary.txt".
               01  CATALOG-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-catalog.dat".
               01  OWNER-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-owners.dat".
               01  ALERT-LOG-STATUS PIC XX.
               01  CATALOG-STATUS  PIC XX.
               01  OWNER-STATUS    PIC XX.
               01  REGISTER-FILE-STATUS PIC XX.
               01  CURSOR-FILE-STATUS PIC XX.
               01  ROSTER-FILE-STATUS PIC XX.
               01  STATE-WORD      PIC X(9).
               01  OUTPUT-LINE     PIC X(300).

      *> Owner lookup for an alert key: catalog, then owner master.
               01  OWNER-LOOKUP-FLAG PIC X VALUE "N".
                   88  OWNER-LOOKUP-READY      VALUE "Y".
               01  ALERT-OWNER-FLAG PIC X.
                   88  ALERT-OWNER-FOUND       VALUE "Y".
               01  ALERT-KEY-WORK  PIC X(200).
               01  KEY-PROGRAM     PIC X(20).
               01  KEY-SUBJECT     PIC X(200).
               01  KEY-SCRIPT      PIC X(100).
               01  KEY-LEN         PIC 9(3).
               01  KEY-POS         PIC 9(3).
               01  KEY-RUN-POS     PIC 9(3).
               01  KEY-QUOTE-START PIC 9(3).
               01  KEY-QUOTE-END   PIC 9(3).
               01  ALERT-OWNER-ID  PIC X(30).
               01  ALERT-OWNER-CONTACT PIC X(60).
               01  ALERT-OWNER-ESCALATION PIC X(60).
               01  OWNER-NOTIFIED-COUNT PIC 9(4) VALUE 0.
               01  COUNT-DISPLAY-4 PIC Z(3)9.

      *> Automatic incidents (see banner comment above).
               01  INCIDENT-MODE-TEXT PIC X(10).
                   88  INCIDENTS-FOR-ALL       VALUE "ALL".
                   88  INCIDENTS-FOR-NONE      VALUE "NONE".
               COPY DENOINCR.
               01  INCIDENT-CALL-STATUS PIC S9(4) COMP.
               01  INCIDENT-OPENED-COUNT PIC 9(4) VALUE 0.
               01  COUNT-DISPLAY-5 PIC Z(3)9.
               01  INCIDENT-ID-DISPLAY PIC 9(6).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NOW-STAMP
           MOVE NOW-STAMP TO STAMP-WORK
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO ROSTER-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_ALERT_DESK_CATALOG"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO CATALOG-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_ALERT_DESK_OWNERS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO OWNER-FILE-PATH
           END-IF
           MOVE SPACES TO ACK-LIMIT-TEXT
           ACCEPT ACK-LIMIT-TEXT
               FROM ENVIRONMENT "DENO_ALERT_ACK_LIMIT_MIN"
               COMPUTE ACK-LIMIT-MIN = FUNCTION NUMVAL(
                   FUNCTION TRIM(ACK-LIMIT-TEXT))
           END-IF
           MOVE SPACES TO INCIDENT-MODE-TEXT
           ACCEPT INCIDENT-MODE-TEXT
               FROM ENVIRONMENT "DENO_ALERT_DESK_INCIDENTS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(INCIDENT-MODE-TEXT)
               TO INCIDENT-MODE-TEXT

           EVALUATE FUNCTION TRIM(DESK-ACTION-TEXT)
               WHEN "SCAN"
                   PERFORM OPEN-OWNER-LOOKUP
                   PERFORM TAKE-DESK-LOCK
                   PERFORM LOAD-ALERT-REGISTER
                   PERFORM SCAN-ALERT-LOG
                   PERFORM ESCALATE-STALE-ALERTS
                   PERFORM SAVE-ALERT-REGISTER
                   PERFORM FREE-DESK-LOCK
                   PERFORM CLOSE-OWNER-LOOKUP
                   PERFORM SHOW-SCAN-RESULT
               WHEN "ACK"
                   PERFORM TAKE-DESK-LOCK
                   PERFORM SAVE-ALERT-REGISTER
                   PERFORM FREE-DESK-LOCK
               WHEN "SUMMARY"
                   PERFORM OPEN-OWNER-LOOKUP
                   PERFORM LOAD-ALERT-REGISTER
                   PERFORM WRITE-MORNING-SUMMARY
                   PERFORM CLOSE-OWNER-LOOKUP
               WHEN OTHER
                   DISPLAY "DENO-ALERT-DESK: unknown action '"
                       FUNCTION TRIM(DESK-ACTION-TEXT)
                   MOVE SPACES TO OA-ACK-BY(FOUND-IDX)
                   MOVE SPACES TO OA-ACK-TS(FOUND-IDX)
                   MOVE SPACES TO OA-ESC-TO(FOUND-IDX)
                   MOVE FOUND-IDX TO OPEN-IDX
                   PERFORM NOTIFY-ALERT-OWNER
                   IF INCIDENTS-FOR-ALL
                       PERFORM OPEN-ALERT-INCIDENT
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OA-ACK-BY(OPEN-COUNT)
           MOVE SPACES TO OA-ACK-TS(OPEN-COUNT)
           MOVE SPACES TO OA-ESC-TO(OPEN-COUNT)
           MOVE LINE-KEY-TEXT TO OA-KEY-TEXT(OPEN-COUNT)
           MOVE OPEN-COUNT TO OPEN-IDX
           PERFORM NOTIFY-ALERT-OWNER
           IF INCIDENTS-FOR-ALL
               PERFORM OPEN-ALERT-INCIDENT
           END-IF.

      *> STAMP-WORK (YYYYMMDDHHMMSS) to whole minutes since the
      *> epoch INTEGER-OF-DATE counts from; seconds are ignored -
                  FUNCTION TRIM(OA-KEY-TEXT(OPEN-IDX))
                                                   DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-ESCALATION-LINE
           IF NOT INCIDENTS-FOR-NONE
               PERFORM OPEN-ALERT-INCIDENT
           END-IF
           MOVE OA-KEY-TEXT(OPEN-IDX) TO ALERT-KEY-WORK
           PERFORM FIND-ALERT-OWNER
           IF NOT ALERT-OWNER-FOUND
               EXIT PARAGRAPH
           END-IF
           IF ALERT-OWNER-ESCALATION = SPACES
               MOVE ALERT-OWNER-CONTACT TO ALERT-OWNER-ESCALATION
           END-IF
           IF ALERT-OWNER-ESCALATION = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           STRING NOW-STAMP                       DELIMITED BY SIZE
                  " | ESCALATED TO OWNER "        DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-OWNER-ID)    DELIMITED BY SIZE
                  " AT "                          DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-OWNER-ESCALATION)
                                                   DELIMITED BY SIZE
                  " | ALERT "                     DELIMITED BY SIZE
                  ID-DISPLAY                       DELIMITED BY SIZE
                  " UNACKNOWLEDGED | "            DELIMITED BY SIZE
                  FUNCTION TRIM(OA-KEY-TEXT(OPEN-IDX))
                                                   DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-ESCALATION-LINE.

      *> The link value names the firing, not just the alert id:
      *> ids are reused once the register ages out, and a re-opened
      *> alert is a new firing with a new first-fired stamp.
       OPEN-ALERT-INCIDENT.
           PERFORM BUILD-ALERT-INCIDENT-LINK
           MOVE "O" TO INR-ACTION
           MOVE "DESK" TO INR-BY
           MOVE SPACES TO INR-TITLE
           STRING "ALERT "                        DELIMITED BY SIZE
                  ID-DISPLAY                       DELIMITED BY SIZE
                  ": "                            DELIMITED BY SIZE
                  FUNCTION TRIM(OA-KEY-TEXT(OPEN-IDX))
                                                   DELIMITED BY SIZE
                  INTO INR-TITLE
           MOVE SPACES TO KEY-PROGRAM
           MOVE SPACES TO KEY-SUBJECT
           UNSTRING OA-KEY-TEXT(OPEN-IDX) DELIMITED BY " | "
               INTO KEY-PROGRAM KEY-SUBJECT
           END-UNSTRING
           PERFORM EXTRACT-KEY-SCRIPT
           MOVE KEY-SCRIPT TO INR-SCRIPT
           CALL "DENO-INCIDENT-LOG" USING INCIDENT-REQUEST
               INCIDENT-CALL-STATUS
           IF INCIDENT-CALL-STATUS NOT = 0
               DISPLAY "DENO-ALERT-DESK: incident not opened for "
                   "alert " ID-DISPLAY ": "
                   FUNCTION TRIM(INR-DETAIL)
               EXIT PARAGRAPH
           END-IF
           IF INR-DETAIL NOT = "OPENED"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO INCIDENT-OPENED-COUNT
           MOVE INR-ID TO INCIDENT-ID-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING NOW-STAMP                       DELIMITED BY SIZE
                  " | INCIDENT "                  DELIMITED BY SIZE
                  INCIDENT-ID-DISPLAY              DELIMITED BY SIZE
                  " OPENED | ALERT "              DELIMITED BY SIZE
                  ID-DISPLAY                       DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(OA-KEY-TEXT(OPEN-IDX))
                                                   DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-ESCALATION-LINE.

       BUILD-ALERT-INCIDENT-LINK.
           MOVE SPACES TO INCIDENT-REQUEST
           MOVE 0 TO INR-ID
           MOVE OA-ID(OPEN-IDX) TO ID-DISPLAY
           MOVE "ALERT" TO INR-LINK-TYPE
           STRING ID-DISPLAY                      DELIMITED BY SIZE
                  "@"                             DELIMITED BY SIZE
                  OA-FIRST-TS(OPEN-IDX)            DELIMITED BY SIZE
                  INTO INR-LINK-VALUE.

      *> No incident for the alert is the usual case, not an error.
       ACK-ALERT-INCIDENT.
           PERFORM BUILD-ALERT-INCIDENT-LINK
           MOVE "A" TO INR-ACTION
           MOVE ACK-BY-TEXT TO INR-BY
           CALL "DENO-INCIDENT-LOG" USING INCIDENT-REQUEST
               INCIDENT-CALL-STATUS
           IF INCIDENT-CALL-STATUS = 0
               MOVE INR-ID TO INCIDENT-ID-DISPLAY
               DISPLAY "DENO-ALERT-DESK: INCIDENT "
                   INCIDENT-ID-DISPLAY " "
                   FUNCTION TRIM(INR-DETAIL)
           END-IF.

       WRITE-ESCALATION-LINE.
           OPEN EXTEND ESCALATION-FD
           IF ESCALATION-FILE-STATUS = "35"
               OPEN OUTPUT ESCALATION-FD
           END-IF
           DISPLAY "DENO-ALERT-DESK: " FUNCTION TRIM(OUTPUT-LINE).

      *> The owner hears about a new (or re-opened) alert at once,
      *> not after the ack limit - the shift is only told when
      *> nobody has picked it up.
       NOTIFY-ALERT-OWNER.
           MOVE OA-KEY-TEXT(OPEN-IDX) TO ALERT-KEY-WORK
           PERFORM FIND-ALERT-OWNER
           IF NOT ALERT-OWNER-FOUND
             OR ALERT-OWNER-CONTACT = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OWNER-NOTIFIED-COUNT
           MOVE OA-ID(OPEN-IDX) TO ID-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING NOW-STAMP                       DELIMITED BY SIZE
                  " | NOTIFIED OWNER "            DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-OWNER-ID)    DELIMITED BY SIZE
                  " AT "                          DELIMITED BY SIZE
                  FUNCTION TRIM(ALERT-OWNER-CONTACT)
                                                   DELIMITED BY SIZE
                  " | ALERT "                     DELIMITED BY SIZE
                  ID-DISPLAY                       DELIMITED BY SIZE
                  " OPENED | "                    DELIMITED BY SIZE
                  FUNCTION TRIM(OA-KEY-TEXT(OPEN-IDX))
                                                   DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-ESCALATION-LINE.

      *> Either file missing just means no owner routing - the desk
      *> still does its shift-contact job.
       OPEN-OWNER-LOOKUP.
           MOVE "N" TO OWNER-LOOKUP-FLAG
           OPEN INPUT CATALOG-FD
           IF CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OWNER-FD
           IF OWNER-STATUS NOT = "00"
               CLOSE CATALOG-FD
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO OWNER-LOOKUP-FLAG.

       CLOSE-OWNER-LOOKUP.
           IF OWNER-LOOKUP-READY
               CLOSE CATALOG-FD
               CLOSE OWNER-FD
               MOVE "N" TO OWNER-LOOKUP-FLAG
           END-IF.

      *> Key text is "program | key | STATUS=n | reason"; the key is
      *> DENO-RUN's script path, or for DENO-CAPTURE / DENO-EVAL the
      *> command, whose script is the first quoted span after
      *> " run " (DENO-CHARGEBACK's rule).
       FIND-ALERT-OWNER.
           MOVE "N" TO ALERT-OWNER-FLAG
           MOVE SPACES TO ALERT-OWNER-ID
           MOVE SPACES TO ALERT-OWNER-CONTACT
           MOVE SPACES TO ALERT-OWNER-ESCALATION
           IF NOT OWNER-LOOKUP-READY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KEY-PROGRAM
           MOVE SPACES TO KEY-SUBJECT
           UNSTRING ALERT-KEY-WORK DELIMITED BY " | "
               INTO KEY-PROGRAM KEY-SUBJECT
           END-UNSTRING
           PERFORM EXTRACT-KEY-SCRIPT
           IF KEY-SCRIPT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CAT-REC
           MOVE KEY-SCRIPT TO CAT-SCRIPT-PATH
           READ CATALOG-FD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF CAT-OWNER = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OWNER-REC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CAT-OWNER))
               TO OWN-ID
           READ OWNER-FD
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO ALERT-OWNER-FLAG
           MOVE OWN-ID TO ALERT-OWNER-ID
           MOVE OWN-CONTACT TO ALERT-OWNER-CONTACT
           MOVE OWN-ESCALATION TO ALERT-OWNER-ESCALATION.

       EXTRACT-KEY-SCRIPT.
           MOVE SPACES TO KEY-SCRIPT
           MOVE 0 TO KEY-RUN-POS
           MOVE 0 TO KEY-QUOTE-START
           MOVE 0 TO KEY-QUOTE-END
           IF KEY-SUBJECT = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE KEY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(KEY-SUBJECT))
           PERFORM VARYING KEY-POS FROM 1 BY 1
                   UNTIL KEY-POS > KEY-LEN - 4 OR KEY-RUN-POS > 0
               IF KEY-SUBJECT(KEY-POS:5) = " run "
                   COMPUTE KEY-RUN-POS = KEY-POS + 5
               END-IF
           END-PERFORM
           IF KEY-RUN-POS = 0
               MOVE FUNCTION TRIM(KEY-SUBJECT) TO KEY-SCRIPT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KEY-POS FROM KEY-RUN-POS BY 1
                   UNTIL KEY-POS > KEY-LEN OR KEY-QUOTE-END > 0
               IF KEY-SUBJECT(KEY-POS:1) = "'"
                   IF KEY-QUOTE-START = 0
                       MOVE KEY-POS TO KEY-QUOTE-START
                   ELSE
                       MOVE KEY-POS TO KEY-QUOTE-END
                   END-IF
               END-IF
           END-PERFORM
           IF KEY-QUOTE-END > KEY-QUOTE-START + 1
               MOVE KEY-SUBJECT(KEY-QUOTE-START + 1:
                   KEY-QUOTE-END - KEY-QUOTE-START - 1) TO KEY-SCRIPT
           END-IF.

      *> First roster shift covering the current time wins; a shift
      *> whose end is at or before its start wraps past midnight.
      *> No roster, or no shift covering now, escalates to
           MOVE NEW-ALERT-COUNT TO COUNT-DISPLAY
           MOVE REPEAT-ADD-COUNT TO COUNT-DISPLAY-2
           MOVE ESCALATED-COUNT TO COUNT-DISPLAY-3
           MOVE OWNER-NOTIFIED-COUNT TO COUNT-DISPLAY-4
           MOVE INCIDENT-OPENED-COUNT TO COUNT-DISPLAY-5
           DISPLAY "DENO-ALERT-DESK: SCAN NEW="
               FUNCTION TRIM(COUNT-DISPLAY)
               " REPEATS=" FUNCTION TRIM(COUNT-DISPLAY-2)
               " ESCALATED=" FUNCTION TRIM(COUNT-DISPLAY-3)
               " OWNERS-NOTIFIED=" FUNCTION TRIM(COUNT-DISPLAY-4)
               " INCIDENTS-OPENED=" FUNCTION TRIM(COUNT-DISPLAY-5).

       ACKNOWLEDGE-ONE-ALERT.
           MOVE SPACES TO ACK-ID-TEXT
           MOVE OA-ID(FOUND-IDX) TO ID-DISPLAY
           DISPLAY "DENO-ALERT-DESK: ALERT " ID-DISPLAY
               " ACKNOWLEDGED BY " FUNCTION TRIM(ACK-BY-TEXT)
               " | " FUNCTION TRIM(OA-KEY-TEXT(FOUND-IDX))
           IF NOT INCIDENTS-FOR-NONE
               MOVE FOUND-IDX TO OPEN-IDX
               PERFORM ACK-ALERT-INCIDENT
           END-IF.

       WRITE-MORNING-SUMMARY.
           OPEN OUTPUT SUMMARY-FD
                      INTO OUTPUT-LINE
                      WITH POINTER PARSE-PTR
           END-IF
           MOVE OA-KEY-TEXT(OPEN-IDX) TO ALERT-KEY-WORK
           PERFORM FIND-ALERT-OWNER
           IF ALERT-OWNER-FOUND
               COMPUTE PARSE-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(OUTPUT-LINE)) + 1
               STRING " OWNER="                   DELIMITED BY SIZE
                      FUNCTION TRIM(ALERT-OWNER-ID)
                                                   DELIMITED BY SIZE
                      INTO OUTPUT-LINE
                      WITH POINTER PARSE-PTR
           END-IF
           MOVE 0 TO PARSE-PTR
           COMPUTE PARSE-PTR = FUNCTION LENGTH(
               FUNCTION TRIM(OUTPUT-LINE)) + 1
