      *> its timeout, and the last few completions with status. An
      *> entry that has been running far past its timeout - or for
      *> hours with none - is the stuck job the operator is hunting.
      *> Then the named-resource register (see DENORSRC.cpy): who
      *> holds each resource and who is queued behind it, so "why
      *> has this step not started" has an answer on the screen.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ASSIGN TO DYNAMIC RECENT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RECENT-FILE-STATUS.
               SELECT RESOURCE-FD
                   ASSIGN TO DYNAMIC RESOURCE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS RESOURCE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               LABEL RECORDS ARE STANDARD.
           01  RECENT-REC          PIC X(200).

           FD  RESOURCE-FD
               LABEL RECORDS ARE STANDARD.
           01  RESOURCE-REC        PIC X(200).

           WORKING-STORAGE SECTION.
               01  LIVE-FILE-PATH  PIC X(100) VALUE
                       "/tmp/deno-live-status.txt".
               01  FIRST-SHOWN     PIC 9(2).
               01  PARSE-PTR       PIC 9(3).

               01  RESOURCE-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-resources.txt".
               01  RESOURCE-FILE-STATUS PIC XX.
               01  RESOURCE-EOF    PIC X.
                   88  NO-MORE-RESOURCE-LINES  VALUE "Y".
               01  RESOURCE-PATH-TEXT PIC X(100).
               01  RESOURCE-SHOW-KIND PIC X(1).
                   88  SHOWING-HOLDERS         VALUE "H".
               01  RESOURCE-SHOWN-COUNT PIC 9(3).
               01  LINE-KIND       PIC X(1).
               01  LINE-RESOURCE   PIC X(30).
               01  LINE-LIMIT      PIC X(2).
               01  LINE-SCRIPT     PIC X(100).

       PROCEDURE DIVISION.
           COMPUTE NOW-SECS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       FUNCTION TRIM(RECENT-LINE(LINE-IDX))
               END-PERFORM
           END-IF

           MOVE SPACES TO RESOURCE-PATH-TEXT
           ACCEPT RESOURCE-PATH-TEXT
               FROM ENVIRONMENT "DENO_RESOURCE_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF RESOURCE-PATH-TEXT NOT = SPACES
               MOVE RESOURCE-PATH-TEXT TO RESOURCE-FILE-PATH
           END-IF
           DISPLAY "NAMED RESOURCES - HOLDERS"
           MOVE "H" TO RESOURCE-SHOW-KIND
           PERFORM SHOW-RESOURCE-REGISTER
           DISPLAY "NAMED RESOURCES - WAITERS"
           MOVE "W" TO RESOURCE-SHOW-KIND
           PERFORM SHOW-RESOURCE-REGISTER
           STOP RUN.

      *> One pass of the register per kind, holders first. The
      *> register is read without the "deno-resource" lock: a
      *> monitor may show a line a moment stale, never block a run.
       SHOW-RESOURCE-REGISTER.
           MOVE 0 TO RESOURCE-SHOWN-COUNT
           MOVE "N" TO RESOURCE-EOF
           OPEN INPUT RESOURCE-FD
           IF RESOURCE-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-RESOURCE-LINES
                   READ RESOURCE-FD INTO WORK-LINE
                       AT END
                           MOVE "Y" TO RESOURCE-EOF
                       NOT AT END
                           PERFORM SHOW-RESOURCE-LINE
                   END-READ
               END-PERFORM
               CLOSE RESOURCE-FD
           END-IF
           IF RESOURCE-SHOWN-COUNT = 0
               DISPLAY "  (NONE)"
           END-IF.

       SHOW-RESOURCE-LINE.
           MOVE SPACES TO LINE-TOKEN LINE-KIND LINE-RESOURCE
           MOVE SPACES TO LINE-LIMIT LINE-PROGRAM LINE-STAMP
           MOVE SPACES TO LINE-SCRIPT
           UNSTRING WORK-LINE DELIMITED BY "|"
               INTO LINE-TOKEN LINE-KIND LINE-RESOURCE LINE-LIMIT
                    LINE-PROGRAM LINE-STAMP LINE-SCRIPT
           END-UNSTRING
           IF LINE-KIND NOT = RESOURCE-SHOW-KIND
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RESOURCE-SHOWN-COUNT
           MOVE 0 TO RUN-SECS
           IF LINE-STAMP IS NUMERIC
               COMPUTE START-SECS =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                       LINE-STAMP(1:8))) * 86400
                 + FUNCTION NUMVAL(LINE-STAMP(9:2)) * 3600
                 + FUNCTION NUMVAL(LINE-STAMP(11:2)) * 60
                 + FUNCTION NUMVAL(LINE-STAMP(13:2))
               COMPUTE RUN-SECS = NOW-SECS - START-SECS
           END-IF
           MOVE RUN-SECS TO RUN-SECS-DISPLAY
           MOVE SPACES TO DISPLAY-LINE
           IF SHOWING-HOLDERS
               STRING FUNCTION TRIM(LINE-RESOURCE) DELIMITED BY SIZE
                      " (LIMIT "                  DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-LIMIT)    DELIMITED BY SIZE
                      ") | HELD "                 DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-SECS-DISPLAY)
                                                   DELIMITED BY SIZE
                      "s | "                      DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-PROGRAM)  DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-TOKEN)    DELIMITED BY SIZE
                      " | "                       DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-SCRIPT)   DELIMITED BY SIZE
                      INTO DISPLAY-LINE
           ELSE
               STRING FUNCTION TRIM(LINE-RESOURCE) DELIMITED BY SIZE
                      " (LIMIT "                  DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-LIMIT)    DELIMITED BY SIZE
                      ") | WAITING "              DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-SECS-DISPLAY)
                                                   DELIMITED BY SIZE
                      "s | "                      DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-PROGRAM)  DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-TOKEN)    DELIMITED BY SIZE
                      " | "                       DELIMITED BY SIZE
                      FUNCTION TRIM(LINE-SCRIPT)   DELIMITED BY SIZE
                      INTO DISPLAY-LINE
           END-IF
           DISPLAY "  " FUNCTION TRIM(DISPLAY-LINE).

       SHOW-IN-FLIGHT-LINE.
           MOVE SPACES TO LINE-TOKEN LINE-PROGRAM LINE-STAMP
           MOVE SPACES TO LINE-TIMEOUT LINE-COMMAND
