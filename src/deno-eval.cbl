      *> Widened to 10000 (review round) to hold ENV-PREFIX-TEXT's
      *> escaped-value worst case (5300, see DENOENV callers) plus
      *> CMD-BUFFER's own worst case without truncating.
      *> Widened to 10200 for the DENO-USAGE wrapper in front of
      *> RUN-CMD-BUFFER.
               01  EXEC-CMD-BUFFER PIC X(10200).
               01  ENV-PREFIX-TEXT PIC X(5300).
               01  ENV-PREFIX-MASKED PIC X(5300).
               01  VERSION-DISCRIMINATOR PIC X(20).
               01  EVAL-START-TIME PIC 9(9).
               01  EVAL-END-TIME   PIC 9(9).
               01  EVAL-ELAPSED    PIC 9(9).
      *> Resource capture (see DENOUSAG.cpy): RUN-CMD-BUFFER is
      *> CMD-BUFFER behind the time wrapper; the audit line keeps
      *> showing CMD-BUFFER itself.
               01  RUN-CMD-BUFFER  PIC X(4800).
               01  USAGE-ACTION    PIC X(1).
               COPY DENOUSAG.

       LINKAGE SECTION.
               01  JS-CODE         PIC X(100).
                      WITH POINTER CMD-PTR
           END-IF

           MOVE "P" TO USAGE-ACTION
           CALL "DENO-USAGE" USING USAGE-ACTION USAGE-REQUEST
           MOVE CMD-BUFFER TO RUN-CMD-BUFFER
           IF USAGE-WRAPPER NOT = SPACES
               MOVE SPACES TO RUN-CMD-BUFFER
               STRING FUNCTION TRIM(USAGE-WRAPPER) DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(CMD-BUFFER)    DELIMITED BY SIZE
                      INTO RUN-CMD-BUFFER
           END-IF

           MOVE RUN-CMD-BUFFER TO EXEC-CMD-BUFFER
           MOVE SPACES TO ENV-PREFIX-TEXT
           MOVE SPACES TO ENV-PREFIX-MASKED
           IF ENV-VAR-COUNT > 0
               MOVE SPACES TO EXEC-CMD-BUFFER
               STRING FUNCTION TRIM(ENV-PREFIX-TEXT) DELIMITED BY SIZE
                      " "                             DELIMITED BY SIZE
                      FUNCTION TRIM(RUN-CMD-BUFFER)   DELIMITED BY SIZE
                      INTO EXEC-CMD-BUFFER
           END-IF

                      WITH POINTER CAP-NOTE-PTR
           END-IF
           PERFORM STOP-EVAL-TIMER
           MOVE AUDIT-PROG-NAME TO USAGE-PROGRAM
           MOVE EVAL-ALERT-KEY TO USAGE-SCRIPT
           MOVE EVAL-ELAPSED TO USAGE-ELAPSED
           MOVE "C" TO USAGE-ACTION
           CALL "DENO-USAGE" USING USAGE-ACTION USAGE-REQUEST
           IF USAGE-WAS-CAPTURED
               COMPUTE CAP-NOTE-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
               STRING USAGE-NOTE                   DELIMITED BY "  "
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER CAP-NOTE-PTR
           END-IF
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE EVAL-ELAPSED
           CALL "DENO-ALERT" USING
