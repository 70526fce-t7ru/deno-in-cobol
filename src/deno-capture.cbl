      *> Widened to 10000 (review round) to hold ENV-PREFIX-TEXT's
      *> escaped-value worst case (5300) plus CMD-BUFFER's own
      *> widened worst case without truncating.
      *> Widened to 10200 for the DENO-USAGE wrapper in front of
      *> RUN-CMD-BUFFER.
               01  EXEC-CMD-BUFFER    PIC X(10200).
               01  ENV-PREFIX-TEXT    PIC X(5300).
               01  ENV-PREFIX-MASKED  PIC X(5300).
      *> Alert key: the head of the captured command (the command
               01  CAPTURE-START-TIME PIC 9(9).
               01  CAPTURE-END-TIME   PIC 9(9).
               01  CAPTURE-ELAPSED    PIC 9(9).
      *> Resource capture (see DENOUSAG.cpy): RUN-CMD-BUFFER is
      *> CMD-BUFFER behind the time wrapper, the audit line keeps
      *> CMD-BUFFER itself. The wrapper measures the first simple
      *> command of DENO-CMD - the whole of the usual single deno
      *> invocation, only the head of an "a && b" compound one.
               01  RUN-CMD-BUFFER     PIC X(4800).
               01  USAGE-ACTION       PIC X(1).
      *> The perf history is keyed by the script, as DENO-CHARGEBACK
      *> and DENO-SIEM-FEED name it: the first single-quoted span
      *> after " run ".
               01  DENO-CMD-LEN       PIC 9(5).
               01  RUN-VERB-POS       PIC 9(5).
               01  QUOTE-POS          PIC 9(5).
               01  QUOTE-START        PIC 9(5).
               01  QUOTE-END          PIC 9(5).
               01  SCRIPT-PATH-LEN    PIC 9(5).
               COPY DENOUSAG.

       LINKAGE SECTION.
               01  DENO-CMD    PIC X(500).
                   88  CAPTURE-APPEND      VALUE "A".
                   88  CAPTURE-OVERWRITE   VALUE SPACE "O".
               01  ERROR-FILE      PIC X(100).
      *> "*CANDIDATE" marks a trial run of an unapproved version
      *> (DENO-COMPARE): its figures are not the script's, so it
      *> runs unmeasured and stays off the perf history.
      *> Checkpointing never uses it.
               01  JOB-STEP-NAME   PIC X(30).
                   88  STEP-IS-CANDIDATE   VALUE "*CANDIDATE".
               01  CHECKPOINT-MODE PIC X(1).
                   88  CHECKPOINT-ON       VALUE "C".
                   88  CHECKPOINT-OFF      VALUE SPACE.
                       INTO CMD-BUFFER
           END-IF

           IF STEP-IS-CANDIDATE
               MOVE SPACES TO USAGE-WRAPPER
           ELSE
               MOVE "P" TO USAGE-ACTION
               CALL "DENO-USAGE" USING USAGE-ACTION USAGE-REQUEST
           END-IF
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

                      WITH POINTER RECON-NOTE-PTR
           END-IF
           PERFORM STOP-CAPTURE-TIMER
           IF NOT STEP-IS-CANDIDATE
               MOVE AUDIT-PROG-NAME TO USAGE-PROGRAM
               PERFORM EXTRACT-USAGE-SCRIPT
               MOVE CAPTURE-ELAPSED TO USAGE-ELAPSED
               MOVE "C" TO USAGE-ACTION
               CALL "DENO-USAGE" USING USAGE-ACTION USAGE-REQUEST
           END-IF
           IF USAGE-WAS-CAPTURED AND NOT STEP-IS-CANDIDATE
               COMPUTE RECON-NOTE-PTR = FUNCTION LENGTH(
                   FUNCTION TRIM(AUDIT-CMD-TEXT)) + 1
               STRING USAGE-NOTE                   DELIMITED BY "  "
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER RECON-NOTE-PTR
           END-IF
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               CAPTURE-ELAPSED
           MOVE STATUS-CODE TO RETURN-CODE
           EXIT PROGRAM.

      *> A command with no " run " verb (or no quoted script after
      *> it) is not a deno script run; it is kept under the head of
      *> the command, as the alert key is.
       EXTRACT-USAGE-SCRIPT.
           MOVE DENO-CMD(1:100) TO USAGE-SCRIPT
           MOVE 0 TO QUOTE-START
           MOVE 0 TO QUOTE-END
           MOVE 0 TO RUN-VERB-POS
           COMPUTE DENO-CMD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(DENO-CMD TRAILING))
           PERFORM VARYING QUOTE-POS FROM 1 BY 1
                   UNTIL QUOTE-POS > DENO-CMD-LEN - 4
                         OR RUN-VERB-POS > 0
               IF DENO-CMD(QUOTE-POS:5) = " run "
                   COMPUTE RUN-VERB-POS = QUOTE-POS + 5
               END-IF
           END-PERFORM
           IF RUN-VERB-POS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QUOTE-POS FROM RUN-VERB-POS BY 1
                   UNTIL QUOTE-POS > DENO-CMD-LEN
                         OR QUOTE-END > 0
               IF DENO-CMD(QUOTE-POS:1) = "'"
                   IF QUOTE-START = 0
                       MOVE QUOTE-POS TO QUOTE-START
                   ELSE
                       MOVE QUOTE-POS TO QUOTE-END
                   END-IF
               END-IF
           END-PERFORM
           IF QUOTE-END > QUOTE-START + 1
               COMPUTE SCRIPT-PATH-LEN =
                   QUOTE-END - QUOTE-START - 1
               IF SCRIPT-PATH-LEN > 100
                   MOVE 100 TO SCRIPT-PATH-LEN
               END-IF
               MOVE SPACES TO USAGE-SCRIPT
               MOVE DENO-CMD(QUOTE-START + 1:SCRIPT-PATH-LEN)
                   TO USAGE-SCRIPT
           END-IF.

       START-CAPTURE-TIMER.
           COMPUTE CAPTURE-START-TIME =
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 360000
