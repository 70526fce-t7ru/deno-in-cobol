      *> that reaches a shell command goes through DENO-SHELL-ESCAPE
      *> first, same as every other caller-controlled value in the
      *> bridge.
      *>
      *> The views are open to whoever can start the console; each
      *> action - ACK, HOLD, RELEASE, DRAIN, ABORT, REFRESH - is
      *> checked through DENO-AUTHORIZE (see DENOAUTH.cpy) for the
      *> signed-on operator (DENO_USER, else USER) before it
      *> prompts for anything, and a refusal is audited as DENIED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.

           FD  CARRYOVER-FD
               LABEL RECORDS ARE STANDARD.
           01  CARRYOVER-REC       PIC X(720).

           FD  HOLD-FD
               LABEL RECORDS ARE STANDARD.
               01  OPEN-ALERT-COUNT PIC 9(3).
               01  ACKED-ALERT-COUNT PIC 9(3).

               01  OPERATOR-USER-NAME PIC X(30).
               01  CONSOLE-ACTION-NAME PIC X(10).
               01  ACTION-OK-FLAG  PIC X.
                   88  ACTION-IS-AUTHORIZED    VALUE "Y".
               COPY DENOAUTH.
               01  AUTH-STATUS     PIC S9(4) COMP.

       PROCEDURE DIVISION.
           MOVE "deno-alert-desk" TO DESK-BIN-NAME
           MOVE SPACES TO ENV-TEXT
               MOVE ENV-TEXT TO REPORTER-BIN-NAME
           END-IF

           MOVE SPACES TO OPERATOR-USER-NAME
           ACCEPT OPERATOR-USER-NAME
               FROM ENVIRONMENT "DENO_USER"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF OPERATOR-USER-NAME = SPACES
               ACCEPT OPERATOR-USER-NAME
                   FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
           END-IF

           PERFORM SHOW-OVERVIEW
           PERFORM UNTIL OPERATOR-SIGNED-OFF
               PERFORM SHOW-MENU
           DISPLAY "CHOICE: " WITH NO ADVANCING.

       DISPATCH-MENU-CHOICE.
           PERFORM CHECK-ACTION-AUTHORIZED
           IF NOT ACTION-IS-AUTHORIZED
               EXIT PARAGRAPH
           END-IF
           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM SHOW-OVERVIEW
                   DISPLAY "UNKNOWN CHOICE '" MENU-CHOICE "'"
           END-EVALUATE.

      *> Views need no grant; an action the authorization file does
      *> not give the operator is refused before its first prompt.
       CHECK-ACTION-AUTHORIZED.
           MOVE "Y" TO ACTION-OK-FLAG
           EVALUATE MENU-CHOICE
               WHEN "4"
                   MOVE "ACK" TO CONSOLE-ACTION-NAME
               WHEN "5"
                   MOVE "HOLD" TO CONSOLE-ACTION-NAME
               WHEN "6"
                   MOVE "RELEASE" TO CONSOLE-ACTION-NAME
               WHEN "7"
                   MOVE "DRAIN" TO CONSOLE-ACTION-NAME
               WHEN "8"
                   MOVE "ABORT" TO CONSOLE-ACTION-NAME
               WHEN "9"
                   MOVE "REFRESH" TO CONSOLE-ACTION-NAME
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO AUTHZ-REQUEST
           MOVE "DENO-CONSOLE" TO AUTHZ-PROGRAM
           MOVE OPERATOR-USER-NAME TO AUTHZ-USER
           MOVE "ACTION" TO AUTHZ-KIND
           MOVE CONSOLE-ACTION-NAME TO AUTHZ-SUBJECT
           CALL "DENO-AUTHORIZE" USING AUTHZ-REQUEST AUTH-STATUS
           IF AUTH-STATUS NOT = 0
               MOVE "N" TO ACTION-OK-FLAG
               DISPLAY "NOT AUTHORIZED: '"
                   FUNCTION TRIM(OPERATOR-USER-NAME) "' MAY NOT "
                   FUNCTION TRIM(CONSOLE-ACTION-NAME) " ("
                   FUNCTION TRIM(AUTHZ-DETAIL) ")"
           END-IF.

       SHOW-OVERVIEW.
           DISPLAY " "
           DISPLAY "--- BATCH HEARTBEAT ---"
