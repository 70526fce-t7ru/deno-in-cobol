      *>                failed n consecutive times
      *> With no rules file the shipped defaults apply: STATUS|124
      *> (timeout - a hung script threatening the window), STATUS|127
      *> (deno binary not found), STATUS|109 (an output delivery
      *> failed or its source never came - see DENO-DISTRIBUTE) and
      *> CONSEC|3. Matches append to
      *> /tmp/deno-alert.log and go to the console. Consecutive-
      *> failure counts persist per key in /tmp/deno-alert-state.txt
      *> (a success resets its key), maintained under a DENO-LOCK so
           END-IF.

       LOAD-DEFAULT-RULES.
           MOVE 4 TO RULE-COUNT
           MOVE "STATUS" TO RULE-TYPE(1)
           MOVE 124 TO RULE-VALUE(1)
           MOVE "STATUS" TO RULE-TYPE(2)
           MOVE 127 TO RULE-VALUE(2)
           MOVE "CONSEC" TO RULE-TYPE(3)
           MOVE 3 TO RULE-VALUE(3)
           MOVE "STATUS" TO RULE-TYPE(4)
           MOVE 109 TO RULE-VALUE(4).

       LOAD-ALERT-STATE.
           MOVE 0 TO STATE-COUNT
