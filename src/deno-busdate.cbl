      *>               next business day, skipping weekends and any
      *>               date the business calendar (the DENO-SCHEDULE
      *>               calendar file) marks H
      *>   action "B": is BUSDATE-VALUE (today when not eight
      *>               digits) a business day by the same rule?
      *>               STATUS-CODE 0 when it is, 8 when it falls on
      *>               a weekend or a calendar holiday; the register
      *>               is not touched
      *>
      *> "O" and "C" run under the "deno-busdate" DENO-LOCK so two
      *> streams cannot interleave a read-advance-write. This program
                   88  BUSDATE-GET         VALUE "G" SPACE.
                   88  BUSDATE-OPEN-CYCLE  VALUE "O".
                   88  BUSDATE-CLOSE-CYCLE VALUE "C".
                   88  BUSDATE-IS-BUSINESS-DAY VALUE "B".
               01  BUSDATE-VALUE   PIC X(8).
               COPY DENOSTAT.

                   PERFORM FREE-BUSDATE-LOCK
                   DISPLAY "DENO-BUSDATE: cycle closed; next is "
                       BUSDATE-VALUE
               WHEN BUSDATE-IS-BUSINESS-DAY
                   IF BUSDATE-VALUE IS NOT NUMERIC
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO BUSDATE-VALUE
                   END-IF
                   PERFORM TEST-BUSINESS-DAY
               WHEN OTHER
                   PERFORM READ-REGISTER
                   MOVE REGISTER-DATE TO BUSDATE-VALUE
               END-IF
           END-PERFORM.

       TEST-BUSINESS-DAY.
           IF HOLIDAYS-LOADED NOT = "Y"
               PERFORM LOAD-HOLIDAY-DATES
           END-IF
           MOVE BUSDATE-VALUE TO NEW-DATE
           COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(NEW-DATE))
           COMPUTE DAY-OF-WEEK-NUM = FUNCTION MOD(DATE-INT, 7)
           PERFORM CHECK-HOLIDAY-DATE
           IF DAY-OF-WEEK-NUM = 6 OR DAY-OF-WEEK-NUM = 0
             OR DATE-IS-HOLIDAY
               MOVE 8 TO STATUS-CODE
           END-IF.

       CHECK-HOLIDAY-DATE.
           MOVE "N" TO HOLIDAY-HIT
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
