       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-DQ.

      *> Profiles one load of a feed from the command line or a
      *> scheduler step outside DENO-BATCH (which profiles through
      *> its Q input rule instead), and records it in the feed's
      *> profile history. See DENO-DQ-PROFILE for the measures and
      *> how a load is judged.
      *>
      *>   DENO_DQ_FEED     feed id (required)
      *>   DENO_DQ_INPUT    the load file (required)
      *>   DENO_DQ_LAYOUT   registered layout name, default the
      *>                    feed id
      *>   DENO_DQ_FORMAT   D (default): pipe-delimited; J: JSON
      *>                    lines
      *>   DENO_DQ_CHECK    Y: judge the load but do not record it
      *>
      *> RETURN-CODE is 0 when the load is green (or still building
      *> its baseline), 8 when it is red or could not be profiled.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
               01  CHECK-ONLY-TEXT PIC X(1).
               COPY DENODQ.
               COPY DENOSTAT.

       PROCEDURE DIVISION.
           MOVE SPACES TO DQ-REQUEST
           MOVE "P" TO DQ-ACTION
           ACCEPT DQ-FEED
               FROM ENVIRONMENT "DENO_DQ_FEED"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT DQ-INPUT-PATH
               FROM ENVIRONMENT "DENO_DQ_INPUT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT DQ-LAYOUT-NAME
               FROM ENVIRONMENT "DENO_DQ_LAYOUT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT DQ-INPUT-FORMAT
               FROM ENVIRONMENT "DENO_DQ_FORMAT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO CHECK-ONLY-TEXT
           ACCEPT CHECK-ONLY-TEXT
               FROM ENVIRONMENT "DENO_DQ_CHECK"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF CHECK-ONLY-TEXT = "Y" OR CHECK-ONLY-TEXT = "y"
               MOVE "C" TO DQ-ACTION
           END-IF

           CALL "DENO-DQ-PROFILE" USING DQ-REQUEST STATUS-CODE

           EVALUATE TRUE
               WHEN DQ-GREEN
                   DISPLAY "DENO-DQ: " FUNCTION TRIM(DQ-FEED)
                       " GREEN - " FUNCTION TRIM(DQ-REPORT-PATH)
                   MOVE 0 TO RETURN-CODE
               WHEN DQ-RED
                   DISPLAY "DENO-DQ: " FUNCTION TRIM(DQ-FEED)
                       " RED (" DQ-RED-COUNT " MEASURES) "
                       FUNCTION TRIM(DQ-DETAIL) " - "
                       FUNCTION TRIM(DQ-REPORT-PATH)
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "DENO-DQ: " FUNCTION TRIM(DQ-FEED)
                       " NOT PROFILED - " FUNCTION TRIM(DQ-DETAIL)
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.
