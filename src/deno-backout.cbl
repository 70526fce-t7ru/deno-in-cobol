      *>   DENO_BACKOUT_FORCE=Y  remove a record even when the
      *>                         master copy no longer equals the
      *>                         journaled after-image
      *>   DENO_BACKOUT_INCIDENT the incident (DENOINC.cpy) the
      *>                         backout answers: the load id and
      *>                         the backout's outcome are attached
      *>                         to it as LOAD and BACKOUT links
      *>
      *> A plain load journals A (added) actions; a transaction-mode
      *> load (IMP-LOAD-MODE "T") also journals C (changed, with
      *> the before-image) and X (deleted, before-image only). A
      *> backout walks the load's entries in reverse: an added
      *> record is DELETEd, a changed record is REWRITten with its
      *> before-image, a deleted record is WRITten back from its
      *> before-image - each only when the master still holds what
      *> the load left there (the after-image, or no record at all
      *> for a delete), because silently destroying a record some
      *> later process updated would turn one incident into two; a
      *> record that moved on since the load is reported and
      *> skipped unless forced. The backout journals its own D
      *> (deleted), R (rewritten) and I (re-inserted) actions so the
      *> trail stays complete; those entries met on a SECOND backout
      *> of the same load id are reported and left alone, never
      *> re-applied. Writes a report to
      *> /tmp/deno-backout-report.txt, audits a summary line, and
      *> ends 0 clean / 8 when anything was skipped.
                       10  JE-AFTER    PIC X(300).

               01  REMOVED-COUNT   PIC 9(5) VALUE 0.
               01  RESTORED-COUNT  PIC 9(5) VALUE 0.
               01  COUNT-DISPLAY-4 PIC Z(4)9.
               01  RESTORE-ACTION  PIC X(1).
               01  MISMATCH-COUNT  PIC 9(5) VALUE 0.
               01  ABSENT-COUNT    PIC 9(5) VALUE 0.
               01  COUNT-DISPLAY-1 PIC Z(4)9.
               01  COUNT-DISPLAY-3 PIC Z(4)9.
               01  REPORT-LINE     PIC X(300).

               01  INCIDENT-ID-TEXT PIC X(10).
               01  BACKOUT-INCIDENT-ID PIC 9(6) VALUE 0.
               COPY DENOINCR.
               01  INCIDENT-CALL-STATUS PIC S9(4) COMP.

       PROCEDURE DIVISION.
           MOVE SPACES TO TARGET-LOAD-ID
           ACCEPT TARGET-LOAD-ID
           IF FUNCTION TRIM(FORCE-TEXT) = "Y"
               MOVE "Y" TO FORCE-FLAG
           END-IF
           MOVE SPACES TO INCIDENT-ID-TEXT
           ACCEPT INCIDENT-ID-TEXT
               FROM ENVIRONMENT "DENO_BACKOUT_INCIDENT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF INCIDENT-ID-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(INCIDENT-ID-TEXT)) = 0
               COMPUTE BACKOUT-INCIDENT-ID = FUNCTION NUMVAL(
                   FUNCTION TRIM(INCIDENT-ID-TEXT))
           END-IF

           PERFORM COLLECT-LOAD-ENTRIES
           IF ENTRY-COUNT = 0
           EVALUATE TRUE
               WHEN JE-ACTION(ENTRY-IDX) = "A"
                   PERFORM BACK-OUT-ADDED-RECORD
               WHEN JE-ACTION(ENTRY-IDX) = "C"
                   PERFORM BACK-OUT-CHANGED-RECORD
               WHEN JE-ACTION(ENTRY-IDX) = "X"
                   PERFORM BACK-OUT-DELETED-RECORD
      *> Only a load's A, C and X entries are reversible. D, R and
      *> I entries written by an EARLIER backout of this load id
      *> appear when the load is backed out twice; re-applying the
      *> backout's own trail would act on images the backout itself
      *> wrote, so they - and anything unrecognized - are left
      *> alone and noted.
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING "SKIPPED ACTION "        DELIMITED BY SIZE
                   WRITE REPORT-REC
           END-DELETE.

      *> A changed record goes back to its before-image only while
      *> the master still holds the image this load wrote.
       BACK-OUT-CHANGED-RECORD.
           MOVE SPACES TO IMP-REC
           MOVE JE-AFTER(ENTRY-IDX)(1:100) TO IMP-KEY
           READ MASTER-FD
               INVALID KEY
                   IF BACKOUT-FORCED
                       MOVE "I" TO RESTORE-ACTION
                       PERFORM RESTORE-BEFORE-IMAGE
                   ELSE
                       ADD 1 TO MISMATCH-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "DELETED SINCE LOAD, SKIPPED: "
                                                    DELIMITED BY SIZE
                              JE-AFTER(ENTRY-IDX)(1:100)
                                                    DELIMITED BY SIZE
                              INTO REPORT-LINE
                       MOVE REPORT-LINE TO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
               NOT INVALID KEY
                   IF IMP-REC = JE-AFTER(ENTRY-IDX)
                     OR BACKOUT-FORCED
                       MOVE "R" TO RESTORE-ACTION
                       PERFORM RESTORE-BEFORE-IMAGE
                   ELSE
                       ADD 1 TO MISMATCH-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "CHANGED SINCE LOAD, SKIPPED: "
                                                    DELIMITED BY SIZE
                              JE-AFTER(ENTRY-IDX)(1:100)
                                                    DELIMITED BY SIZE
                              INTO REPORT-LINE
                       MOVE REPORT-LINE TO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
           END-READ.

      *> A deleted record is written back only while its key is
      *> still free - a record re-added since is someone else's.
       BACK-OUT-DELETED-RECORD.
           MOVE SPACES TO IMP-REC
           MOVE JE-BEFORE(ENTRY-IDX)(1:100) TO IMP-KEY
           READ MASTER-FD
               INVALID KEY
                   MOVE "I" TO RESTORE-ACTION
                   PERFORM RESTORE-BEFORE-IMAGE
               NOT INVALID KEY
                   IF BACKOUT-FORCED
                       MOVE "R" TO RESTORE-ACTION
                       PERFORM RESTORE-BEFORE-IMAGE
                   ELSE
                       ADD 1 TO MISMATCH-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "RE-ADDED SINCE LOAD, SKIPPED: "
                                                    DELIMITED BY SIZE
                              JE-BEFORE(ENTRY-IDX)(1:100)
                                                    DELIMITED BY SIZE
                              INTO REPORT-LINE
                       MOVE REPORT-LINE TO REPORT-REC
                       WRITE REPORT-REC
                   END-IF
           END-READ.

      *> RESTORE-ACTION "R" rewrites the record on file, "I" writes
      *> it back into an empty key; either way the image on file
      *> beforehand (if any) is journaled as the before-image.
       RESTORE-BEFORE-IMAGE.
           MOVE SPACES TO JOURNAL-OUT-REC
           MOVE TARGET-LOAD-ID TO JRN-OUT-LOAD-ID
           MOVE RESTORE-ACTION TO JRN-OUT-ACTION
           IF RESTORE-ACTION = "R"
               MOVE IMP-REC TO JRN-OUT-BEFORE
           END-IF
           MOVE JE-BEFORE(ENTRY-IDX) TO JRN-OUT-AFTER
           MOVE JE-BEFORE(ENTRY-IDX) TO IMP-REC
           IF RESTORE-ACTION = "R"
               REWRITE IMP-REC
                   INVALID KEY
                       ADD 1 TO ABSENT-COUNT
                       EXIT PARAGRAPH
               END-REWRITE
           ELSE
               WRITE IMP-REC
                   INVALID KEY
                       ADD 1 TO MISMATCH-COUNT
                       EXIT PARAGRAPH
               END-WRITE
           END-IF
           ADD 1 TO RESTORED-COUNT
           WRITE JOURNAL-OUT-REC
           MOVE SPACES TO REPORT-LINE
           STRING "RESTORED: "                     DELIMITED BY SIZE
                  JE-BEFORE(ENTRY-IDX)(1:100)       DELIMITED BY SIZE
                  INTO REPORT-LINE
           MOVE REPORT-LINE TO REPORT-REC
           WRITE REPORT-REC.

       WRITE-BACKOUT-SUMMARY.
           MOVE REMOVED-COUNT TO COUNT-DISPLAY-1
           MOVE MISMATCH-COUNT TO COUNT-DISPLAY-2
           MOVE ABSENT-COUNT TO COUNT-DISPLAY-3
           MOVE RESTORED-COUNT TO COUNT-DISPLAY-4
           MOVE SPACES TO REPORT-LINE
           STRING "BACKOUT LOAD="                  DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-LOAD-ID)     DELIMITED BY SIZE
                  " REMOVED="                      DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-1)    DELIMITED BY SIZE
                  " RESTORED="                     DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-4)    DELIMITED BY SIZE
                  " MISMATCHED="                   DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-2)    DELIMITED BY SIZE
                  " ABSENT="                       DELIMITED BY SIZE
           MOVE REPORT-LINE TO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               BACKOUT-ELAPSED
           IF BACKOUT-INCIDENT-ID > 0
               PERFORM LINK-BACKOUT-TO-INCIDENT
           END-IF.

      *> The incident gets the load and what became of it; a
      *> refused link is displayed and leaves the backout's own
      *> result alone.
       LINK-BACKOUT-TO-INCIDENT.
           MOVE SPACES TO INCIDENT-REQUEST
           MOVE "L" TO INR-ACTION
           MOVE BACKOUT-INCIDENT-ID TO INR-ID
           MOVE "BACKOUT" TO INR-BY
           MOVE "LOAD" TO INR-LINK-TYPE
           MOVE TARGET-LOAD-ID TO INR-LINK-VALUE
           CALL "DENO-INCIDENT-LOG" USING INCIDENT-REQUEST
               INCIDENT-CALL-STATUS
           IF INCIDENT-CALL-STATUS NOT = 0
               DISPLAY "DENO-BACKOUT: load not linked to incident "
                   INR-ID ": " FUNCTION TRIM(INR-DETAIL)
           END-IF
           MOVE SPACES TO INCIDENT-REQUEST
           MOVE "L" TO INR-ACTION
           MOVE BACKOUT-INCIDENT-ID TO INR-ID
           MOVE "BACKOUT" TO INR-BY
           MOVE "BACKOUT" TO INR-LINK-TYPE
           MOVE REPORT-LINE(9:) TO INR-LINK-VALUE
           CALL "DENO-INCIDENT-LOG" USING INCIDENT-REQUEST
               INCIDENT-CALL-STATUS
           IF INCIDENT-CALL-STATUS NOT = 0
               DISPLAY "DENO-BACKOUT: outcome not linked to "
                   "incident " INR-ID ": " FUNCTION TRIM(INR-DETAIL)
           END-IF.
