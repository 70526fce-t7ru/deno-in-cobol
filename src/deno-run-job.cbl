       PROGRAM-ID. DENO-RUN-JOB.

      *> One-job wrapper main for DENO-BATCH's parallel groups: the
      *> batch writes a one-line spec file (script|flags|args|
      *> resources, the same fields a worklist record carries) and
      *> launches one of
      *> these per parallel-safe job, so concurrent jobs run in their
      *> own processes while still going through DENO-RUN's flags
      *> allowlist, escaping and audit path. The process exit code is
      *> DENO-RUN's STATUS-CODE, which the batch collects per job.
      *> An exit code cannot say which argument a declared argument
      *> schema refused, so on DENO-ARGS-REJECTED the spec file is
      *> rewritten as ARG|name|reason for the batch to report.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               LABEL RECORDS ARE STANDARD.
      *> Matches DENO-BATCH's widened spec record (see the job
      *> record sizing comment there).
           01  SPEC-REC            PIC X(720).

           WORKING-STORAGE SECTION.
               01  SPEC-FILE-PATH      PIC X(100).
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
      *> Likewise the catalog and dependency gates the serial path
      *> applies.
           ACCEPT RUN-CATALOG-FILE
               FROM ENVIRONMENT "DENO_BATCH_CATALOG"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT RUN-DEPENDENCY-FILE
               FROM ENVIRONMENT "DENO_BATCH_DEPENDENCIES"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO COMMAND-LINE-TEXT
           ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
           IF FUNCTION TRIM(COMMAND-LINE-TEXT) = SPACES
           MOVE SPACES TO JOB-SCRIPT-PATH
           MOVE SPACES TO JOB-FLAGS
           MOVE SPACES TO JOB-ARGS
           MOVE SPACES TO RUN-RESOURCES
           UNSTRING SPEC-REC DELIMITED BY "|"
               INTO JOB-SCRIPT-PATH JOB-FLAGS JOB-ARGS RUN-RESOURCES
           END-UNSTRING

           MOVE 0 TO RUN-ARG-COUNT
               JOB-WORKING-DIR JOB-FLAGS-ALLOWLIST-FILE
               RUN-OPTIONS

           IF DENO-ARGS-REJECTED
               OPEN OUTPUT SPEC-FD
               IF SPEC-FILE-STATUS = "00"
                   MOVE SPACES TO SPEC-REC
                   STRING "ARG|"                   DELIMITED BY SIZE
                          FUNCTION TRIM(RUN-ARG-REJECTED-NAME)
                                                    DELIMITED BY SIZE
                          "|"                      DELIMITED BY SIZE
                          FUNCTION TRIM(RUN-ARG-REJECTED-REASON)
                                                    DELIMITED BY SIZE
                          INTO SPEC-REC
                   WRITE SPEC-REC
                   CLOSE SPEC-FD
               END-IF
           END-IF

           MOVE STATUS-CODE TO RETURN-CODE
           STOP RUN.
