
           FD  WORKLIST-PROBE-FD
               LABEL RECORDS ARE STANDARD.
           01  WORKLIST-PROBE-REC  PIC X(720).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-SCHEDULE".
