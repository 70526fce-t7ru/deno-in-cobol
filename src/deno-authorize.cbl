       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-AUTHORIZE.

      *> The one answer to "may this user do this?" for every entry
      *> point that acts on someone's behalf - DENO-RUN (the script
      *> and the environment it runs in), DENO-QUEUE (through
      *> DENO-RUN's gate validation, as the requester) and
      *> DENO-CONSOLE (the operator actions). The file is re-read on
      *> every call, so a revoked role takes effect on the next
      *> request, not the next deploy. See DENOAUTH.cpy for the
      *> file format and the contract; DENO-ACCESS-REVIEW lists the
      *> same file for the periodic access review.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUTH-FD
                   ASSIGN TO DYNAMIC AUTH-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUTH-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  AUTH-FD
               LABEL RECORDS ARE STANDARD.
           01  AUTH-REC            PIC X(200).

           WORKING-STORAGE SECTION.
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  AUTH-ELAPSED    PIC 9(9) VALUE 0.
               01  AUTH-FILE-PATH  PIC X(100).
               01  AUTH-FILE-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  AUTH-FILE-NAMED PIC X.
                   88  AUTH-FILE-WAS-NAMED     VALUE "Y".
               01  AUTH-EOF        PIC X.
                   88  NO-MORE-AUTH-LINES      VALUE "Y".
               01  REC-TYPE        PIC X(10).
               01  REC-NAME        PIC X(30).
               01  REC-KIND        PIC X(10).
               01  REC-PATTERN     PIC X(100).
               01  WANTED-SUBJECT  PIC X(100).

      *> This user's roles, and every grant of the asked-for kind;
      *> matched once the whole file is in, since ROLE records may
      *> come before the USER records that refer to them.
               01  USER-ROLE-COUNT PIC 9(2).
               01  USER-ROLE-TABLE.
                   05  USER-ROLE   PIC X(20) OCCURS 20 TIMES.
               01  ROLE-IDX        PIC 9(2).
               01  GRANT-COUNT     PIC 9(3).
               01  GRANT-TABLE.
                   05  GRANT-ENTRY OCCURS 500 TIMES.
                       10  GRANT-ROLE    PIC X(20).
                       10  GRANT-PATTERN PIC X(100).
               01  GRANT-IDX       PIC 9(3).
               01  PATTERN-LENGTH  PIC 9(3).
               01  GRANT-FOUND-FLAG PIC X.
                   88  GRANT-FOUND             VALUE "Y".

       LINKAGE SECTION.
               COPY DENOAUTH.
               COPY DENOSTAT.

       PROCEDURE DIVISION USING AUTHZ-REQUEST STATUS-CODE.
           MOVE 0 TO STATUS-CODE
           MOVE "Y" TO AUTHZ-IN-FORCE
           MOVE SPACES TO AUTHZ-ROLE
           MOVE SPACES TO AUTHZ-DETAIL
           MOVE "/tmp/deno-auth.txt" TO AUTH-FILE-PATH
           MOVE "N" TO AUTH-FILE-NAMED
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_AUTH_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO AUTH-FILE-PATH
               MOVE "Y" TO AUTH-FILE-NAMED
           END-IF
           MOVE FUNCTION UPPER-CASE(AUTHZ-KIND) TO AUTHZ-KIND
           MOVE AUTHZ-SUBJECT TO WANTED-SUBJECT
           IF NOT AUTHZ-KIND-SCRIPT
               MOVE FUNCTION UPPER-CASE(AUTHZ-SUBJECT)
                   TO WANTED-SUBJECT
           END-IF
           IF AUTHZ-KIND-ENV AND WANTED-SUBJECT = SPACES
               MOVE "DEFAULT" TO WANTED-SUBJECT
           END-IF

           OPEN INPUT AUTH-FD
           IF AUTH-FILE-STATUS NOT = "00"
               IF NOT AUTH-FILE-WAS-NAMED
                   MOVE "N" TO AUTHZ-IN-FORCE
                   MOVE "NO AUTHORIZATION FILE - NOT IN FORCE"
                       TO AUTHZ-DETAIL
                   GOBACK
               END-IF
               STRING "AUTHORIZATION FILE UNREADABLE STATUS="
                                                    DELIMITED BY SIZE
                      AUTH-FILE-STATUS              DELIMITED BY SIZE
                      INTO AUTHZ-DETAIL
               PERFORM DENY-REQUEST
               GOBACK
           END-IF
           PERFORM LOAD-AUTHORIZATION-FILE
           CLOSE AUTH-FD

           EVALUATE TRUE
               WHEN NOT AUTHZ-KIND-SCRIPT AND NOT AUTHZ-KIND-ACTION
                 AND NOT AUTHZ-KIND-ENV
                   MOVE "KIND MUST BE SCRIPT, ACTION OR ENV"
                       TO AUTHZ-DETAIL
                   PERFORM DENY-REQUEST
               WHEN AUTHZ-USER = SPACES
                   MOVE "NO USER IDENTITY" TO AUTHZ-DETAIL
                   PERFORM DENY-REQUEST
               WHEN USER-ROLE-COUNT = 0
                   MOVE "USER HOLDS NO ROLE" TO AUTHZ-DETAIL
                   PERFORM DENY-REQUEST
               WHEN OTHER
                   PERFORM FIND-GRANTING-ROLE
                   IF GRANT-FOUND
                       STRING "GRANTED BY ROLE "    DELIMITED BY SIZE
                              FUNCTION TRIM(AUTHZ-ROLE)
                                                    DELIMITED BY SIZE
                              INTO AUTHZ-DETAIL
                   ELSE
                       STRING "NO ROLE OF THE USER GRANTS THIS "
                                                    DELIMITED BY SIZE
                              FUNCTION TRIM(AUTHZ-KIND)
                                                    DELIMITED BY SIZE
                              INTO AUTHZ-DETAIL
                       PERFORM DENY-REQUEST
                   END-IF
           END-EVALUATE
           GOBACK.

       LOAD-AUTHORIZATION-FILE.
           MOVE 0 TO USER-ROLE-COUNT
           MOVE 0 TO GRANT-COUNT
           MOVE "N" TO AUTH-EOF
           PERFORM UNTIL NO-MORE-AUTH-LINES
               READ AUTH-FD INTO AUTH-REC
                   AT END
                       MOVE "Y" TO AUTH-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AUTH-REC) NOT = SPACES
                         AND AUTH-REC(1:1) NOT = "#"
                           PERFORM APPLY-AUTHORIZATION-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-AUTHORIZATION-RECORD.
           MOVE SPACES TO REC-TYPE REC-NAME REC-KIND REC-PATTERN
           UNSTRING AUTH-REC DELIMITED BY "|"
               INTO REC-TYPE REC-NAME REC-KIND REC-PATTERN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(REC-TYPE) TO REC-TYPE
           EVALUATE FUNCTION TRIM(REC-TYPE)
               WHEN "USER"
      *> USER|name|role - the third field lands in REC-KIND.
                   IF FUNCTION TRIM(REC-NAME) =
                           FUNCTION TRIM(AUTHZ-USER)
                     AND REC-KIND NOT = SPACES
                     AND USER-ROLE-COUNT < 20
                       ADD 1 TO USER-ROLE-COUNT
                       MOVE FUNCTION UPPER-CASE(REC-KIND)
                           TO USER-ROLE(USER-ROLE-COUNT)
                   END-IF
               WHEN "ROLE"
                   MOVE FUNCTION UPPER-CASE(REC-KIND) TO REC-KIND
                   IF FUNCTION TRIM(REC-KIND) =
                           FUNCTION TRIM(AUTHZ-KIND)
                     AND REC-PATTERN NOT = SPACES
                     AND GRANT-COUNT < 500
                       ADD 1 TO GRANT-COUNT
                       MOVE FUNCTION UPPER-CASE(REC-NAME)
                           TO GRANT-ROLE(GRANT-COUNT)
                       IF AUTHZ-KIND-SCRIPT
                           MOVE FUNCTION TRIM(REC-PATTERN)
                               TO GRANT-PATTERN(GRANT-COUNT)
                       ELSE
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(REC-PATTERN))
                               TO GRANT-PATTERN(GRANT-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE.

      *> First grant, in file order, held by any of the user's roles
      *> and matching the subject.
       FIND-GRANTING-ROLE.
           MOVE "N" TO GRANT-FOUND-FLAG
           PERFORM VARYING GRANT-IDX FROM 1 BY 1
                   UNTIL GRANT-IDX > GRANT-COUNT OR GRANT-FOUND
               PERFORM VARYING ROLE-IDX FROM 1 BY 1
                       UNTIL ROLE-IDX > USER-ROLE-COUNT
                             OR GRANT-FOUND
                   IF GRANT-ROLE(GRANT-IDX) = USER-ROLE(ROLE-IDX)
                       PERFORM MATCH-GRANT-PATTERN
                       IF GRANT-FOUND
                           MOVE USER-ROLE(ROLE-IDX) TO AUTHZ-ROLE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       MATCH-GRANT-PATTERN.
           COMPUTE PATTERN-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(GRANT-PATTERN(GRANT-IDX)))
           EVALUATE TRUE
               WHEN GRANT-PATTERN(GRANT-IDX) = "*"
                   MOVE "Y" TO GRANT-FOUND-FLAG
               WHEN GRANT-PATTERN(GRANT-IDX)(PATTERN-LENGTH:1) = "*"
                   IF WANTED-SUBJECT(1:PATTERN-LENGTH - 1) =
                           GRANT-PATTERN(GRANT-IDX)
                               (1:PATTERN-LENGTH - 1)
                       MOVE "Y" TO GRANT-FOUND-FLAG
                   END-IF
               WHEN FUNCTION TRIM(WANTED-SUBJECT) =
                       FUNCTION TRIM(GRANT-PATTERN(GRANT-IDX))
                   MOVE "Y" TO GRANT-FOUND-FLAG
           END-EVALUATE.

      *> Denials are audited here, once, under the asking program's
      *> name - the same line whichever entry point was refused.
       DENY-REQUEST.
           MOVE 108 TO STATUS-CODE
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "DENIED USER="                    DELIMITED BY SIZE
                  FUNCTION TRIM(AUTHZ-USER)          DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  FUNCTION TRIM(AUTHZ-KIND)          DELIMITED BY SIZE
                  " "                               DELIMITED BY SIZE
                  FUNCTION TRIM(WANTED-SUBJECT)      DELIMITED BY SIZE
                  " ("                              DELIMITED BY SIZE
                  FUNCTION TRIM(AUTHZ-DETAIL)        DELIMITED BY SIZE
                  ")"                               DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUTHZ-PROGRAM AUDIT-CMD-TEXT STATUS-CODE
               AUTH-ELAPSED.
