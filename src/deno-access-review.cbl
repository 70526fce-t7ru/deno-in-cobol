       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-ACCESS-REVIEW.

      *> The periodic access review: who can do what, read straight
      *> from the authorization file DENO-AUTHORIZE enforces (see
      *> DENOAUTH.cpy), so the reviewer signs off the same rules the
      *> bridge applies. Run it from cron monthly, or on demand
      *> before an audit.
      *>
      *>   DENO_AUTH_FILE            the authorization file, default
      *>                             /tmp/deno-auth.txt
      *>   DENO_ACCESS_REVIEW_REPORT the report, default
      *>                             /tmp/deno-access-review-
      *>                             YYYYMMDD.txt
      *>
      *> For each user, in the order the file names them, every
      *> role held and, under each role, the scripts, console
      *> actions and environments it grants. Wildcard grants are
      *> marked, as are roles that grant nothing and roles no user
      *> holds - the usual leftovers of a leaver or a reorganised
      *> team. Records the enforcement ignores are counted so a
      *> typo'd line does not pass unnoticed. The report is echoed
      *> to the console and one summary line audited; RETURN-CODE
      *> is 8 when the authorization file cannot be read.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT AUTH-FD
                   ASSIGN TO DYNAMIC AUTH-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS AUTH-FILE-STATUS.
               SELECT REPORT-FD
                   ASSIGN TO DYNAMIC REPORT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  AUTH-FD
               LABEL RECORDS ARE STANDARD.
           01  AUTH-REC            PIC X(200).

           FD  REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  REPORT-REC          PIC X(200).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20)
                       VALUE "DENO-ACCESS-REVIEW".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  REVIEW-ELAPSED  PIC 9(9) VALUE 0.
               01  AUTH-FILE-PATH  PIC X(100) VALUE
                       "/tmp/deno-auth.txt".
               01  REPORT-FILE-PATH PIC X(100).
               01  AUTH-FILE-STATUS PIC XX.
               01  REPORT-FILE-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  AUTH-EOF        PIC X.
                   88  NO-MORE-AUTH-LINES      VALUE "Y".
               01  REVIEW-DATE     PIC X(8).
               01  REC-TYPE        PIC X(10).
               01  REC-NAME        PIC X(30).
               01  REC-KIND        PIC X(10).
               01  REC-PATTERN     PIC X(100).
               COPY DENOSTAT.

      *> USER records as user/role pairs, ROLE records as grants.
               01  HOLDING-COUNT   PIC 9(3) VALUE 0.
               01  HOLDING-TABLE.
                   05  HOLDING-ENTRY OCCURS 500 TIMES.
                       10  HT-USER         PIC X(30).
                       10  HT-ROLE         PIC X(20).
               01  GRANT-COUNT     PIC 9(4) VALUE 0.
               01  GRANT-TABLE.
                   05  GRANT-ENTRY OCCURS 1000 TIMES.
                       10  GT-ROLE         PIC X(20).
                       10  GT-KIND         PIC X(6).
                       10  GT-PATTERN      PIC X(100).
                       10  GT-HELD         PIC X(1).
               01  SKIPPED-COUNT   PIC 9(5) VALUE 0.
               01  HOLDING-IDX     PIC 9(3).
               01  EARLIER-IDX     PIC 9(3).
               01  GRANT-IDX       PIC 9(4).
               01  EARLIER-GRANT-IDX PIC 9(4).
               01  KIND-IDX        PIC 9(1).
               01  KIND-NAMES.
                   05  FILLER      PIC X(6) VALUE "SCRIPT".
                   05  FILLER      PIC X(6) VALUE "ACTION".
                   05  FILLER      PIC X(6) VALUE "ENV".
               01  KIND-TABLE REDEFINES KIND-NAMES.
                   05  KIND-NAME   PIC X(6) OCCURS 3 TIMES.
               01  SEEN-FLAG       PIC X.
                   88  ALREADY-SEEN            VALUE "Y".
               01  ROLE-GRANT-COUNT PIC 9(4).
               01  PATTERN-LENGTH  PIC 9(3).
               01  USER-COUNT      PIC 9(3) VALUE 0.
               01  ROLE-COUNT      PIC 9(4) VALUE 0.
               01  UNHELD-COUNT    PIC 9(4) VALUE 0.
               01  WILDCARD-COUNT  PIC 9(4) VALUE 0.
               01  COUNT-DISPLAY   PIC Z(4)9.
               01  OUTPUT-LINE     PIC X(200).
               01  OUTPUT-PTR      PIC 9(3).

       PROCEDURE DIVISION.
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_AUTH_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO AUTH-FILE-PATH
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO REVIEW-DATE
           MOVE SPACES TO REPORT-FILE-PATH
           STRING "/tmp/deno-access-review-"      DELIMITED BY SIZE
                  REVIEW-DATE                      DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
                  INTO REPORT-FILE-PATH
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_ACCESS_REVIEW_REPORT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO REPORT-FILE-PATH
           END-IF

           OPEN INPUT AUTH-FD
           IF AUTH-FILE-STATUS NOT = "00"
               DISPLAY "DENO-ACCESS-REVIEW: cannot read "
                   FUNCTION TRIM(AUTH-FILE-PATH) " (status "
                   AUTH-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-AUTHORIZATION-FILE
           CLOSE AUTH-FD

           OPEN OUTPUT REPORT-FD
           IF REPORT-FILE-STATUS NOT = "00"
               DISPLAY "DENO-ACCESS-REVIEW: cannot write "
                   FUNCTION TRIM(REPORT-FILE-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO OUTPUT-LINE
           STRING "ACCESS REVIEW "                DELIMITED BY SIZE
                  REVIEW-DATE(1:4)                 DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  REVIEW-DATE(5:2)                 DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  REVIEW-DATE(7:2)                 DELIMITED BY SIZE
                  " OF "                          DELIMITED BY SIZE
                  FUNCTION TRIM(AUTH-FILE-PATH)    DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING HOLDING-IDX FROM 1 BY 1
                   UNTIL HOLDING-IDX > HOLDING-COUNT
               PERFORM CHECK-USER-ALREADY-LISTED
               IF NOT ALREADY-SEEN
                   PERFORM LIST-ONE-USER
               END-IF
           END-PERFORM
           PERFORM LIST-UNHELD-ROLES
           PERFORM WRITE-REVIEW-TOTALS
           CLOSE REPORT-FD

           MOVE 0 TO STATUS-CODE
           MOVE USER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "ACCESS REVIEW "                DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)     DELIMITED BY SIZE
                  " USERS OF "                    DELIMITED BY SIZE
                  FUNCTION TRIM(AUTH-FILE-PATH)    DELIMITED BY SIZE
                  " TO "                          DELIMITED BY SIZE
                  FUNCTION TRIM(REPORT-FILE-PATH)  DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               REVIEW-ELAPSED
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> The same record rules DENO-AUTHORIZE applies, kept for
      *> every user and role rather than one request's.
       LOAD-AUTHORIZATION-FILE.
           MOVE "N" TO AUTH-EOF
           PERFORM UNTIL NO-MORE-AUTH-LINES
               READ AUTH-FD INTO AUTH-REC
                   AT END
                       MOVE "Y" TO AUTH-EOF
                   NOT AT END
                       IF FUNCTION TRIM(AUTH-REC) NOT = SPACES
                         AND AUTH-REC(1:1) NOT = "#"
                           PERFORM KEEP-AUTHORIZATION-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       KEEP-AUTHORIZATION-RECORD.
           MOVE SPACES TO REC-TYPE REC-NAME REC-KIND REC-PATTERN
           UNSTRING AUTH-REC DELIMITED BY "|"
               INTO REC-TYPE REC-NAME REC-KIND REC-PATTERN
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(REC-TYPE) TO REC-TYPE
           MOVE FUNCTION UPPER-CASE(REC-KIND) TO REC-KIND
           EVALUATE TRUE
               WHEN REC-TYPE = "USER" AND REC-NAME NOT = SPACES
                 AND REC-KIND NOT = SPACES AND HOLDING-COUNT < 500
                   ADD 1 TO HOLDING-COUNT
                   MOVE REC-NAME TO HT-USER(HOLDING-COUNT)
                   MOVE REC-KIND TO HT-ROLE(HOLDING-COUNT)
               WHEN REC-TYPE = "ROLE" AND REC-NAME NOT = SPACES
                 AND (REC-KIND = "SCRIPT" OR REC-KIND = "ACTION"
                      OR REC-KIND = "ENV")
                 AND REC-PATTERN NOT = SPACES AND GRANT-COUNT < 1000
                   ADD 1 TO GRANT-COUNT
                   MOVE FUNCTION UPPER-CASE(REC-NAME)
                       TO GT-ROLE(GRANT-COUNT)
                   MOVE REC-KIND TO GT-KIND(GRANT-COUNT)
                   IF REC-KIND = "SCRIPT"
                       MOVE FUNCTION TRIM(REC-PATTERN)
                           TO GT-PATTERN(GRANT-COUNT)
                   ELSE
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(REC-PATTERN))
                           TO GT-PATTERN(GRANT-COUNT)
                   END-IF
                   MOVE "N" TO GT-HELD(GRANT-COUNT)
               WHEN OTHER
                   ADD 1 TO SKIPPED-COUNT
           END-EVALUATE.

       CHECK-USER-ALREADY-LISTED.
           MOVE "N" TO SEEN-FLAG
           PERFORM VARYING EARLIER-IDX FROM 1 BY 1
                   UNTIL EARLIER-IDX >= HOLDING-IDX OR ALREADY-SEEN
               IF HT-USER(EARLIER-IDX) = HT-USER(HOLDING-IDX)
                   MOVE "Y" TO SEEN-FLAG
               END-IF
           END-PERFORM.

      *> Every role this user holds, from HOLDING-IDX (its first
      *> USER record) on.
       LIST-ONE-USER.
           ADD 1 TO USER-COUNT
           MOVE SPACES TO OUTPUT-LINE
           STRING "USER "                         DELIMITED BY SIZE
                  FUNCTION TRIM(HT-USER(HOLDING-IDX))
                                                   DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING EARLIER-IDX FROM HOLDING-IDX BY 1
                   UNTIL EARLIER-IDX > HOLDING-COUNT
               IF HT-USER(EARLIER-IDX) = HT-USER(HOLDING-IDX)
                   PERFORM LIST-ONE-ROLE
               END-IF
           END-PERFORM.

       LIST-ONE-ROLE.
           MOVE SPACES TO OUTPUT-LINE
           STRING "  ROLE "                       DELIMITED BY SIZE
                  FUNCTION TRIM(HT-ROLE(EARLIER-IDX))
                                                   DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO ROLE-GRANT-COUNT
           PERFORM VARYING KIND-IDX FROM 1 BY 1 UNTIL KIND-IDX > 3
               PERFORM VARYING GRANT-IDX FROM 1 BY 1
                       UNTIL GRANT-IDX > GRANT-COUNT
                   IF GT-ROLE(GRANT-IDX) = HT-ROLE(EARLIER-IDX)
                     AND GT-KIND(GRANT-IDX) = KIND-NAME(KIND-IDX)
                       ADD 1 TO ROLE-GRANT-COUNT
                       MOVE "Y" TO GT-HELD(GRANT-IDX)
                       PERFORM LIST-ONE-GRANT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF ROLE-GRANT-COUNT = 0
               MOVE "      (ROLE GRANTS NOTHING)" TO OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       LIST-ONE-GRANT.
           MOVE SPACES TO OUTPUT-LINE
           MOVE 1 TO OUTPUT-PTR
           STRING "    "                          DELIMITED BY SIZE
                  GT-KIND(GRANT-IDX)               DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(GT-PATTERN(GRANT-IDX))
                                                   DELIMITED BY SIZE
                  INTO OUTPUT-LINE
                  WITH POINTER OUTPUT-PTR
           COMPUTE PATTERN-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(GT-PATTERN(GRANT-IDX)))
           IF GT-PATTERN(GRANT-IDX)(PATTERN-LENGTH:1) = "*"
               STRING "   <- WILDCARD"               DELIMITED BY SIZE
                      INTO OUTPUT-LINE
                      WITH POINTER OUTPUT-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *> A role with grants that no USER record names: harmless
      *> today, a silent grant the day someone is given it.
       LIST-UNHELD-ROLES.
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "ROLES HELD BY NOBODY" TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING GRANT-IDX FROM 1 BY 1
                   UNTIL GRANT-IDX > GRANT-COUNT
               MOVE "N" TO SEEN-FLAG
               PERFORM VARYING EARLIER-GRANT-IDX FROM 1 BY 1
                       UNTIL EARLIER-GRANT-IDX >= GRANT-IDX
                             OR ALREADY-SEEN
                   IF GT-ROLE(EARLIER-GRANT-IDX) = GT-ROLE(GRANT-IDX)
                       MOVE "Y" TO SEEN-FLAG
                   END-IF
               END-PERFORM
               IF NOT ALREADY-SEEN
                   ADD 1 TO ROLE-COUNT
                   IF GT-HELD(GRANT-IDX) NOT = "Y"
                       ADD 1 TO UNHELD-COUNT
                       MOVE SPACES TO OUTPUT-LINE
                       STRING "  ROLE "            DELIMITED BY SIZE
                              FUNCTION TRIM(GT-ROLE(GRANT-IDX))
                                                    DELIMITED BY SIZE
                              INTO OUTPUT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
               COMPUTE PATTERN-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(GT-PATTERN(GRANT-IDX)))
               IF GT-PATTERN(GRANT-IDX)(PATTERN-LENGTH:1) = "*"
                   ADD 1 TO WILDCARD-COUNT
               END-IF
           END-PERFORM
           IF UNHELD-COUNT = 0
               MOVE "  (NONE)" TO OUTPUT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REVIEW-TOTALS.
           MOVE SPACES TO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE USER-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "USERS          "               DELIMITED BY SIZE
                  COUNT-DISPLAY                    DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE ROLE-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "ROLES          "               DELIMITED BY SIZE
                  COUNT-DISPLAY                    DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE GRANT-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "GRANTS         "               DELIMITED BY SIZE
                  COUNT-DISPLAY                    DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE WILDCARD-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "WILDCARDS      "               DELIMITED BY SIZE
                  COUNT-DISPLAY                    DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SKIPPED-COUNT TO COUNT-DISPLAY
           MOVE SPACES TO OUTPUT-LINE
           STRING "IGNORED LINES  "               DELIMITED BY SIZE
                  COUNT-DISPLAY                    DELIMITED BY SIZE
                  INTO OUTPUT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE OUTPUT-LINE TO REPORT-REC
           WRITE REPORT-REC
           DISPLAY FUNCTION TRIM(OUTPUT-LINE).
