       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-ARG-SCHEMA.

      *> Declared-argument check for the bridge. The catalog says a
      *> script is the one we approved and DENOPERM says what flags
      *> it gets, but until now nothing looked at the arguments: a
      *> typo'd business date or an account range given end-first
      *> reached the script and made a wrong run instead of a
      *> refusal. A cataloged script may now declare what it
      *> expects (CAT-ARG-SCHEMA, see DENOASCH.cpy) and DENO-RUN
      *> checks every run against it here before it builds the
      *> command; DENO-MAINT validates a declaration here before it
      *> goes on the catalog.
      *>
      *> The check stops at the first argument that does not fit
      *> and names it - one clear reason is what the operator needs
      *> to correct the job record, and every later position is
      *> suspect once one has shifted.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
      *> The declaration, parsed.
               01  DECL-COUNT      PIC 9(2).
               01  DECL-TABLE.
                   05  DECL-ENTRY OCCURS 10 TIMES.
                       10  DECL-NAME       PIC X(20).
                       10  DECL-TYPE       PIC X(6).
                           88  DECL-IS-DATE        VALUE "DATE".
                           88  DECL-IS-NUMBER      VALUE "NUMBER".
                           88  DECL-IS-CODE        VALUE "CODE".
                           88  DECL-IS-TEXT        VALUE "TEXT".
                       10  DECL-NEED       PIC X(1).
                           88  DECL-IS-REQUIRED    VALUE "R".
                           88  DECL-IS-OPTIONAL    VALUE "O".
                       10  DECL-EXTRA      PIC X(120).
                       10  DECL-FLOOR-IDX  PIC 9(2).
               01  DECL-IDX        PIC 9(2).
               01  MATCH-IDX       PIC 9(2).
               01  SCHEMA-PIECES.
                   05  SCHEMA-PIECE PIC X(120) OCCURS 11 TIMES.
               01  PIECE-IDX       PIC 9(2).
               01  PIECE-TEXT      PIC X(120).
               01  PART-NAME       PIC X(40).
               01  PART-TYPE       PIC X(20).
               01  PART-NEED       PIC X(10).
               01  PART-EXTRA      PIC X(120).
               01  PART-SURPLUS    PIC X(40).
               01  FLOOR-NAME      PIC X(40).
               01  NAME-LEN        PIC 9(2).
               01  CHAR-IDX        PIC 9(2).
               01  NAME-CHAR       PIC X(1).
               01  SEEN-OPTIONAL   PIC X.
                   88  OPTIONAL-WAS-SEEN       VALUE "Y".
               01  SCHEMA-OK-FLAG  PIC X.
                   88  SCHEMA-IS-USABLE        VALUE "Y".
               01  SCHEMA-REASON   PIC X(40).

      *> A CODE entry's list, split on "/".
               01  CODE-PIECES.
                   05  CODE-PIECE  PIC X(20) OCCURS 11 TIMES.
               01  CODE-IDX        PIC 9(2).
               01  CODE-FOUND      PIC X.
                   88  CODE-IS-LISTED          VALUE "Y".

      *> The argument under test.
               01  ARG-VALUE       PIC X(100).
               01  ARG-UPPER       PIC X(100).
               01  ARG-LEN         PIC 9(3).
               01  FLOOR-VALUE     PIC X(100).
               01  ARG-DATE-NUM    PIC 9(8).
               01  ARG-DAY-INT     PIC S9(9) COMP.
               01  ARG-OK-FLAG     PIC X.
                   88  ARG-IS-USABLE           VALUE "Y".
               01  ARG-REASON      PIC X(30).
               01  COUNT-DISPLAY   PIC Z9.
               01  DECLARED-DISPLAY PIC Z9.

       LINKAGE SECTION.
               COPY DENOASCH.
               COPY DENOARGS.
               COPY DENOSTAT.

       PROCEDURE DIVISION USING ARG-SCHEMA-REQUEST RUN-ARG-COUNT
               RUN-ARG-ENTRY STATUS-CODE.
           MOVE 0 TO STATUS-CODE
           MOVE SPACES TO ASCH-REJECTED-NAME ASCH-DETAIL
           IF ASCH-SCHEMA = SPACES
               EXIT PROGRAM
           END-IF

           PERFORM PARSE-ARGUMENT-SCHEMA
           IF NOT SCHEMA-IS-USABLE
               MOVE 111 TO STATUS-CODE
               MOVE "(SCHEMA)" TO ASCH-REJECTED-NAME
               EXIT PROGRAM
           END-IF

           EVALUATE TRUE
               WHEN ASCH-CHECK
                   PERFORM CHECK-RUN-ARGUMENTS
           END-EVALUATE
           EXIT PROGRAM.

      *> NAME:TYPE[:R-or-O[:EXTRA]] entries, comma-separated; the
      *> first entry that does not parse condemns the whole
      *> declaration, with the reason and the entry in ASCH-DETAIL.
       PARSE-ARGUMENT-SCHEMA.
           MOVE "Y" TO SCHEMA-OK-FLAG
           MOVE "N" TO SEEN-OPTIONAL
           MOVE 0 TO DECL-COUNT
           MOVE SPACES TO DECL-TABLE
           MOVE SPACES TO SCHEMA-PIECES
           UNSTRING ASCH-SCHEMA DELIMITED BY ","
               INTO SCHEMA-PIECE(1) SCHEMA-PIECE(2) SCHEMA-PIECE(3)
                    SCHEMA-PIECE(4) SCHEMA-PIECE(5) SCHEMA-PIECE(6)
                    SCHEMA-PIECE(7) SCHEMA-PIECE(8) SCHEMA-PIECE(9)
                    SCHEMA-PIECE(10) SCHEMA-PIECE(11)
           END-UNSTRING
           IF SCHEMA-PIECE(11) NOT = SPACES
               MOVE "N" TO SCHEMA-OK-FLAG
               MOVE "MORE THAN 10 ARGUMENTS DECLARED" TO ASCH-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PIECE-IDX FROM 1 BY 1
                   UNTIL PIECE-IDX > 10 OR NOT SCHEMA-IS-USABLE
               IF SCHEMA-PIECE(PIECE-IDX) = SPACES
                   IF PIECE-IDX < 10
                     AND SCHEMA-PIECE(PIECE-IDX + 1) NOT = SPACES
                       MOVE "N" TO SCHEMA-OK-FLAG
                       MOVE "EMPTY ARGUMENT DECLARATION"
                           TO ASCH-DETAIL
                   END-IF
               ELSE
                   PERFORM PARSE-ONE-DECLARATION
               END-IF
           END-PERFORM.

       PARSE-ONE-DECLARATION.
           MOVE FUNCTION TRIM(SCHEMA-PIECE(PIECE-IDX)) TO PIECE-TEXT
           MOVE SPACES TO PART-NAME PART-TYPE PART-NEED PART-EXTRA
               PART-SURPLUS SCHEMA-REASON
           UNSTRING PIECE-TEXT DELIMITED BY ":"
               INTO PART-NAME PART-TYPE PART-NEED PART-EXTRA
                    PART-SURPLUS
           END-UNSTRING
           MOVE FUNCTION TRIM(PART-NAME) TO PART-NAME
           MOVE FUNCTION TRIM(PART-TYPE) TO PART-TYPE
           MOVE FUNCTION TRIM(PART-NEED) TO PART-NEED
           MOVE FUNCTION TRIM(PART-EXTRA) TO PART-EXTRA
           INSPECT PART-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT PART-TYPE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT PART-NEED CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF PART-NEED = SPACES
               MOVE "R" TO PART-NEED
           END-IF

           PERFORM CHECK-DECLARED-NAME
           IF SCHEMA-REASON = SPACES
               EVALUATE TRUE
                   WHEN PART-TYPE NOT = "DATE"
                     AND PART-TYPE NOT = "NUMBER"
                     AND PART-TYPE NOT = "CODE"
                     AND PART-TYPE NOT = "TEXT"
                       MOVE "UNKNOWN TYPE" TO SCHEMA-REASON
                   WHEN PART-NEED NOT = "R" AND PART-NEED NOT = "O"
                       MOVE "NOT R OR O" TO SCHEMA-REASON
                   WHEN PART-NEED = "R" AND OPTIONAL-WAS-SEEN
                       MOVE "REQUIRED AFTER OPTIONAL"
                           TO SCHEMA-REASON
                   WHEN PART-SURPLUS NOT = SPACES
                       MOVE "TOO MANY PARTS" TO SCHEMA-REASON
               END-EVALUATE
           END-IF
           IF SCHEMA-REASON = SPACES
               ADD 1 TO DECL-COUNT
               MOVE PART-NAME TO DECL-NAME(DECL-COUNT)
               MOVE PART-TYPE TO DECL-TYPE(DECL-COUNT)
               MOVE PART-NEED TO DECL-NEED(DECL-COUNT)
               MOVE PART-EXTRA TO DECL-EXTRA(DECL-COUNT)
               MOVE 0 TO DECL-FLOOR-IDX(DECL-COUNT)
               IF PART-NEED = "O"
                   MOVE "Y" TO SEEN-OPTIONAL
               END-IF
               EVALUATE TRUE
                   WHEN DECL-IS-CODE(DECL-COUNT)
                       PERFORM CHECK-DECLARED-CODES
                   WHEN DECL-IS-TEXT(DECL-COUNT)
                       IF PART-EXTRA NOT = SPACES
                           MOVE "TEXT TAKES NO EXTRA"
                               TO SCHEMA-REASON
                       END-IF
                   WHEN PART-EXTRA NOT = SPACES
                       PERFORM CHECK-DECLARED-FLOOR
               END-EVALUATE
           END-IF
           IF SCHEMA-REASON NOT = SPACES
               MOVE "N" TO SCHEMA-OK-FLAG
               MOVE SPACES TO ASCH-DETAIL
               STRING FUNCTION TRIM(SCHEMA-REASON) DELIMITED BY SIZE
                      " '"                         DELIMITED BY SIZE
                      FUNCTION TRIM(PIECE-TEXT)    DELIMITED BY SIZE
                      "'"                          DELIMITED BY SIZE
                      INTO ASCH-DETAIL
           END-IF.

      *> 1-20 of A-Z 0-9 - _ (already folded), and not a name an
      *> earlier position already uses - a rejection has to point
      *> at exactly one argument.
       CHECK-DECLARED-NAME.
           MOVE 0 TO NAME-LEN
           IF PART-NAME NOT = SPACES
               COMPUTE NAME-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(PART-NAME))
           END-IF
           IF NAME-LEN = 0 OR NAME-LEN > 20
               MOVE "BAD NAME" TO SCHEMA-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                   UNTIL CHAR-IDX > NAME-LEN
               MOVE PART-NAME(CHAR-IDX:1) TO NAME-CHAR
               IF (NAME-CHAR < "A" OR NAME-CHAR > "Z")
                 AND (NAME-CHAR < "0" OR NAME-CHAR > "9")
                 AND NAME-CHAR NOT = "-"
                 AND NAME-CHAR NOT = "_"
                   MOVE "BAD NAME" TO SCHEMA-REASON
               END-IF
           END-PERFORM
           PERFORM VARYING DECL-IDX FROM 1 BY 1
                   UNTIL DECL-IDX > DECL-COUNT
               IF DECL-NAME(DECL-IDX) = PART-NAME
                   MOVE "NAME DECLARED TWICE" TO SCHEMA-REASON
               END-IF
           END-PERFORM.

      *> CODE/CODE/...: at least one, at most 10, each 1-20 long.
       CHECK-DECLARED-CODES.
           IF PART-EXTRA = SPACES
               MOVE "CODE LIST MISSING" TO SCHEMA-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM SPLIT-CODE-LIST
           IF CODE-PIECE(11) NOT = SPACES
               MOVE "MORE THAN 10 CODES" TO SCHEMA-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > 10
               IF CODE-PIECE(CODE-IDX) = SPACES
                 AND CODE-IDX < 10
                 AND CODE-PIECE(CODE-IDX + 1) NOT = SPACES
                   MOVE "EMPTY CODE" TO SCHEMA-REASON
               END-IF
           END-PERFORM.

      *> >=NAME: an earlier argument of the same type this one may
      *> not fall below (the start of the range it ends).
       CHECK-DECLARED-FLOOR.
           IF PART-EXTRA(1:2) NOT = ">="
               MOVE "EXTRA MUST BE >=NAME" TO SCHEMA-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(PART-EXTRA(3:)) TO FLOOR-NAME
           INSPECT FLOOR-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING DECL-IDX FROM 1 BY 1
                   UNTIL DECL-IDX >= DECL-COUNT
               IF DECL-NAME(DECL-IDX) = FLOOR-NAME
                   MOVE DECL-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN MATCH-IDX = 0
                   MOVE ">= NAMES NO EARLIER ARGUMENT"
                       TO SCHEMA-REASON
               WHEN DECL-TYPE(MATCH-IDX) NOT = DECL-TYPE(DECL-COUNT)
                   MOVE ">= ARGUMENT OF ANOTHER TYPE"
                       TO SCHEMA-REASON
               WHEN OTHER
                   MOVE MATCH-IDX TO DECL-FLOOR-IDX(DECL-COUNT)
           END-EVALUATE.

       SPLIT-CODE-LIST.
           MOVE SPACES TO CODE-PIECES
           UNSTRING PART-EXTRA DELIMITED BY "/"
               INTO CODE-PIECE(1) CODE-PIECE(2) CODE-PIECE(3)
                    CODE-PIECE(4) CODE-PIECE(5) CODE-PIECE(6)
                    CODE-PIECE(7) CODE-PIECE(8) CODE-PIECE(9)
                    CODE-PIECE(10) CODE-PIECE(11)
           END-UNSTRING
           PERFORM VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > 11
               MOVE FUNCTION TRIM(CODE-PIECE(CODE-IDX))
                   TO CODE-PIECE(CODE-IDX)
               INSPECT CODE-PIECE(CODE-IDX) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-PERFORM.

      *> More arguments than declared is refused outright (the
      *> script was approved for the declared shape); fewer is
      *> fine so long as every position left off is optional.
       CHECK-RUN-ARGUMENTS.
           IF RUN-ARG-COUNT > DECL-COUNT
               MOVE 111 TO STATUS-CODE
               COMPUTE COUNT-DISPLAY = DECL-COUNT + 1
               STRING "ARG-"                        DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY)  DELIMITED BY SIZE
                      INTO ASCH-REJECTED-NAME
               MOVE RUN-ARG-COUNT TO COUNT-DISPLAY
               MOVE DECL-COUNT TO DECLARED-DISPLAY
               STRING "UNDECLARED ARGUMENT ("       DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY)  DELIMITED BY SIZE
                      " PASSED, "                  DELIMITED BY SIZE
                      FUNCTION TRIM(DECLARED-DISPLAY)
                                                    DELIMITED BY SIZE
                      " DECLARED)"                 DELIMITED BY SIZE
                      INTO ASCH-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DECL-IDX FROM 1 BY 1
                   UNTIL DECL-IDX > DECL-COUNT OR STATUS-CODE > 0
               PERFORM CHECK-ONE-ARGUMENT
           END-PERFORM.

       CHECK-ONE-ARGUMENT.
           MOVE SPACES TO ARG-VALUE ARG-REASON
           MOVE "Y" TO ARG-OK-FLAG
           IF DECL-IDX <= RUN-ARG-COUNT
               MOVE FUNCTION TRIM(RUN-ARG-ENTRY(DECL-IDX))
                   TO ARG-VALUE
           END-IF
           IF ARG-VALUE = SPACES
               IF DECL-IS-REQUIRED(DECL-IDX)
                   MOVE 111 TO STATUS-CODE
                   MOVE DECL-NAME(DECL-IDX) TO ASCH-REJECTED-NAME
                   MOVE "MISSING REQUIRED ARGUMENT" TO ASCH-DETAIL
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE ARG-LEN = FUNCTION LENGTH(FUNCTION TRIM(ARG-VALUE))

           EVALUATE TRUE
               WHEN DECL-IS-DATE(DECL-IDX)
                   PERFORM CHECK-DATE-ARGUMENT
               WHEN DECL-IS-NUMBER(DECL-IDX)
                   IF FUNCTION TEST-NUMVAL(ARG-VALUE(1:ARG-LEN))
                           NOT = 0
                       MOVE "N" TO ARG-OK-FLAG
                       MOVE "NOT A NUMBER" TO ARG-REASON
                   END-IF
               WHEN DECL-IS-CODE(DECL-IDX)
                   PERFORM CHECK-CODE-ARGUMENT
           END-EVALUATE
           IF ARG-IS-USABLE AND DECL-FLOOR-IDX(DECL-IDX) > 0
               PERFORM CHECK-ARGUMENT-FLOOR
           END-IF
           IF NOT ARG-IS-USABLE
               MOVE 111 TO STATUS-CODE
               MOVE DECL-NAME(DECL-IDX) TO ASCH-REJECTED-NAME
               STRING FUNCTION TRIM(ARG-REASON)    DELIMITED BY SIZE
                      " ("                         DELIMITED BY SIZE
                      ARG-VALUE(1:ARG-LEN)         DELIMITED BY SIZE
                      ")"                          DELIMITED BY SIZE
                      INTO ASCH-DETAIL
           END-IF.

      *> YYYYMMDD and a real day: INTEGER-OF-DATE accepts 31
      *> February, the round trip does not.
       CHECK-DATE-ARGUMENT.
           IF ARG-LEN NOT = 8 OR ARG-VALUE(1:8) IS NOT NUMERIC
               MOVE "N" TO ARG-OK-FLAG
           ELSE
               MOVE ARG-VALUE(1:8) TO ARG-DATE-NUM
               IF ARG-DATE-NUM < 16010101
                 OR ARG-VALUE(5:2) < "01" OR ARG-VALUE(5:2) > "12"
                 OR ARG-VALUE(7:2) < "01" OR ARG-VALUE(7:2) > "31"
                   MOVE "N" TO ARG-OK-FLAG
               ELSE
                   COMPUTE ARG-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(ARG-DATE-NUM)
                   IF FUNCTION DATE-OF-INTEGER(ARG-DAY-INT)
                           NOT = ARG-DATE-NUM
                       MOVE "N" TO ARG-OK-FLAG
                   END-IF
               END-IF
           END-IF
           IF NOT ARG-IS-USABLE
               MOVE "NOT A YYYYMMDD DATE" TO ARG-REASON
           END-IF.

       CHECK-CODE-ARGUMENT.
           MOVE DECL-EXTRA(DECL-IDX) TO PART-EXTRA
           PERFORM SPLIT-CODE-LIST
           MOVE ARG-VALUE TO ARG-UPPER
           INSPECT ARG-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "N" TO CODE-FOUND
           PERFORM VARYING CODE-IDX FROM 1 BY 1
                   UNTIL CODE-IDX > 10 OR CODE-IS-LISTED
               IF CODE-PIECE(CODE-IDX) NOT = SPACES
                 AND ARG-LEN <= 20
                 AND CODE-PIECE(CODE-IDX) = ARG-UPPER
                   MOVE "Y" TO CODE-FOUND
               END-IF
           END-PERFORM
           IF NOT CODE-IS-LISTED
               MOVE "N" TO ARG-OK-FLAG
               MOVE "NOT IN CODE LIST" TO ARG-REASON
           END-IF.

      *> The floor argument was checked first (it is earlier), so
      *> both values are known-good numbers or dates here; a blank
      *> optional floor sets no floor.
       CHECK-ARGUMENT-FLOOR.
           MOVE DECL-FLOOR-IDX(DECL-IDX) TO MATCH-IDX
           IF MATCH-IDX > RUN-ARG-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(RUN-ARG-ENTRY(MATCH-IDX))
               TO FLOOR-VALUE
           IF FLOOR-VALUE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(ARG-VALUE(1:ARG-LEN))
                   < FUNCTION NUMVAL(FUNCTION TRIM(FLOOR-VALUE))
               MOVE "N" TO ARG-OK-FLAG
               MOVE SPACES TO ARG-REASON
               STRING "BELOW "                      DELIMITED BY SIZE
                      FUNCTION TRIM(DECL-NAME(MATCH-IDX))
                                                    DELIMITED BY SIZE
                      INTO ARG-REASON
           END-IF.
