       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-DQ-PROFILE.

      *> Data-quality profile of one load of a feed (DENODQ.cpy).
      *> DENO-IMPORT edits each record on its own; a feed can pass
      *> every edit and still be wrong - half the usual records, an
      *> amount total far off yesterday's, a status field suddenly
      *> all blanks. This looks at the load as a whole, field by
      *> field from the feed's registered layout, each record
      *> framed the way DENO-IMPORT frames it (DQ-INPUT-FORMAT):
      *> field N of a delimited load is its Nth "|" token, field N
      *> of a JSON-lines load the member named by the layout's
      *> FIELD-NAME. A token or member the record does not carry,
      *> or JSON null, is a blank field.
      *>
      *>   RECORDS             records in the load
      *>   BLANKS              records with the field all spaces
      *>   DISTINCT            distinct non-blank values, counted up
      *>                       to 50 (past that: "50+", not judged)
      *>   MIN / MAX / SUM     zoned fields, as the decimal values
      *>                       the load carries (NUMVAL rules); a
      *>                       non-numeric value is left out
      *>
      *> Every measure is judged against the average of the feed's
      *> last DENO_DQ_TRAILING green loads (default 5) before this
      *> business date: outside the band of DENO_DQ_TOLERANCE
      *> percent of that average (default 20, never narrower than
      *> one unit) it is RED. Until DENO_DQ_MIN_HISTORY green loads
      *> (default 3) are on file the feed is still building its
      *> baseline and every load is green. A layout field the
      *> history does not have yet (a new layout version) is
      *> reported, not judged.
      *>
      *> The report goes to <DENO_DQ_REPORT_DIR>/deno-dq-<feed>.txt
      *> (default directory /tmp), one line per judged measure with
      *> its value, trailing average and verdict. Every profile is
      *> audited. STATUS-CODE is 0 green, DENO-DQ-RED red, 8 when
      *> the load could not be profiled. Packed fields are refused,
      *> as DENO-IMPORT refuses them.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT LOAD-FD
                   ASSIGN TO DYNAMIC LOAD-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LOAD-FILE-STATUS.
               SELECT DQ-HIST-FD
                   ASSIGN TO DYNAMIC DQ-HIST-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS DQH-KEY
                   FILE STATUS IS DQ-HIST-STATUS.
               SELECT DQ-REPORT-FD
                   ASSIGN TO DYNAMIC DQ-REPORT-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS DQ-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  LOAD-FD
               LABEL RECORDS ARE STANDARD.
           01  LOAD-REC            PIC X(1000).

           FD  DQ-HIST-FD.
           COPY DENODQH.

           FD  DQ-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  DQ-REPORT-REC       PIC X(200).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-DQ-PROFILE".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  DQ-ELAPSED      PIC 9(9) VALUE 0.
               01  AUDIT-STATUS    PIC S9(4) COMP.

               01  LOAD-FILE-PATH  PIC X(100).
               01  DQ-HIST-PATH    PIC X(100).
               01  DQ-REPORT-DIR   PIC X(80).
               01  DQ-REPORT-FILE  PIC X(100).
               01  LOAD-FILE-STATUS PIC XX.
               01  DQ-HIST-STATUS  PIC XX.
               01  DQ-REPORT-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  LOAD-EOF        PIC X.
                   88  NO-MORE-LOAD-RECORDS    VALUE "Y".
               01  HIST-EOF        PIC X.
                   88  NO-MORE-HISTORY         VALUE "Y".

               01  TOLERANCE-PCT   PIC 9(3) VALUE 20.
               01  TRAILING-LOADS  PIC 9(2) VALUE 5.
               01  MIN-HISTORY     PIC 9(2) VALUE 3.
               01  SETTING-TEXT    PIC X(10).

               01  LAYOUT-ACTION   PIC X(1).
               01  LAYOUT-NAME     PIC X(30).
               01  LAYOUT-VERSION  PIC 9(4).
               01  LAYOUT-STATUS   PIC S9(4) COMP.
               COPY DENOLAYT.
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-VALUE   PIC X(8).
               01  BUSDATE-STATUS  PIC S9(4) COMP.
               01  FEED-LEN        PIC 9(2).
               01  CHAR-IDX        PIC 9(4).
               01  FEED-CHAR       PIC X(1).

      *> This load's profile, one entry per layout field.
               01  RECORD-COUNT    PIC 9(9).
               01  FIELD-IDX       PIC 9(2).
               01  PROFILE-TABLE.
                   05  PROFILE-ENTRY OCCURS 20 TIMES.
                       10  PF-BLANKS       PIC 9(9).
                       10  PF-DISTINCT     PIC 9(3).
                       10  PF-DISTINCT-OVER PIC X(1).
                       10  PF-NUMERIC      PIC X(1).
                       10  PF-MIN          PIC S9(18)V9(9).
                       10  PF-MAX          PIC S9(18)V9(9).
                       10  PF-SUM          PIC S9(20)V9(9).
      *> Distinct values seen so far, per field.
               01  DISTINCT-LIMIT  PIC 9(3) VALUE 50.
               01  DISTINCT-TABLE.
                   05  DISTINCT-FIELD OCCURS 20 TIMES.
                       10  DISTINCT-VALUE PIC X(99) OCCURS 50 TIMES.
               01  DISTINCT-IDX    PIC 9(3).
               01  DISTINCT-HIT    PIC X.
                   88  VALUE-ALREADY-SEEN      VALUE "Y".
               01  RAW-FIELD       PIC X(99).
               01  FIELD-LEN       PIC 9(2).

      *> One record's fields, framed per DQ-INPUT-FORMAT.
               01  LOAD-TOKENS.
                   05  LOAD-TOKEN  PIC X(101) OCCURS 20 TIMES.
               01  TOK-COUNT       PIC 9(2).
      *> JSON-lines framing (DENO-IMPORT's rules): members are
      *> located by the exact '"name":' sequence DENO-EXPORT emits
      *> and string values are unescaped.
               01  JSON-LINE-LEN       PIC 9(4).
               01  JSON-POS            PIC 9(4).
               01  JSON-VAL-POS        PIC 9(4).
               01  JSON-FOUND-POS      PIC 9(4).
               01  JSON-PAT            PIC X(34).
               01  JSON-PAT-LEN        PIC 9(2).
               01  JSON-CHAR           PIC X(1).
               01  JSON-STR-DONE       PIC X(1).
               01  VAL-BUF             PIC X(101).
               01  VAL-LEN             PIC 9(3).

      *> Numeric decoding of a zoned field's token.
               01  DECODE-OK-FLAG  PIC X.
                   88  FIELD-DECODE-VALID      VALUE "Y".
               01  FIELD-VALUE     PIC S9(18)V9(9).

      *> Trailing history: the last TRAILING-LOADS green loads
      *> before this business date, oldest dropped first.
               01  RING-COUNT      PIC 9(2) VALUE 0.
               01  RING-TABLE.
                   05  RING-IMAGE  PIC X(2740) OCCURS 10 TIMES.
               01  RING-IDX        PIC 9(2).
               01  HIST-FIELD-IDX  PIC 9(2).
               01  HIST-MATCH-IDX  PIC 9(2).

      *> Trailing averages, per field, with how many loads each
      *> average is over (a field can be newer than some loads).
               01  AVG-RECORDS     PIC S9(20)V9(9).
               01  AVG-TABLE.
                   05  AVG-ENTRY OCCURS 20 TIMES.
                       10  AVG-LOADS       PIC 9(2).
                       10  AVG-NUM-LOADS   PIC 9(2).
                       10  AVG-DIST-OVER   PIC X(1).
                       10  AVG-BLANKS      PIC S9(20)V9(9).
                       10  AVG-DISTINCT    PIC S9(20)V9(9).
                       10  AVG-MIN         PIC S9(20)V9(9).
                       10  AVG-MAX         PIC S9(20)V9(9).
                       10  AVG-SUM         PIC S9(20)V9(9).

      *> One measure being judged.
               01  MEASURE-FIELD   PIC X(30).
               01  MEASURE-NAME    PIC X(10).
               01  MEASURE-VALUE   PIC S9(20)V9(9).
               01  MEASURE-AVG     PIC S9(20)V9(9).
               01  MEASURE-DIFF    PIC S9(20)V9(9).
               01  MEASURE-BAND    PIC S9(20)V9(9).
               01  MEASURE-VERDICT PIC X(4).
               01  VALUE-DISPLAY   PIC -(19)9.9(4).
               01  AVG-DISPLAY     PIC -(19)9.9(4).
               01  BASELINE-FLAG   PIC X.
                   88  STILL-BUILDING-BASELINE VALUE "Y".
               01  REPORT-LINE     PIC X(200).
               01  COUNT-DISPLAY   PIC Z(8)9.
               01  RED-DISPLAY     PIC ZZ9.
               01  RING-DISPLAY    PIC Z9.
               01  MIN-HIST-DISPLAY PIC Z9.
               01  RESULT-WORD     PIC X(8).

       LINKAGE SECTION.
               COPY DENODQ.
               COPY DENOSTAT.

       PROCEDURE DIVISION USING DQ-REQUEST STATUS-CODE.
           MOVE 0 TO STATUS-CODE
           MOVE "X" TO DQ-RESULT
           MOVE 0 TO DQ-RED-COUNT
           MOVE SPACES TO DQ-DETAIL DQ-REPORT-PATH
           PERFORM READ-DQ-SETTINGS
           PERFORM CHECK-DQ-REQUEST
           IF DQ-DETAIL NOT = SPACES
               PERFORM END-NOT-PROFILED
               GOBACK
           END-IF
           PERFORM LOAD-FEED-LAYOUT
           IF DQ-DETAIL NOT = SPACES
               PERFORM END-NOT-PROFILED
               GOBACK
           END-IF
           MOVE "G" TO BUSDATE-ACTION
           MOVE SPACES TO BUSDATE-VALUE
           CALL "DENO-BUSDATE" USING BUSDATE-ACTION BUSDATE-VALUE
               BUSDATE-STATUS
           PERFORM PROFILE-LOAD-FILE
           IF DQ-DETAIL NOT = SPACES
               PERFORM END-NOT-PROFILED
               GOBACK
           END-IF
           PERFORM LOAD-TRAILING-HISTORY
           IF DQ-DETAIL NOT = SPACES
               PERFORM END-NOT-PROFILED
               GOBACK
           END-IF
           PERFORM COMPUTE-TRAILING-AVERAGES

           MOVE SPACES TO DQ-REPORT-FILE
           STRING FUNCTION TRIM(DQ-REPORT-DIR)     DELIMITED BY SIZE
                  "/deno-dq-"                      DELIMITED BY SIZE
                  FUNCTION TRIM(DQ-FEED)            DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO DQ-REPORT-FILE
           MOVE DQ-REPORT-FILE TO DQ-REPORT-PATH
           OPEN OUTPUT DQ-REPORT-FD
           PERFORM WRITE-PROFILE-HEADING
           MOVE "G" TO DQ-RESULT
           PERFORM JUDGE-LOAD
           IF DQ-RED-COUNT > 0
               MOVE "R" TO DQ-RESULT
           END-IF
           PERFORM WRITE-PROFILE-SUMMARY
           CLOSE DQ-REPORT-FD
           IF DQ-PROFILE-AND-RECORD
               PERFORM RECORD-LOAD-HISTORY
           END-IF
           IF DQ-RED
               MOVE 107 TO STATUS-CODE
           END-IF
           PERFORM AUDIT-PROFILE
           GOBACK.

       READ-DQ-SETTINGS.
           MOVE "/tmp/deno-dq-history.dat" TO DQ-HIST-PATH
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DQ_HISTORY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO DQ-HIST-PATH
           END-IF
           MOVE "/tmp" TO DQ-REPORT-DIR
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_DQ_REPORT_DIR"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO DQ-REPORT-DIR
           END-IF
           MOVE 20 TO TOLERANCE-PCT
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT
               FROM ENVIRONMENT "DENO_DQ_TOLERANCE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(SETTING-TEXT) = 0
             AND FUNCTION NUMVAL(SETTING-TEXT) >= 1
             AND FUNCTION NUMVAL(SETTING-TEXT) <= 999
               COMPUTE TOLERANCE-PCT = FUNCTION NUMVAL(SETTING-TEXT)
           END-IF
           MOVE 5 TO TRAILING-LOADS
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT
               FROM ENVIRONMENT "DENO_DQ_TRAILING"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(SETTING-TEXT) = 0
             AND FUNCTION NUMVAL(SETTING-TEXT) >= 1
             AND FUNCTION NUMVAL(SETTING-TEXT) <= 10
               COMPUTE TRAILING-LOADS = FUNCTION NUMVAL(SETTING-TEXT)
           END-IF
           MOVE 3 TO MIN-HISTORY
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT
               FROM ENVIRONMENT "DENO_DQ_MIN_HISTORY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(SETTING-TEXT) = 0
             AND FUNCTION NUMVAL(SETTING-TEXT) >= 1
             AND FUNCTION NUMVAL(SETTING-TEXT) <= 10
               COMPUTE MIN-HISTORY = FUNCTION NUMVAL(SETTING-TEXT)
           END-IF
           IF MIN-HISTORY > TRAILING-LOADS
               MOVE TRAILING-LOADS TO MIN-HISTORY
           END-IF.

      *> The feed id names the report file, so it is held to the
      *> resource-name alphabet.
       CHECK-DQ-REQUEST.
           IF NOT DQ-PROFILE-AND-RECORD AND NOT DQ-CHECK-ONLY
               MOVE "ACTION MUST BE P OR C" TO DQ-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF DQ-FEED = SPACES
               MOVE "NO FEED ID" TO DQ-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF DQ-INPUT-PATH = SPACES
               MOVE "NO LOAD FILE" TO DQ-DETAIL
               EXIT PARAGRAPH
           END-IF
           IF NOT DQ-FORMAT-DELIMITED AND NOT DQ-FORMAT-JSON
               MOVE "INPUT FORMAT MUST BE D OR J" TO DQ-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(DQ-FEED) TO DQ-FEED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(DQ-FEED)) TO FEED-LEN
           PERFORM VARYING CHAR-IDX FROM 1 BY 1
                   UNTIL CHAR-IDX > FEED-LEN
               MOVE DQ-FEED(CHAR-IDX:1) TO FEED-CHAR
               IF NOT (FEED-CHAR >= "A" AND FEED-CHAR <= "Z")
                 AND NOT (FEED-CHAR >= "a" AND FEED-CHAR <= "z")
                 AND NOT (FEED-CHAR >= "0" AND FEED-CHAR <= "9")
                 AND FEED-CHAR NOT = "-" AND FEED-CHAR NOT = "_"
                   MOVE "FEED ID MUST BE A-Z a-z 0-9 - _"
                       TO DQ-DETAIL
               END-IF
           END-PERFORM.

       LOAD-FEED-LAYOUT.
           MOVE "G" TO LAYOUT-ACTION
           MOVE DQ-LAYOUT-NAME TO LAYOUT-NAME
           IF LAYOUT-NAME = SPACES
               MOVE DQ-FEED TO LAYOUT-NAME
           END-IF
           MOVE 0 TO LAYOUT-VERSION
           CALL "DENO-LAYOUT" USING LAYOUT-ACTION LAYOUT-NAME
               LAYOUT-VERSION FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
               LAYOUT-STATUS
           IF LAYOUT-STATUS NOT = 0 OR FIELD-LAYOUT-COUNT = 0
               STRING "LAYOUT '"                   DELIMITED BY SIZE
                      FUNCTION TRIM(LAYOUT-NAME)    DELIMITED BY SIZE
                      "' NOT REGISTERED"           DELIMITED BY SIZE
                      INTO DQ-DETAIL
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
               EVALUATE TRUE
                   WHEN FIELD-NAME(FIELD-IDX) = SPACES
                       MOVE "LAYOUT FIELD WITH NO NAME" TO DQ-DETAIL
                   WHEN FIELD-IS-PACKED(FIELD-IDX)
                       MOVE "PACKED FIELD IN A LINE SEQUENTIAL LOAD"
                           TO DQ-DETAIL
                   WHEN FIELD-IS-ZONED(FIELD-IDX)
                     AND FIELD-LENGTH(FIELD-IDX) > 18
                       MOVE "ZONED FIELD WIDER THAN 18 DIGITS"
                           TO DQ-DETAIL
                   WHEN NOT FIELD-IS-ALPHA(FIELD-IDX)
                     AND NOT FIELD-IS-ZONED(FIELD-IDX)
                       MOVE "UNKNOWN LAYOUT FIELD TYPE" TO DQ-DETAIL
               END-EVALUATE
           END-PERFORM.

       PROFILE-LOAD-FILE.
           MOVE 0 TO RECORD-COUNT
           MOVE SPACES TO DISTINCT-TABLE
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 20
               MOVE 0 TO PF-BLANKS(FIELD-IDX) PF-DISTINCT(FIELD-IDX)
               MOVE "N" TO PF-DISTINCT-OVER(FIELD-IDX)
               MOVE "N" TO PF-NUMERIC(FIELD-IDX)
               MOVE 0 TO PF-MIN(FIELD-IDX) PF-MAX(FIELD-IDX)
               MOVE 0 TO PF-SUM(FIELD-IDX)
           END-PERFORM
           MOVE DQ-INPUT-PATH TO LOAD-FILE-PATH
           OPEN INPUT LOAD-FD
           IF LOAD-FILE-STATUS NOT = "00"
               STRING "LOAD FILE UNREADABLE STATUS="
                                                    DELIMITED BY SIZE
                      LOAD-FILE-STATUS              DELIMITED BY SIZE
                      INTO DQ-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LOAD-EOF
           PERFORM UNTIL NO-MORE-LOAD-RECORDS
               MOVE SPACES TO LOAD-REC
               READ LOAD-FD
                   AT END
                       MOVE "Y" TO LOAD-EOF
                   NOT AT END
                       ADD 1 TO RECORD-COUNT
                       PERFORM FRAME-LOAD-RECORD
                       PERFORM VARYING FIELD-IDX FROM 1 BY 1
                               UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
                           PERFORM PROFILE-ONE-FIELD
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE LOAD-FD.

      *> Splits the record into LOAD-TOKENS the way DENO-IMPORT
      *> does for its own format; a field the record is short of
      *> stays blank.
       FRAME-LOAD-RECORD.
           MOVE SPACES TO LOAD-TOKENS
           MOVE 0 TO TOK-COUNT
           IF DQ-FORMAT-JSON
               PERFORM PARSE-JSON-TOKENS
           ELSE
               UNSTRING LOAD-REC DELIMITED BY "|"
                   INTO LOAD-TOKEN(1) LOAD-TOKEN(2) LOAD-TOKEN(3)
                        LOAD-TOKEN(4) LOAD-TOKEN(5) LOAD-TOKEN(6)
                        LOAD-TOKEN(7) LOAD-TOKEN(8) LOAD-TOKEN(9)
                        LOAD-TOKEN(10) LOAD-TOKEN(11) LOAD-TOKEN(12)
                        LOAD-TOKEN(13) LOAD-TOKEN(14) LOAD-TOKEN(15)
                        LOAD-TOKEN(16) LOAD-TOKEN(17) LOAD-TOKEN(18)
                        LOAD-TOKEN(19) LOAD-TOKEN(20)
                   TALLYING IN TOK-COUNT
               END-UNSTRING
           END-IF.

      *> A line that is not a JSON object carries none of the
      *> layout's members: every field of it is blank.
       PARSE-JSON-TOKENS.
           COMPUTE JSON-LINE-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LOAD-REC))
           MOVE FUNCTION TRIM(LOAD-REC) TO LOAD-REC
           IF JSON-LINE-LEN < 2 OR LOAD-REC(1:1) NOT = "{"
               EXIT PARAGRAPH
           END-IF
           MOVE FIELD-LAYOUT-COUNT TO TOK-COUNT
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
               PERFORM LOCATE-JSON-MEMBER
               IF JSON-FOUND-POS > 0
                   PERFORM EXTRACT-JSON-VALUE
               END-IF
           END-PERFORM.

       LOCATE-JSON-MEMBER.
           MOVE 0 TO JSON-FOUND-POS
           MOVE SPACES TO JSON-PAT
           STRING """"                             DELIMITED BY SIZE
                  FUNCTION TRIM(FIELD-NAME(FIELD-IDX))
                                                    DELIMITED BY SIZE
                  """:"                            DELIMITED BY SIZE
                  INTO JSON-PAT
           COMPUTE JSON-PAT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(FIELD-NAME(FIELD-IDX))) + 3
           IF JSON-PAT-LEN > JSON-LINE-LEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING JSON-POS FROM 1 BY 1
                   UNTIL JSON-POS > JSON-LINE-LEN - JSON-PAT-LEN + 1
                         OR JSON-FOUND-POS > 0
               IF LOAD-REC(JSON-POS:JSON-PAT-LEN) =
                       JSON-PAT(1:JSON-PAT-LEN)
                   COMPUTE JSON-VAL-POS = JSON-POS + JSON-PAT-LEN
                   MOVE JSON-POS TO JSON-FOUND-POS
               END-IF
           END-PERFORM.

      *> String values are backslash-unescaped; bare values run to
      *> the next comma or closing brace; null is a blank field.
       EXTRACT-JSON-VALUE.
           MOVE SPACES TO VAL-BUF
           MOVE 0 TO VAL-LEN
           IF JSON-VAL-POS <= JSON-LINE-LEN
             AND LOAD-REC(JSON-VAL-POS:1) = """"
               ADD 1 TO JSON-VAL-POS
               MOVE "N" TO JSON-STR-DONE
               PERFORM UNTIL JSON-VAL-POS > JSON-LINE-LEN
                       OR JSON-STR-DONE = "Y"
                   MOVE LOAD-REC(JSON-VAL-POS:1) TO JSON-CHAR
                   EVALUATE TRUE
                       WHEN JSON-CHAR = "\"
                        AND JSON-VAL-POS < JSON-LINE-LEN
                           ADD 1 TO JSON-VAL-POS
                           MOVE LOAD-REC(JSON-VAL-POS:1)
                               TO JSON-CHAR
                           PERFORM APPEND-JSON-CHAR
                           ADD 1 TO JSON-VAL-POS
                       WHEN JSON-CHAR = """"
                           MOVE "Y" TO JSON-STR-DONE
                       WHEN OTHER
                           PERFORM APPEND-JSON-CHAR
                           ADD 1 TO JSON-VAL-POS
                   END-EVALUATE
               END-PERFORM
           ELSE
               PERFORM UNTIL JSON-VAL-POS > JSON-LINE-LEN
                   MOVE LOAD-REC(JSON-VAL-POS:1) TO JSON-CHAR
                   IF JSON-CHAR = "," OR JSON-CHAR = "}"
                       EXIT PERFORM
                   END-IF
                   IF JSON-CHAR NOT = SPACE
                       PERFORM APPEND-JSON-CHAR
                   END-IF
                   ADD 1 TO JSON-VAL-POS
               END-PERFORM
           END-IF
           IF FUNCTION TRIM(VAL-BUF) = "null"
               MOVE SPACES TO VAL-BUF
           END-IF
           MOVE VAL-BUF TO LOAD-TOKEN(FIELD-IDX).

       APPEND-JSON-CHAR.
           IF VAL-LEN < 101
               ADD 1 TO VAL-LEN
               MOVE JSON-CHAR TO VAL-BUF(VAL-LEN:1)
           END-IF.

       PROFILE-ONE-FIELD.
           MOVE SPACES TO RAW-FIELD
           MOVE FUNCTION TRIM(LOAD-TOKEN(FIELD-IDX)) TO RAW-FIELD
           IF RAW-FIELD = SPACES
               ADD 1 TO PF-BLANKS(FIELD-IDX)
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-DISTINCT-VALUE
           IF FIELD-IS-ZONED(FIELD-IDX)
               PERFORM DECODE-NUMERIC-VALUE
               IF FIELD-DECODE-VALID
                   PERFORM ACCUMULATE-NUMERIC-VALUE
               END-IF
           END-IF.

       COUNT-DISTINCT-VALUE.
           IF PF-DISTINCT-OVER(FIELD-IDX) = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO DISTINCT-HIT
           PERFORM VARYING DISTINCT-IDX FROM 1 BY 1
                   UNTIL DISTINCT-IDX > PF-DISTINCT(FIELD-IDX)
                      OR VALUE-ALREADY-SEEN
               IF DISTINCT-VALUE(FIELD-IDX, DISTINCT-IDX) = RAW-FIELD
                   MOVE "Y" TO DISTINCT-HIT
               END-IF
           END-PERFORM
           IF VALUE-ALREADY-SEEN
               EXIT PARAGRAPH
           END-IF
           IF PF-DISTINCT(FIELD-IDX) >= DISTINCT-LIMIT
               MOVE "Y" TO PF-DISTINCT-OVER(FIELD-IDX)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PF-DISTINCT(FIELD-IDX)
           MOVE RAW-FIELD
               TO DISTINCT-VALUE(FIELD-IDX, PF-DISTINCT(FIELD-IDX)).

      *> A zoned field arrives as the decimal value DENO-EXPORT
      *> writes and DENO-IMPORT scales (123.45, -7); anything NUMVAL
      *> will not take, or too large for FIELD-VALUE, makes the
      *> value unusable for MIN/MAX/SUM.
       DECODE-NUMERIC-VALUE.
           MOVE "N" TO DECODE-OK-FLAG
           MOVE FUNCTION LENGTH(FUNCTION TRIM(RAW-FIELD)) TO FIELD-LEN
           IF FUNCTION TEST-NUMVAL(RAW-FIELD(1:FIELD-LEN)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE FIELD-VALUE = FUNCTION NUMVAL(RAW-FIELD(1:FIELD-LEN))
               ON SIZE ERROR
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE "Y" TO DECODE-OK-FLAG.

       ACCUMULATE-NUMERIC-VALUE.
           IF PF-NUMERIC(FIELD-IDX) NOT = "Y"
               MOVE "Y" TO PF-NUMERIC(FIELD-IDX)
               MOVE FIELD-VALUE TO PF-MIN(FIELD-IDX)
               MOVE FIELD-VALUE TO PF-MAX(FIELD-IDX)
           END-IF
           IF FIELD-VALUE < PF-MIN(FIELD-IDX)
               MOVE FIELD-VALUE TO PF-MIN(FIELD-IDX)
           END-IF
           IF FIELD-VALUE > PF-MAX(FIELD-IDX)
               MOVE FIELD-VALUE TO PF-MAX(FIELD-IDX)
           END-IF
           ADD FIELD-VALUE TO PF-SUM(FIELD-IDX).

      *> Reads the feed's records in business-date order and keeps
      *> the last TRAILING-LOADS green ones dated before this load.
      *> A history that does not exist yet is an empty one; one
      *> that exists and cannot be read stops the profile - judging
      *> against nothing would pass every load.
       LOAD-TRAILING-HISTORY.
           MOVE 0 TO RING-COUNT
           OPEN INPUT DQ-HIST-FD
           IF DQ-HIST-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF DQ-HIST-STATUS NOT = "00"
               STRING "PROFILE HISTORY UNAVAILABLE STATUS="
                                                    DELIMITED BY SIZE
                      DQ-HIST-STATUS                DELIMITED BY SIZE
                      INTO DQ-DETAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DQ-HIST-REC
           MOVE DQ-FEED TO DQH-FEED
           MOVE LOW-VALUES TO DQH-BUSDATE
           MOVE "N" TO HIST-EOF
           START DQ-HIST-FD KEY IS NOT LESS THAN DQH-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF
           END-START
           PERFORM UNTIL NO-MORE-HISTORY
               READ DQ-HIST-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO HIST-EOF
                   NOT AT END
                       IF DQH-FEED NOT = DQ-FEED
                         OR DQH-BUSDATE NOT < BUSDATE-VALUE
                           MOVE "Y" TO HIST-EOF
                       ELSE
                           IF DQH-WAS-GREEN
                               PERFORM KEEP-HISTORY-LOAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DQ-HIST-FD.

       KEEP-HISTORY-LOAD.
           IF RING-COUNT >= TRAILING-LOADS
               PERFORM VARYING RING-IDX FROM 1 BY 1
                       UNTIL RING-IDX >= RING-COUNT
                   MOVE RING-IMAGE(RING-IDX + 1) TO RING-IMAGE(RING-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO RING-COUNT
           END-IF
           MOVE DQ-HIST-REC TO RING-IMAGE(RING-COUNT).

      *> Fields are matched to history by name, so a new layout
      *> version that adds or moves fields still lines up.
       COMPUTE-TRAILING-AVERAGES.
           MOVE 0 TO AVG-RECORDS
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 20
               MOVE 0 TO AVG-LOADS(FIELD-IDX)
                         AVG-NUM-LOADS(FIELD-IDX)
               MOVE "N" TO AVG-DIST-OVER(FIELD-IDX)
               MOVE 0 TO AVG-BLANKS(FIELD-IDX)
                         AVG-DISTINCT(FIELD-IDX)
                         AVG-MIN(FIELD-IDX) AVG-MAX(FIELD-IDX)
                         AVG-SUM(FIELD-IDX)
           END-PERFORM
           MOVE "N" TO BASELINE-FLAG
           IF RING-COUNT < MIN-HISTORY
               MOVE "Y" TO BASELINE-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RING-IDX FROM 1 BY 1
                   UNTIL RING-IDX > RING-COUNT
               MOVE RING-IMAGE(RING-IDX) TO DQ-HIST-REC
               ADD DQH-RECORD-COUNT TO AVG-RECORDS
               PERFORM VARYING FIELD-IDX FROM 1 BY 1
                       UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
                   PERFORM ADD-HISTORY-FIELD
               END-PERFORM
           END-PERFORM
           COMPUTE AVG-RECORDS ROUNDED = AVG-RECORDS / RING-COUNT
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
               IF AVG-LOADS(FIELD-IDX) > 0
                   COMPUTE AVG-BLANKS(FIELD-IDX) ROUNDED =
                       AVG-BLANKS(FIELD-IDX) / AVG-LOADS(FIELD-IDX)
                   COMPUTE AVG-DISTINCT(FIELD-IDX) ROUNDED =
                       AVG-DISTINCT(FIELD-IDX) / AVG-LOADS(FIELD-IDX)
               END-IF
               IF AVG-NUM-LOADS(FIELD-IDX) > 0
                   COMPUTE AVG-MIN(FIELD-IDX) ROUNDED =
                       AVG-MIN(FIELD-IDX) / AVG-NUM-LOADS(FIELD-IDX)
                   COMPUTE AVG-MAX(FIELD-IDX) ROUNDED =
                       AVG-MAX(FIELD-IDX) / AVG-NUM-LOADS(FIELD-IDX)
                   COMPUTE AVG-SUM(FIELD-IDX) ROUNDED =
                       AVG-SUM(FIELD-IDX) / AVG-NUM-LOADS(FIELD-IDX)
               END-IF
           END-PERFORM.

       ADD-HISTORY-FIELD.
           MOVE 0 TO HIST-MATCH-IDX
           PERFORM VARYING HIST-FIELD-IDX FROM 1 BY 1
                   UNTIL HIST-FIELD-IDX > DQH-FIELD-COUNT
                      OR HIST-MATCH-IDX > 0
               IF DQH-FIELD-NAME(HIST-FIELD-IDX) =
                       FIELD-NAME(FIELD-IDX)
                   MOVE HIST-FIELD-IDX TO HIST-MATCH-IDX
               END-IF
           END-PERFORM
           IF HIST-MATCH-IDX = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AVG-LOADS(FIELD-IDX)
           ADD DQH-BLANKS(HIST-MATCH-IDX) TO AVG-BLANKS(FIELD-IDX)
           ADD DQH-DISTINCT(HIST-MATCH-IDX) TO AVG-DISTINCT(FIELD-IDX)
           IF DQH-DISTINCT-OVER(HIST-MATCH-IDX) = "Y"
               MOVE "Y" TO AVG-DIST-OVER(FIELD-IDX)
           END-IF
           IF DQH-NUMERIC(HIST-MATCH-IDX) = "Y"
               ADD 1 TO AVG-NUM-LOADS(FIELD-IDX)
               ADD DQH-MIN(HIST-MATCH-IDX) TO AVG-MIN(FIELD-IDX)
               ADD DQH-MAX(HIST-MATCH-IDX) TO AVG-MAX(FIELD-IDX)
               ADD DQH-SUM(HIST-MATCH-IDX) TO AVG-SUM(FIELD-IDX)
           END-IF.

       WRITE-PROFILE-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "DENO-DQ-PROFILE FEED "          DELIMITED BY SIZE
                  FUNCTION TRIM(DQ-FEED)            DELIMITED BY SIZE
                  "  BUSINESS DATE "               DELIMITED BY SIZE
                  BUSDATE-VALUE                     DELIMITED BY SIZE
                  "  LAYOUT "                      DELIMITED BY SIZE
                  FUNCTION TRIM(LAYOUT-NAME)        DELIMITED BY SIZE
                  " V"                             DELIMITED BY SIZE
                  LAYOUT-VERSION                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-DQ-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "LOAD "                          DELIMITED BY SIZE
                  FUNCTION TRIM(DQ-INPUT-PATH)      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-DQ-REPORT-LINE
           MOVE RING-COUNT TO RING-DISPLAY
           MOVE MIN-HISTORY TO MIN-HIST-DISPLAY
           MOVE TOLERANCE-PCT TO RED-DISPLAY
           MOVE SPACES TO REPORT-LINE
           IF STILL-BUILDING-BASELINE
               STRING "BASELINE: "                 DELIMITED BY SIZE
                      FUNCTION TRIM(RING-DISPLAY)   DELIMITED BY SIZE
                      " OF "                       DELIMITED BY SIZE
                      FUNCTION TRIM(MIN-HIST-DISPLAY)
                                                    DELIMITED BY SIZE
                      " GREEN LOADS ON FILE - NOT JUDGED"
                                                    DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "JUDGED AGAINST THE LAST "   DELIMITED BY SIZE
                      FUNCTION TRIM(RING-DISPLAY)   DELIMITED BY SIZE
                      " GREEN LOADS, TOLERANCE "   DELIMITED BY SIZE
                      FUNCTION TRIM(RED-DISPLAY)    DELIMITED BY SIZE
                      "%"                          DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-DQ-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FIELD                          MEASURE   "
                                                    DELIMITED BY SIZE
                  "                   VALUE  "     DELIMITED BY SIZE
                  "       TRAILING AVERAGE  VERDICT"
                                                    DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-DQ-REPORT-LINE.

       WRITE-DQ-REPORT-LINE.
           MOVE REPORT-LINE TO DQ-REPORT-REC
           WRITE DQ-REPORT-REC.

      *> One line per measure; only measures with a comparable
      *> history are judged.
       JUDGE-LOAD.
           MOVE "(LOAD)" TO MEASURE-FIELD
           MOVE "RECORDS" TO MEASURE-NAME
           MOVE RECORD-COUNT TO MEASURE-VALUE
           MOVE AVG-RECORDS TO MEASURE-AVG
           PERFORM JUDGE-ONE-MEASURE
           PERFORM VARYING FIELD-IDX FROM 1 BY 1
                   UNTIL FIELD-IDX > FIELD-LAYOUT-COUNT
               PERFORM JUDGE-ONE-FIELD
           END-PERFORM.

       JUDGE-ONE-FIELD.
           MOVE FIELD-NAME(FIELD-IDX) TO MEASURE-FIELD
           IF NOT STILL-BUILDING-BASELINE
             AND AVG-LOADS(FIELD-IDX) = 0
               MOVE SPACES TO REPORT-LINE
               STRING FUNCTION TRIM(MEASURE-FIELD) DELIMITED BY SIZE
                      " - NEW FIELD, NO HISTORY YET; NOT JUDGED"
                                                    DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-DQ-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "BLANKS" TO MEASURE-NAME
           MOVE PF-BLANKS(FIELD-IDX) TO MEASURE-VALUE
           MOVE AVG-BLANKS(FIELD-IDX) TO MEASURE-AVG
           PERFORM JUDGE-ONE-MEASURE
           MOVE "DISTINCT" TO MEASURE-NAME
           MOVE PF-DISTINCT(FIELD-IDX) TO MEASURE-VALUE
           MOVE AVG-DISTINCT(FIELD-IDX) TO MEASURE-AVG
           IF PF-DISTINCT-OVER(FIELD-IDX) = "Y"
             OR AVG-DIST-OVER(FIELD-IDX) = "Y"
               MOVE "50+" TO MEASURE-VERDICT
               PERFORM WRITE-MEASURE-LINE
           ELSE
               PERFORM JUDGE-ONE-MEASURE
           END-IF
           IF PF-NUMERIC(FIELD-IDX) NOT = "Y"
               IF FIELD-IS-ZONED(FIELD-IDX)
                 AND AVG-NUM-LOADS(FIELD-IDX) > 0
                   MOVE "NUMERIC" TO MEASURE-NAME
                   MOVE 0 TO MEASURE-VALUE MEASURE-AVG
                   MOVE "RED" TO MEASURE-VERDICT
                   PERFORM COUNT-RED-MEASURE
                   PERFORM WRITE-MEASURE-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF NOT STILL-BUILDING-BASELINE
             AND AVG-NUM-LOADS(FIELD-IDX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "MIN" TO MEASURE-NAME
           MOVE PF-MIN(FIELD-IDX) TO MEASURE-VALUE
           MOVE AVG-MIN(FIELD-IDX) TO MEASURE-AVG
           PERFORM JUDGE-ONE-MEASURE
           MOVE "MAX" TO MEASURE-NAME
           MOVE PF-MAX(FIELD-IDX) TO MEASURE-VALUE
           MOVE AVG-MAX(FIELD-IDX) TO MEASURE-AVG
           PERFORM JUDGE-ONE-MEASURE
           MOVE "SUM" TO MEASURE-NAME
           MOVE PF-SUM(FIELD-IDX) TO MEASURE-VALUE
           MOVE AVG-SUM(FIELD-IDX) TO MEASURE-AVG
           PERFORM JUDGE-ONE-MEASURE.

      *> Outside the band: further from the trailing average than
      *> TOLERANCE-PCT of it, and by more than one unit (so a field
      *> that is usually never blank may have one blank without
      *> turning the feed red).
       JUDGE-ONE-MEASURE.
           IF STILL-BUILDING-BASELINE
               MOVE "BASE" TO MEASURE-VERDICT
               PERFORM WRITE-MEASURE-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE MEASURE-DIFF = MEASURE-VALUE - MEASURE-AVG
           IF MEASURE-DIFF < 0
               COMPUTE MEASURE-DIFF = 0 - MEASURE-DIFF
           END-IF
           COMPUTE MEASURE-BAND = MEASURE-AVG * TOLERANCE-PCT / 100
           IF MEASURE-BAND < 0
               COMPUTE MEASURE-BAND = 0 - MEASURE-BAND
           END-IF
           IF MEASURE-BAND < 1
               MOVE 1 TO MEASURE-BAND
           END-IF
           IF MEASURE-DIFF > MEASURE-BAND
               MOVE "RED" TO MEASURE-VERDICT
               PERFORM COUNT-RED-MEASURE
           ELSE
               MOVE "OK" TO MEASURE-VERDICT
           END-IF
           PERFORM WRITE-MEASURE-LINE.

       COUNT-RED-MEASURE.
           ADD 1 TO DQ-RED-COUNT
           IF DQ-DETAIL NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MEASURE-VALUE TO VALUE-DISPLAY
           MOVE MEASURE-AVG TO AVG-DISPLAY
           STRING FUNCTION TRIM(MEASURE-FIELD)     DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(MEASURE-NAME)       DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(VALUE-DISPLAY)      DELIMITED BY SIZE
                  " VS AVG "                       DELIMITED BY SIZE
                  FUNCTION TRIM(AVG-DISPLAY)        DELIMITED BY SIZE
                  INTO DQ-DETAIL.

       WRITE-MEASURE-LINE.
           MOVE MEASURE-VALUE TO VALUE-DISPLAY
           MOVE MEASURE-AVG TO AVG-DISPLAY
           MOVE SPACES TO REPORT-LINE
           MOVE MEASURE-FIELD TO REPORT-LINE(1:30)
           MOVE MEASURE-NAME TO REPORT-LINE(32:10)
           MOVE VALUE-DISPLAY TO REPORT-LINE(42:25)
           IF STILL-BUILDING-BASELINE
               MOVE "-" TO REPORT-LINE(91:1)
           ELSE
               MOVE AVG-DISPLAY TO REPORT-LINE(68:25)
           END-IF
           MOVE MEASURE-VERDICT TO REPORT-LINE(95:4)
           PERFORM WRITE-DQ-REPORT-LINE.

       WRITE-PROFILE-SUMMARY.
           MOVE RECORD-COUNT TO COUNT-DISPLAY
           MOVE DQ-RED-COUNT TO RED-DISPLAY
           IF DQ-RED
               MOVE "RED" TO RESULT-WORD
           ELSE
               MOVE "GREEN" TO RESULT-WORD
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-DQ-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RECORDS="                       DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY)      DELIMITED BY SIZE
                  " RED-MEASURES="                 DELIMITED BY SIZE
                  FUNCTION TRIM(RED-DISPLAY)        DELIMITED BY SIZE
                  " RESULT="                       DELIMITED BY SIZE
                  FUNCTION TRIM(RESULT-WORD)        DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-DQ-REPORT-LINE.

      *> One record per feed per business date: a rerun replaces
      *> the record it made earlier in the night.
       RECORD-LOAD-HISTORY.
           OPEN I-O DQ-HIST-FD
           IF DQ-HIST-STATUS = "35"
               OPEN OUTPUT DQ-HIST-FD
               CLOSE DQ-HIST-FD
               OPEN I-O DQ-HIST-FD
           END-IF
           IF DQ-HIST-STATUS NOT = "00"
               DISPLAY "DENO-DQ-PROFILE: history "
                   FUNCTION TRIM(DQ-HIST-PATH)
                   " unavailable STATUS=" DQ-HIST-STATUS
                   "; load not recorded"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DQ-HIST-REC
           MOVE DQ-FEED TO DQH-FEED
           MOVE BUSDATE-VALUE TO DQH-BUSDATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO DQH-STAMP
           MOVE LAYOUT-NAME TO DQH-LAYOUT-NAME
           MOVE LAYOUT-VERSION TO DQH-LAYOUT-VERSION
           MOVE DQ-RESULT TO DQH-RESULT
           MOVE RECORD-COUNT TO DQH-RECORD-COUNT
           MOVE FIELD-LAYOUT-COUNT TO DQH-FIELD-COUNT
           PERFORM VARYING FIELD-IDX FROM 1 BY 1 UNTIL FIELD-IDX > 20
               IF FIELD-IDX > FIELD-LAYOUT-COUNT
                   MOVE SPACES TO DQH-FIELD-NAME(FIELD-IDX)
               ELSE
                   MOVE FIELD-NAME(FIELD-IDX)
                       TO DQH-FIELD-NAME(FIELD-IDX)
               END-IF
               MOVE PF-BLANKS(FIELD-IDX) TO DQH-BLANKS(FIELD-IDX)
               MOVE PF-DISTINCT(FIELD-IDX) TO DQH-DISTINCT(FIELD-IDX)
               MOVE PF-DISTINCT-OVER(FIELD-IDX)
                   TO DQH-DISTINCT-OVER(FIELD-IDX)
               MOVE PF-NUMERIC(FIELD-IDX) TO DQH-NUMERIC(FIELD-IDX)
               MOVE PF-MIN(FIELD-IDX) TO DQH-MIN(FIELD-IDX)
               MOVE PF-MAX(FIELD-IDX) TO DQH-MAX(FIELD-IDX)
               MOVE PF-SUM(FIELD-IDX) TO DQH-SUM(FIELD-IDX)
           END-PERFORM
           WRITE DQ-HIST-REC
               INVALID KEY
                   REWRITE DQ-HIST-REC
                       INVALID KEY
                           DISPLAY "DENO-DQ-PROFILE: history "
                               "record for "
                               FUNCTION TRIM(DQ-FEED)
                               " not written"
                   END-REWRITE
           END-WRITE
           CLOSE DQ-HIST-FD.

       END-NOT-PROFILED.
           MOVE "X" TO DQ-RESULT
           MOVE 8 TO STATUS-CODE
           PERFORM AUDIT-PROFILE.

       AUDIT-PROFILE.
           MOVE RECORD-COUNT TO COUNT-DISPLAY
           MOVE DQ-RED-COUNT TO RED-DISPLAY
           EVALUATE TRUE
               WHEN DQ-NOT-PROFILED
                   MOVE "NOT-PROFILED" TO RESULT-WORD
               WHEN DQ-RED
                   MOVE "RED" TO RESULT-WORD
               WHEN STILL-BUILDING-BASELINE
                   MOVE "BASELINE" TO RESULT-WORD
               WHEN OTHER
                   MOVE "GREEN" TO RESULT-WORD
           END-EVALUATE
           MOVE SPACES TO AUDIT-CMD-TEXT
           IF DQ-NOT-PROFILED
               STRING "DQ "                        DELIMITED BY SIZE
                      FUNCTION TRIM(DQ-FEED)        DELIMITED BY SIZE
                      " LOAD="                     DELIMITED BY SIZE
                      FUNCTION TRIM(DQ-INPUT-PATH)  DELIMITED BY SIZE
                      " RESULT=NOT-PROFILED: "     DELIMITED BY SIZE
                      FUNCTION TRIM(DQ-DETAIL)      DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
           ELSE
               STRING "DQ "                        DELIMITED BY SIZE
                      FUNCTION TRIM(DQ-FEED)        DELIMITED BY SIZE
                      " LOAD="                     DELIMITED BY SIZE
                      FUNCTION TRIM(DQ-INPUT-PATH)  DELIMITED BY SIZE
                      " BUSDATE="                  DELIMITED BY SIZE
                      BUSDATE-VALUE                 DELIMITED BY SIZE
                      " RECORDS="                  DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY)  DELIMITED BY SIZE
                      " RESULT="                   DELIMITED BY SIZE
                      FUNCTION TRIM(RESULT-WORD)    DELIMITED BY SIZE
                      " RED-MEASURES="             DELIMITED BY SIZE
                      FUNCTION TRIM(RED-DISPLAY)    DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(DQ-DETAIL)      DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
           END-IF
           MOVE STATUS-CODE TO AUDIT-STATUS
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT AUDIT-STATUS
               DQ-ELAPSED.
