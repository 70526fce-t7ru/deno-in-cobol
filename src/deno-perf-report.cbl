       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-PERF-REPORT.

      *> Capacity report from the keyed perf history DENO-USAGE
      *> keeps (see DENOPHST.cpy): which scripts are eating the box,
      *> and which are growing toward the memory it has.
      *>
      *>   TOP CPU CONSUMERS  the DENO_PERF_TOP (default 10) scripts
      *>                      with the most user+system CPU over the
      *>                      last DENO_PERF_DAYS (default 7) business
      *>                      days, with runs, CPU seconds, CPU per
      *>                      run, CPU as a percent of elapsed (over
      *>                      100 means the script keeps more than
      *>                      one core busy) and peak memory.
      *>   MEMORY WATCH       every script whose peak resident set is
      *>                      already at DENO_PERF_RSS_WARN_PCT
      *>                      (default 80) percent of the limit, or
      *>                      whose daily peak has risen across at
      *>                      least 3 days of the last
      *>                      DENO_PERF_TREND_DAYS (default 30) at a
      *>                      rate that reaches the limit within
      *>                      DENO_PERF_HORIZON (default 30) days.
      *>
      *> The limit is DENO_PERF_RSS_LIMIT_KB, else the box's
      *> MemTotal from /proc/meminfo; with neither, the watch says
      *> so and lists nothing. DENO_PERF_DATE (YYYYMMDD) picks the
      *> last day of both windows; unset means the DENO-BUSDATE
      *> business date. DENO_PERF_HISTORY names the history file
      *> (default /tmp/deno-perf-history.dat), DENO_PERF_REPORT the
      *> report (default /tmp/deno-perf-report.txt), which is also
      *> DISPLAYed.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERF-HISTORY-FD
                   ASSIGN TO DYNAMIC PERF-HISTORY-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS PERF-KEY
                   FILE STATUS IS PERF-HISTORY-STATUS.
               SELECT PERF-REPORT-FD
                   ASSIGN TO DYNAMIC PERF-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT MEMINFO-FD
                   ASSIGN TO DYNAMIC MEMINFO-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MEMINFO-STATUS.
               SELECT SORT-FD
                   ASSIGN TO DYNAMIC SORT-WORK-PATH.

       DATA DIVISION.
           FILE SECTION.
           FD  PERF-HISTORY-FD.
           COPY DENOPHST.

           FD  PERF-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  PERF-REPORT-REC     PIC X(300).

           FD  MEMINFO-FD
               LABEL RECORDS ARE STANDARD.
           01  MEMINFO-REC         PIC X(100).

           SD  SORT-FD.
           01  SORT-REC.
               05  SORT-CPU-CS     PIC 9(11).
               05  SORT-SCRIPT     PIC X(100).
               05  SORT-PROGRAM    PIC X(20).
               05  SORT-RUNS       PIC 9(8).
               05  SORT-USER-CS    PIC 9(11).
               05  SORT-SYS-CS     PIC 9(11).
               05  SORT-ELAPSED-CS PIC 9(11).
               05  SORT-PEAK-KB    PIC 9(9).

           WORKING-STORAGE SECTION.
               01  PERF-HISTORY-PATH   PIC X(100) VALUE
                       "/tmp/deno-perf-history.dat".
               01  PERF-REPORT-PATH    PIC X(100) VALUE
                       "/tmp/deno-perf-report.txt".
               01  MEMINFO-PATH        PIC X(100) VALUE
                       "/proc/meminfo".
               01  SORT-WORK-PATH      PIC X(100) VALUE
                       "/tmp/deno-perf-sort.wrk".
               01  PERF-HISTORY-STATUS PIC XX.
               01  MEMINFO-STATUS      PIC XX.
               01  PERF-EOF            PIC X.
                   88  NO-MORE-PERF-RECORDS    VALUE "Y".
               01  SORT-EOF            PIC X.
                   88  NO-MORE-SORTED-SCRIPTS  VALUE "Y".
               01  MEMINFO-EOF         PIC X.
                   88  NO-MORE-MEMINFO-LINES   VALUE "Y".

               01  REPORT-DATE-TEXT    PIC X(8).
               01  BUSDATE-ACTION      PIC X(1).
               01  BUSDATE-STATUS      PIC S9(4) COMP.
               01  REPORT-DATE-NUM     PIC 9(8).
               01  REPORT-DATE-INT     PIC 9(9).
               01  WORK-DATE-INT       PIC 9(9).
               01  WORK-DATE-NUM       PIC 9(8).
               01  BUSDATE-VALUE       PIC X(8).
               01  BUSINESS-DAYS-SEEN  PIC 9(3).
               01  CALENDAR-DAYS-BACK  PIC 9(5).
               01  CPU-WINDOW-START    PIC X(8).
               01  TREND-WINDOW-START  PIC X(8).
               01  SCAN-WINDOW-START   PIC X(8).

               01  SETTING-TEXT        PIC X(20).
               01  CPU-DAYS            PIC 9(3) VALUE 7.
               01  TREND-DAYS          PIC 9(3) VALUE 30.
               01  TOP-COUNT           PIC 9(3) VALUE 10.
               01  RSS-LIMIT-KB        PIC 9(11) VALUE 0.
               01  RSS-WARN-PCT        PIC 9(3) VALUE 80.
               01  HORIZON-DAYS        PIC 9(4) VALUE 30.
               01  LIMIT-SOURCE        PIC X(30).
               01  MEMINFO-TAG         PIC X(20).
               01  MEMINFO-VALUE       PIC X(20).

      *> Per-script accumulators for the control break on
      *> PERF-SCRIPT; the history reads back script by script, each
      *> script's days in date order.
               01  CUR-SCRIPT          PIC X(100).
               01  CUR-PROGRAM         PIC X(20).
               01  CUR-RUNS            PIC 9(8).
               01  CUR-USER-CS         PIC 9(11).
               01  CUR-SYS-CS          PIC 9(11).
               01  CUR-ELAPSED-CS      PIC 9(11).
               01  CUR-CPU-PEAK-KB     PIC 9(9).
               01  CUR-TREND-DAYS      PIC 9(4).
               01  CUR-TREND-PEAK-KB   PIC 9(9).
               01  CUR-FIRST-DATE      PIC X(8).
               01  CUR-FIRST-PEAK-KB   PIC 9(9).
               01  CUR-LAST-DATE       PIC X(8).
               01  CUR-LAST-PEAK-KB    PIC 9(9).
               01  SCRIPTS-SEEN        PIC 9(6) VALUE 0.

               01  SPAN-DAYS           PIC 9(5).
               01  GROWTH-KB-PER-DAY   PIC 9(9)V99.
               01  DAYS-TO-LIMIT       PIC 9(7).
               01  PEAK-PCT            PIC 9(5).
               01  WATCH-FLAG-TEXT     PIC X(30).
               01  WATCH-TABLE.
                   05  WATCH-LINE      PIC X(300) OCCURS 50 TIMES.
               01  WATCH-COUNT         PIC 9(3) VALUE 0.
               01  WATCH-OVERFLOW      PIC 9(5) VALUE 0.
               01  WATCH-IDX           PIC 9(3).

               01  RANK-NUM            PIC 9(3).
               01  CPU-PCT             PIC 9(5).
               01  AVG-CPU-CS          PIC 9(9).
               01  RANK-DISPLAY        PIC ZZ9.
               01  RUNS-DISPLAY        PIC Z(7)9.
               01  SECS-DISPLAY-1      PIC Z(8)9.99.
               01  SECS-DISPLAY-2      PIC Z(8)9.99.
               01  SECS-DISPLAY-3      PIC Z(8)9.99.
               01  PCT-DISPLAY         PIC Z(4)9.
               01  KB-DISPLAY-1        PIC Z(10)9.
               01  KB-DISPLAY-2        PIC Z(10)9.
               01  KB-DISPLAY-3        PIC Z(10)9.
               01  DAYS-DISPLAY        PIC Z(6)9.
               01  COUNT-DISPLAY       PIC Z(5)9.
               01  REPORT-LINE         PIC X(300).

       PROCEDURE DIVISION.
           PERFORM READ-PERF-SETTINGS
           PERFORM RESOLVE-REPORT-WINDOWS
           PERFORM RESOLVE-MEMORY-LIMIT

           OPEN INPUT PERF-HISTORY-FD
           IF PERF-HISTORY-STATUS NOT = "00"
               DISPLAY "DENO-PERF-REPORT: cannot open perf history "
                   FUNCTION TRIM(PERF-HISTORY-PATH)
                   " STATUS=" PERF-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PERF-REPORT-FD

           MOVE SPACES TO REPORT-LINE
           STRING "DENO PERF REPORT FOR "         DELIMITED BY SIZE
                  REPORT-DATE-TEXT                 DELIMITED BY SIZE
                  " - TOP CPU CONSUMERS, "        DELIMITED BY SIZE
                  CPU-WINDOW-START                 DELIMITED BY SIZE
                  " TO "                          DELIMITED BY SIZE
                  REPORT-DATE-TEXT                 DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           SORT SORT-FD
               ON DESCENDING KEY SORT-CPU-CS
               INPUT PROCEDURE IS RELEASE-SCRIPT-TOTALS
               OUTPUT PROCEDURE IS PRINT-TOP-CONSUMERS
           IF SORT-RETURN NOT = 0
               MOVE SPACES TO REPORT-LINE
               STRING "SORT FAILED - RANKING INCOMPLETE"
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM PRINT-MEMORY-WATCH

           CLOSE PERF-HISTORY-FD
           CLOSE PERF-REPORT-FD
           STOP RUN.

       READ-PERF-SETTINGS.
           ACCEPT PERF-HISTORY-PATH
               FROM ENVIRONMENT "DENO_PERF_HISTORY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF PERF-HISTORY-PATH = SPACES
               MOVE "/tmp/deno-perf-history.dat" TO PERF-HISTORY-PATH
           END-IF
           ACCEPT PERF-REPORT-PATH
               FROM ENVIRONMENT "DENO_PERF_REPORT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF PERF-REPORT-PATH = SPACES
               MOVE "/tmp/deno-perf-report.txt" TO PERF-REPORT-PATH
           END-IF

           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT "DENO_PERF_DAYS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(SETTING-TEXT)) = 0
             AND FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT)) > 0
               COMPUTE CPU-DAYS =
                   FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT))
           END-IF
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT "DENO_PERF_TREND_DAYS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(SETTING-TEXT)) = 0
             AND FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT)) > 0
               COMPUTE TREND-DAYS =
                   FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT))
           END-IF
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT "DENO_PERF_TOP"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(SETTING-TEXT)) = 0
             AND FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT)) > 0
               COMPUTE TOP-COUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT))
           END-IF
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT "DENO_PERF_RSS_WARN_PCT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(SETTING-TEXT)) = 0
               COMPUTE RSS-WARN-PCT =
                   FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT))
           END-IF
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT "DENO_PERF_HORIZON"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(SETTING-TEXT)) = 0
               COMPUTE HORIZON-DAYS =
                   FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT))
           END-IF.

      *> Both windows end on the report date; the history is read
      *> from the earlier of their two starts.
       RESOLVE-REPORT-WINDOWS.
           MOVE SPACES TO REPORT-DATE-TEXT
           ACCEPT REPORT-DATE-TEXT FROM ENVIRONMENT "DENO_PERF_DATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF REPORT-DATE-TEXT NOT = SPACES
             AND REPORT-DATE-TEXT IS NOT NUMERIC
               DISPLAY "DENO-PERF-REPORT: bad DENO_PERF_DATE '"
                   FUNCTION TRIM(REPORT-DATE-TEXT)
                   "' (expected YYYYMMDD)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REPORT-DATE-TEXT = SPACES
               MOVE "G" TO BUSDATE-ACTION
               CALL "DENO-BUSDATE" USING BUSDATE-ACTION
                   REPORT-DATE-TEXT BUSDATE-STATUS
           END-IF
           MOVE FUNCTION NUMVAL(REPORT-DATE-TEXT) TO REPORT-DATE-NUM
           COMPUTE REPORT-DATE-INT =
               FUNCTION INTEGER-OF-DATE(REPORT-DATE-NUM)

           PERFORM RESOLVE-CPU-WINDOW-START
           COMPUTE WORK-DATE-INT = REPORT-DATE-INT - TREND-DAYS + 1
           COMPUTE WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
           MOVE WORK-DATE-NUM TO TREND-WINDOW-START
           IF CPU-WINDOW-START < TREND-WINDOW-START
               MOVE CPU-WINDOW-START TO SCAN-WINDOW-START
           ELSE
               MOVE TREND-WINDOW-START TO SCAN-WINDOW-START
           END-IF.

      *> The CPU window is DENO_PERF_DAYS BUSINESS dates - the
      *> dates the history is keyed by - ending on the report date,
      *> so a week-long window still spans a week across a weekend
      *> or a calendar holiday. Counted back through DENO-BUSDATE
      *> "B"; the walk is capped at seven calendar days per business
      *> day wanted, so a calendar marked solid H cannot stall it.
       RESOLVE-CPU-WINDOW-START.
           MOVE 0 TO BUSINESS-DAYS-SEEN
           MOVE 0 TO CALENDAR-DAYS-BACK
           MOVE REPORT-DATE-INT TO WORK-DATE-INT
           MOVE "B" TO BUSDATE-ACTION
           PERFORM UNTIL BUSINESS-DAYS-SEEN >= CPU-DAYS
                   OR CALENDAR-DAYS-BACK >= CPU-DAYS * 7
               COMPUTE WORK-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
               MOVE WORK-DATE-NUM TO BUSDATE-VALUE
               CALL "DENO-BUSDATE" USING BUSDATE-ACTION
                   BUSDATE-VALUE BUSDATE-STATUS
               IF BUSDATE-STATUS = 0
                   ADD 1 TO BUSINESS-DAYS-SEEN
               END-IF
               IF BUSINESS-DAYS-SEEN < CPU-DAYS
                   SUBTRACT 1 FROM WORK-DATE-INT
                   ADD 1 TO CALENDAR-DAYS-BACK
               END-IF
           END-PERFORM
           COMPUTE WORK-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WORK-DATE-INT)
           MOVE WORK-DATE-NUM TO CPU-WINDOW-START.

       RESOLVE-MEMORY-LIMIT.
           MOVE SPACES TO SETTING-TEXT
           ACCEPT SETTING-TEXT FROM ENVIRONMENT "DENO_PERF_RSS_LIMIT_KB"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF SETTING-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(FUNCTION TRIM(SETTING-TEXT)) = 0
               COMPUTE RSS-LIMIT-KB =
                   FUNCTION NUMVAL(FUNCTION TRIM(SETTING-TEXT))
               MOVE "DENO_PERF_RSS_LIMIT_KB" TO LIMIT-SOURCE
               EXIT PARAGRAPH
           END-IF
      *> "MemTotal:       16318472 kB"
           MOVE "N" TO MEMINFO-EOF
           OPEN INPUT MEMINFO-FD
           IF MEMINFO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-MEMINFO-LINES
               READ MEMINFO-FD
                   AT END
                       MOVE "Y" TO MEMINFO-EOF
                   NOT AT END
                       IF MEMINFO-REC(1:9) = "MemTotal:"
                           MOVE SPACES TO MEMINFO-TAG MEMINFO-VALUE
                           UNSTRING MEMINFO-REC DELIMITED BY ALL " "
                               INTO MEMINFO-TAG MEMINFO-VALUE
                           END-UNSTRING
                           IF FUNCTION TEST-NUMVAL(
                                   FUNCTION TRIM(MEMINFO-VALUE)) = 0
                               COMPUTE RSS-LIMIT-KB = FUNCTION NUMVAL(
                                   FUNCTION TRIM(MEMINFO-VALUE))
                               MOVE "MemTotal" TO LIMIT-SOURCE
                           END-IF
                           MOVE "Y" TO MEMINFO-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MEMINFO-FD.

      *> Sort input: one record per script with CPU in the CPU
      *> window, built at each change of PERF-SCRIPT.
       RELEASE-SCRIPT-TOTALS.
           MOVE SPACES TO CUR-SCRIPT
           MOVE "N" TO PERF-EOF
           PERFORM UNTIL NO-MORE-PERF-RECORDS
               READ PERF-HISTORY-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO PERF-EOF
                   NOT AT END
                       IF PERF-DATE >= SCAN-WINDOW-START
                         AND PERF-DATE <= REPORT-DATE-TEXT
                           PERFORM TAKE-PERF-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF CUR-SCRIPT NOT = SPACES
               PERFORM FINISH-SCRIPT
           END-IF.

       TAKE-PERF-RECORD.
           IF PERF-SCRIPT NOT = CUR-SCRIPT
               IF CUR-SCRIPT NOT = SPACES
                   PERFORM FINISH-SCRIPT
               END-IF
               MOVE PERF-SCRIPT TO CUR-SCRIPT
               MOVE 0 TO CUR-RUNS CUR-USER-CS CUR-SYS-CS
                   CUR-ELAPSED-CS CUR-CPU-PEAK-KB CUR-TREND-DAYS
                   CUR-TREND-PEAK-KB CUR-FIRST-PEAK-KB
                   CUR-LAST-PEAK-KB
               MOVE SPACES TO CUR-PROGRAM CUR-FIRST-DATE
                   CUR-LAST-DATE
               ADD 1 TO SCRIPTS-SEEN
           END-IF
           MOVE PERF-PROGRAM TO CUR-PROGRAM
           IF PERF-DATE >= CPU-WINDOW-START
               ADD PERF-RUNS TO CUR-RUNS
               ADD PERF-USER-CS-SUM TO CUR-USER-CS
               ADD PERF-SYS-CS-SUM TO CUR-SYS-CS
               ADD PERF-ELAPSED-SUM TO CUR-ELAPSED-CS
               IF PERF-PEAK-KB > CUR-CPU-PEAK-KB
                   MOVE PERF-PEAK-KB TO CUR-CPU-PEAK-KB
               END-IF
           END-IF
           IF PERF-DATE >= TREND-WINDOW-START
               ADD 1 TO CUR-TREND-DAYS
               IF CUR-FIRST-DATE = SPACES
                   MOVE PERF-DATE TO CUR-FIRST-DATE
                   MOVE PERF-PEAK-KB TO CUR-FIRST-PEAK-KB
               END-IF
               MOVE PERF-DATE TO CUR-LAST-DATE
               MOVE PERF-PEAK-KB TO CUR-LAST-PEAK-KB
               IF PERF-PEAK-KB > CUR-TREND-PEAK-KB
                   MOVE PERF-PEAK-KB TO CUR-TREND-PEAK-KB
               END-IF
           END-IF.

       FINISH-SCRIPT.
           IF CUR-RUNS > 0
               MOVE SPACES TO SORT-REC
               COMPUTE SORT-CPU-CS = CUR-USER-CS + CUR-SYS-CS
               MOVE CUR-SCRIPT TO SORT-SCRIPT
               MOVE CUR-PROGRAM TO SORT-PROGRAM
               MOVE CUR-RUNS TO SORT-RUNS
               MOVE CUR-USER-CS TO SORT-USER-CS
               MOVE CUR-SYS-CS TO SORT-SYS-CS
               MOVE CUR-ELAPSED-CS TO SORT-ELAPSED-CS
               MOVE CUR-CPU-PEAK-KB TO SORT-PEAK-KB
               RELEASE SORT-REC
           END-IF
           PERFORM CHECK-MEMORY-TREND.

      *> Near the limit on the window's worst day, or rising from
      *> the first day with data to the last at a straight-line
      *> rate that crosses the limit inside the horizon. Fewer than
      *> 3 days is noise, not a trend.
       CHECK-MEMORY-TREND.
           IF RSS-LIMIT-KB = 0 OR CUR-TREND-DAYS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WATCH-FLAG-TEXT
           MOVE 0 TO DAYS-TO-LIMIT GROWTH-KB-PER-DAY
           COMPUTE PEAK-PCT = CUR-TREND-PEAK-KB * 100 / RSS-LIMIT-KB
           IF PEAK-PCT >= RSS-WARN-PCT
               MOVE "NEAR-LIMIT" TO WATCH-FLAG-TEXT
           END-IF
           IF CUR-TREND-DAYS >= 3
             AND CUR-LAST-PEAK-KB > CUR-FIRST-PEAK-KB
               MOVE FUNCTION NUMVAL(CUR-LAST-DATE) TO WORK-DATE-NUM
               COMPUTE SPAN-DAYS =
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
               MOVE FUNCTION NUMVAL(CUR-FIRST-DATE) TO WORK-DATE-NUM
               COMPUTE SPAN-DAYS = SPAN-DAYS -
                   FUNCTION INTEGER-OF-DATE(WORK-DATE-NUM)
               COMPUTE GROWTH-KB-PER-DAY ROUNDED =
                   (CUR-LAST-PEAK-KB - CUR-FIRST-PEAK-KB) / SPAN-DAYS
               EVALUATE TRUE
                   WHEN CUR-LAST-PEAK-KB >= RSS-LIMIT-KB
                       MOVE 0 TO DAYS-TO-LIMIT
                   WHEN GROWTH-KB-PER-DAY = 0
                       MOVE 9999999 TO DAYS-TO-LIMIT
                   WHEN OTHER
                       COMPUTE DAYS-TO-LIMIT =
                           (RSS-LIMIT-KB - CUR-LAST-PEAK-KB)
                           / GROWTH-KB-PER-DAY
                           ON SIZE ERROR
                               MOVE 9999999 TO DAYS-TO-LIMIT
                       END-COMPUTE
               END-EVALUATE
               IF DAYS-TO-LIMIT <= HORIZON-DAYS
                   IF WATCH-FLAG-TEXT = SPACES
                       MOVE "RISING" TO WATCH-FLAG-TEXT
                   ELSE
                       MOVE "NEAR-LIMIT RISING" TO WATCH-FLAG-TEXT
                   END-IF
               END-IF
           END-IF
           IF WATCH-FLAG-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WATCH-COUNT >= 50
               ADD 1 TO WATCH-OVERFLOW
               EXIT PARAGRAPH
           END-IF

           MOVE CUR-TREND-PEAK-KB TO KB-DISPLAY-1
           MOVE PEAK-PCT TO PCT-DISPLAY
           MOVE CUR-FIRST-PEAK-KB TO KB-DISPLAY-2
           MOVE CUR-LAST-PEAK-KB TO KB-DISPLAY-3
           MOVE CUR-TREND-DAYS TO DAYS-DISPLAY
           ADD 1 TO WATCH-COUNT
           MOVE SPACES TO WATCH-LINE(WATCH-COUNT)
           STRING FUNCTION TRIM(CUR-SCRIPT)        DELIMITED BY SIZE
                  ": PEAK="                       DELIMITED BY SIZE
                  FUNCTION TRIM(KB-DISPLAY-1)      DELIMITED BY SIZE
                  "KB ("                          DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY)       DELIMITED BY SIZE
                  "% OF LIMIT) "                  DELIMITED BY SIZE
                  FUNCTION TRIM(KB-DISPLAY-2)      DELIMITED BY SIZE
                  "KB->"                          DELIMITED BY SIZE
                  FUNCTION TRIM(KB-DISPLAY-3)      DELIMITED BY SIZE
                  "KB OVER "                      DELIMITED BY SIZE
                  FUNCTION TRIM(DAYS-DISPLAY)      DELIMITED BY SIZE
                  " DAYS"                         DELIMITED BY SIZE
                  INTO WATCH-LINE(WATCH-COUNT)
           IF GROWTH-KB-PER-DAY > 0
             AND DAYS-TO-LIMIT <= HORIZON-DAYS
               MOVE GROWTH-KB-PER-DAY TO KB-DISPLAY-2
               MOVE DAYS-TO-LIMIT TO DAYS-DISPLAY
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WATCH-LINE(WATCH-COUNT))) TO WATCH-IDX
               ADD 1 TO WATCH-IDX
               STRING ", +"                       DELIMITED BY SIZE
                      FUNCTION TRIM(KB-DISPLAY-2)  DELIMITED BY SIZE
                      "KB/DAY, LIMIT IN ~"        DELIMITED BY SIZE
                      FUNCTION TRIM(DAYS-DISPLAY)  DELIMITED BY SIZE
                      " DAYS"                     DELIMITED BY SIZE
                      INTO WATCH-LINE(WATCH-COUNT)
                      WITH POINTER WATCH-IDX
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WATCH-LINE(WATCH-COUNT))) TO WATCH-IDX
           ADD 1 TO WATCH-IDX
           STRING " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(WATCH-FLAG-TEXT)   DELIMITED BY SIZE
                  INTO WATCH-LINE(WATCH-COUNT)
                  WITH POINTER WATCH-IDX.

       PRINT-TOP-CONSUMERS.
           MOVE 0 TO RANK-NUM
           MOVE "N" TO SORT-EOF
           PERFORM UNTIL NO-MORE-SORTED-SCRIPTS
               RETURN SORT-FD
                   AT END
                       MOVE "Y" TO SORT-EOF
                   NOT AT END
                       IF RANK-NUM < TOP-COUNT
                           ADD 1 TO RANK-NUM
                           PERFORM PRINT-CONSUMER-LINE
                       END-IF
               END-RETURN
           END-PERFORM
           IF RANK-NUM = 0
               MOVE SPACES TO REPORT-LINE
               STRING "  NO MEASURED RUNS IN THE WINDOW"
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-CONSUMER-LINE.
           MOVE 0 TO AVG-CPU-CS CPU-PCT
           IF SORT-RUNS > 0
               COMPUTE AVG-CPU-CS = SORT-CPU-CS / SORT-RUNS
           END-IF
           IF SORT-ELAPSED-CS > 0
               COMPUTE CPU-PCT = SORT-CPU-CS * 100 / SORT-ELAPSED-CS
           END-IF
           MOVE RANK-NUM TO RANK-DISPLAY
           MOVE SORT-RUNS TO RUNS-DISPLAY
           COMPUTE SECS-DISPLAY-1 = SORT-CPU-CS / 100
           COMPUTE SECS-DISPLAY-2 = SORT-SYS-CS / 100
           COMPUTE SECS-DISPLAY-3 = AVG-CPU-CS / 100
           MOVE CPU-PCT TO PCT-DISPLAY
           MOVE SORT-PEAK-KB TO KB-DISPLAY-1
           MOVE SPACES TO REPORT-LINE
           STRING RANK-DISPLAY                     DELIMITED BY SIZE
                  ". "                            DELIMITED BY SIZE
                  FUNCTION TRIM(SORT-SCRIPT)       DELIMITED BY SIZE
                  " ("                            DELIMITED BY SIZE
                  FUNCTION TRIM(SORT-PROGRAM)      DELIMITED BY SIZE
                  "): RUNS="                      DELIMITED BY SIZE
                  FUNCTION TRIM(RUNS-DISPLAY)      DELIMITED BY SIZE
                  " CPU="                         DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISPLAY-1)    DELIMITED BY SIZE
                  "s (SYS="                       DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISPLAY-2)    DELIMITED BY SIZE
                  "s) PER-RUN="                   DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISPLAY-3)    DELIMITED BY SIZE
                  "s CPU%ELAPSED="                DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY)       DELIMITED BY SIZE
                  " PEAKRSS="                     DELIMITED BY SIZE
                  FUNCTION TRIM(KB-DISPLAY-1)      DELIMITED BY SIZE
                  "KB"                            DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       PRINT-MEMORY-WATCH.
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF RSS-LIMIT-KB = 0
               STRING "MEMORY WATCH: NO LIMIT KNOWN (SET "
                                                   DELIMITED BY SIZE
                      "DENO_PERF_RSS_LIMIT_KB)"   DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE RSS-LIMIT-KB TO KB-DISPLAY-1
           MOVE RSS-WARN-PCT TO PCT-DISPLAY
           MOVE HORIZON-DAYS TO DAYS-DISPLAY
           STRING "MEMORY WATCH, "                DELIMITED BY SIZE
                  TREND-WINDOW-START               DELIMITED BY SIZE
                  " TO "                          DELIMITED BY SIZE
                  REPORT-DATE-TEXT                 DELIMITED BY SIZE
                  ": LIMIT="                      DELIMITED BY SIZE
                  FUNCTION TRIM(KB-DISPLAY-1)      DELIMITED BY SIZE
                  "KB ("                          DELIMITED BY SIZE
                  FUNCTION TRIM(LIMIT-SOURCE)      DELIMITED BY SIZE
                  ") WARN AT "                    DELIMITED BY SIZE
                  FUNCTION TRIM(PCT-DISPLAY)       DELIMITED BY SIZE
                  "% OR LIMIT WITHIN "            DELIMITED BY SIZE
                  FUNCTION TRIM(DAYS-DISPLAY)      DELIMITED BY SIZE
                  " DAYS"                         DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WATCH-IDX FROM 1 BY 1
                   UNTIL WATCH-IDX > WATCH-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  "                        DELIMITED BY SIZE
                      WATCH-LINE(WATCH-IDX)        DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WATCH-OVERFLOW > 0
               MOVE WATCH-OVERFLOW TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  ... AND "                DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " MORE"                     DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WATCH-COUNT = 0
               MOVE SCRIPTS-SEEN TO COUNT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "  NOTHING TO WATCH ("      DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY) DELIMITED BY SIZE
                      " SCRIPTS MEASURED)"        DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO PERF-REPORT-REC
           WRITE PERF-REPORT-REC
           DISPLAY FUNCTION TRIM(REPORT-LINE).
