       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-USAGE.

      *> Per-process resource capture for the bridge (see
      *> DENOUSAG.cpy): elapsed time alone never said whether a slow
      *> script was burning CPU, waiting on I/O or sitting in swap,
      *> nor which scripts are quietly growing toward the memory the
      *> box has. DENO-RUN, DENO-EVAL and DENO-CAPTURE call "P"
      *> before they build the command they hand to CALL "SYSTEM"
      *> and "C" after it returns; the figures go on their audit
      *> line and into the keyed perf history DENO-PERF-REPORT
      *> reads.
      *>
      *> GNU time writes its one line to a per-call scratch file
      *> (-o), never to the command's own stdout/stderr, so captured
      *> output, result manifests and output limits see nothing new.
      *> The scratch file is named pid + centisecond + sequence,
      *> the DENO-LIVE-STATUS token discipline, so parallel group
      *> members never read each other's figures.
      *>
      *> The history record is keyed script + business date
      *> (DENO-BUSDATE "G") and updated under the "deno-perf"
      *> DENO-LOCK: /tmp/deno-perf-history.dat, DENO_PERF_HISTORY
      *> overrides. A history that cannot be opened costs the
      *> record, never the run - the figures are still audited.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERF-HISTORY-FD
                   ASSIGN TO DYNAMIC PERF-HISTORY-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS PERF-KEY
                   FILE STATUS IS PERF-HISTORY-STATUS.
               SELECT USAGE-FD
                   ASSIGN TO DYNAMIC USAGE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS USAGE-FILE-STATUS.
               SELECT PROBE-FD
                   ASSIGN TO DYNAMIC PROBE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PROBE-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  PERF-HISTORY-FD.
           COPY DENOPHST.

           FD  USAGE-FD
               LABEL RECORDS ARE STANDARD.
           01  USAGE-LINE-REC      PIC X(200).

           FD  PROBE-FD
               LABEL RECORDS ARE STANDARD.
           01  PROBE-REC           PIC X(10).

           WORKING-STORAGE SECTION.
               01  PERF-HISTORY-PATH PIC X(100) VALUE
                       "/tmp/deno-perf-history.dat".
               01  PERF-HISTORY-STATUS PIC XX.
               01  TIME-BIN-PATH   PIC X(100) VALUE "/usr/bin/time".
               01  TIME-BIN-FOUND  PIC X VALUE "N".
                   88  TIME-BIN-IS-FOUND   VALUE "Y".
               01  SETTINGS-READ   PIC X VALUE "N".
               01  USAGE-FILE-PATH PIC X(100).
               01  USAGE-FILE-STATUS PIC XX.
               01  USAGE-EOF       PIC X.
                   88  NO-MORE-USAGE-LINES     VALUE "Y".
               01  USAGE-WORK-LINE PIC X(200).
               01  USAGE-TAG       PIC X(20).
               01  USER-SECS-TEXT  PIC X(20).
               01  SYS-SECS-TEXT   PIC X(20).
               01  PEAK-KB-TEXT    PIC X(20).
               01  SECS-DISPLAY-1  PIC Z(6)9.99.
               01  SECS-DISPLAY-2  PIC Z(6)9.99.
               01  KB-DISPLAY      PIC Z(8)9.
               01  RUN-CPU-CS      PIC 9(9).
               01  PERF-BUS-DATE   PIC X(8).
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-STATUS  PIC S9(4) COMP.
               01  CLEAN-CMD       PIC X(150).
               01  CLEAN-RET-VAL   PIC S9(9) COMP.
      *> Same two-part uniqueness as the DENO-LIVE-STATUS token:
      *> the pid separates parallel processes, the sequence repeat
      *> calls within one process.
               01  USAGE-SEQ       PIC 9(3) VALUE 0.
               01  PROC-ID-TEXT    PIC X(7) VALUE SPACES.
               01  PROBE-FILE-PATH PIC X(150).
               01  PROBE-FILE-STATUS PIC XX.
               01  PROBE-CMD       PIC X(200).
               01  PROBE-RET-VAL   PIC S9(9) COMP.
               01  PERF-LOCK-KEY   PIC X(100) VALUE "deno-perf".
               01  PERF-LOCK-ACTION PIC X(1).
               01  PERF-LOCK-STATUS PIC S9(4) COMP.

       LINKAGE SECTION.
               01  USAGE-ACTION    PIC X(1).
                   88  USAGE-PREPARE       VALUE "P".
                   88  USAGE-COLLECT       VALUE "C".
               COPY DENOUSAG.

       PROCEDURE DIVISION USING USAGE-ACTION USAGE-REQUEST.
           IF SETTINGS-READ NOT = "Y"
               PERFORM READ-USAGE-SETTINGS
           END-IF
           EVALUATE TRUE
               WHEN USAGE-PREPARE
                   PERFORM PREPARE-USAGE-WRAPPER
               WHEN USAGE-COLLECT
                   PERFORM COLLECT-USAGE-FIGURES
           END-EVALUATE
           EXIT PROGRAM.

      *> The time binary is looked for once per process; a box
      *> without GNU time simply runs unmeasured.
       READ-USAGE-SETTINGS.
           MOVE "Y" TO SETTINGS-READ
           ACCEPT TIME-BIN-PATH FROM ENVIRONMENT "DENO_TIME_BIN"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF TIME-BIN-PATH = SPACES
               MOVE "/usr/bin/time" TO TIME-BIN-PATH
           END-IF
           ACCEPT PERF-HISTORY-PATH
               FROM ENVIRONMENT "DENO_PERF_HISTORY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF PERF-HISTORY-PATH = SPACES
               MOVE "/tmp/deno-perf-history.dat" TO PERF-HISTORY-PATH
           END-IF
           MOVE TIME-BIN-PATH TO PROBE-FILE-PATH
           OPEN INPUT PROBE-FD
           IF PROBE-FILE-STATUS = "00"
               MOVE "Y" TO TIME-BIN-FOUND
               CLOSE PROBE-FD
           END-IF.

       PREPARE-USAGE-WRAPPER.
           MOVE SPACES TO USAGE-WRAPPER USAGE-FILE
           MOVE "N" TO USAGE-CAPTURED
           IF NOT TIME-BIN-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF PROC-ID-TEXT = SPACES
               PERFORM PROBE-PROCESS-ID
           END-IF
           ADD 1 TO USAGE-SEQ
           IF USAGE-SEQ > 999
               MOVE 1 TO USAGE-SEQ
           END-IF
           STRING "/tmp/deno-usage-"              DELIMITED BY SIZE
                  FUNCTION TRIM(PROC-ID-TEXT)      DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:16)      DELIMITED BY SIZE
                  "-"                             DELIMITED BY SIZE
                  USAGE-SEQ                        DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
                  INTO USAGE-FILE
      *> %U/%S are CPU seconds to the hundredth, %M the peak
      *> resident set in KB. The tag lets COLLECT skip the
      *> "Command exited with non-zero status" line GNU time puts
      *> ahead of it when the script fails.
           STRING FUNCTION TRIM(TIME-BIN-PATH)     DELIMITED BY SIZE
                  " -f 'DENO-USAGE|%U|%S|%M' -o '" DELIMITED BY SIZE
                  FUNCTION TRIM(USAGE-FILE)        DELIMITED BY SIZE
                  "'"                             DELIMITED BY SIZE
                  INTO USAGE-WRAPPER.

       COLLECT-USAGE-FIGURES.
           MOVE "N" TO USAGE-CAPTURED
           MOVE 0 TO USAGE-USER-CS USAGE-SYS-CS USAGE-PEAK-KB
           MOVE SPACES TO USAGE-NOTE
           IF USAGE-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE USAGE-FILE TO USAGE-FILE-PATH
           MOVE "N" TO USAGE-EOF
           OPEN INPUT USAGE-FD
           IF USAGE-FILE-STATUS = "00"
               PERFORM UNTIL NO-MORE-USAGE-LINES
                   READ USAGE-FD INTO USAGE-WORK-LINE
                       AT END
                           MOVE "Y" TO USAGE-EOF
                       NOT AT END
                           IF USAGE-WORK-LINE(1:11) = "DENO-USAGE|"
                               PERFORM TAKE-USAGE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-FD
           END-IF
           MOVE SPACES TO CLEAN-CMD
           STRING "rm -f '"                       DELIMITED BY SIZE
                  FUNCTION TRIM(USAGE-FILE)        DELIMITED BY SIZE
                  "'"                             DELIMITED BY SIZE
                  INTO CLEAN-CMD
           CALL "SYSTEM" USING CLEAN-CMD RETURNING CLEAN-RET-VAL
           MOVE SPACES TO USAGE-FILE
           IF NOT USAGE-WAS-CAPTURED
               EXIT PARAGRAPH
           END-IF

           COMPUTE SECS-DISPLAY-1 = USAGE-USER-CS / 100
           COMPUTE SECS-DISPLAY-2 = USAGE-SYS-CS / 100
           MOVE USAGE-PEAK-KB TO KB-DISPLAY
           STRING " USR="                         DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISPLAY-1)    DELIMITED BY SIZE
                  "s SYS="                        DELIMITED BY SIZE
                  FUNCTION TRIM(SECS-DISPLAY-2)    DELIMITED BY SIZE
                  "s PEAKRSS="                    DELIMITED BY SIZE
                  FUNCTION TRIM(KB-DISPLAY)        DELIMITED BY SIZE
                  "KB"                            DELIMITED BY SIZE
                  INTO USAGE-NOTE
           PERFORM RECORD-PERF-HISTORY.

      *> A field time could not fill ("?" when the child was
      *> killed before it reported) fails TEST-NUMVAL and leaves
      *> the line uncaptured rather than half-counted.
       TAKE-USAGE-LINE.
           MOVE SPACES TO USAGE-TAG USER-SECS-TEXT SYS-SECS-TEXT
               PEAK-KB-TEXT
           UNSTRING USAGE-WORK-LINE DELIMITED BY "|"
               INTO USAGE-TAG USER-SECS-TEXT SYS-SECS-TEXT
                    PEAK-KB-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(USER-SECS-TEXT) = SPACES
             OR FUNCTION TRIM(SYS-SECS-TEXT) = SPACES
             OR FUNCTION TRIM(PEAK-KB-TEXT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(USER-SECS-TEXT))
                   NOT = 0
             OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(SYS-SECS-TEXT))
                   NOT = 0
             OR FUNCTION TEST-NUMVAL(FUNCTION TRIM(PEAK-KB-TEXT))
                   NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE USAGE-USER-CS ROUNDED =
               FUNCTION NUMVAL(FUNCTION TRIM(USER-SECS-TEXT)) * 100
           COMPUTE USAGE-SYS-CS ROUNDED =
               FUNCTION NUMVAL(FUNCTION TRIM(SYS-SECS-TEXT)) * 100
           COMPUTE USAGE-PEAK-KB =
               FUNCTION NUMVAL(FUNCTION TRIM(PEAK-KB-TEXT))
           MOVE "Y" TO USAGE-CAPTURED.

      *> One record per script per business date: the first run of
      *> the day WRITEs it, every later run folds into it.
       RECORD-PERF-HISTORY.
           MOVE "G" TO BUSDATE-ACTION
           MOVE SPACES TO PERF-BUS-DATE
           CALL "DENO-BUSDATE" USING BUSDATE-ACTION PERF-BUS-DATE
               BUSDATE-STATUS
           MOVE "W" TO PERF-LOCK-ACTION
           CALL "DENO-LOCK" USING PERF-LOCK-KEY PERF-LOCK-ACTION
               PERF-LOCK-STATUS
           IF PERF-LOCK-STATUS NOT = 0
               DISPLAY "DENO-USAGE: perf history busy, "
                   FUNCTION TRIM(USAGE-SCRIPT) " not recorded"
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PERF-HISTORY-FD
           IF PERF-HISTORY-STATUS = "35"
               OPEN OUTPUT PERF-HISTORY-FD
               CLOSE PERF-HISTORY-FD
               OPEN I-O PERF-HISTORY-FD
           END-IF
           IF PERF-HISTORY-STATUS NOT = "00"
               DISPLAY "DENO-USAGE: cannot open perf history "
                   FUNCTION TRIM(PERF-HISTORY-PATH)
                   " STATUS=" PERF-HISTORY-STATUS
           ELSE
               COMPUTE RUN-CPU-CS = USAGE-USER-CS + USAGE-SYS-CS
               MOVE SPACES TO PERF-HIST-REC
               MOVE USAGE-SCRIPT TO PERF-SCRIPT
               MOVE PERF-BUS-DATE TO PERF-DATE
               READ PERF-HISTORY-FD
                   INVALID KEY
                       PERFORM START-PERF-RECORD
                       WRITE PERF-HIST-REC
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM FOLD-PERF-RECORD
                       REWRITE PERF-HIST-REC
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
               CLOSE PERF-HISTORY-FD
           END-IF

           MOVE "R" TO PERF-LOCK-ACTION
           CALL "DENO-LOCK" USING PERF-LOCK-KEY PERF-LOCK-ACTION
               PERF-LOCK-STATUS.

       START-PERF-RECORD.
           MOVE SPACES TO PERF-HIST-REC
           MOVE USAGE-SCRIPT TO PERF-SCRIPT
           MOVE PERF-BUS-DATE TO PERF-DATE
           MOVE USAGE-PROGRAM TO PERF-PROGRAM
           MOVE 1 TO PERF-RUNS
           MOVE USAGE-USER-CS TO PERF-USER-CS-SUM
           MOVE USAGE-SYS-CS TO PERF-SYS-CS-SUM
           MOVE USAGE-ELAPSED TO PERF-ELAPSED-SUM
           MOVE RUN-CPU-CS TO PERF-CPU-CS-MAX
           MOVE USAGE-PEAK-KB TO PERF-PEAK-KB
           MOVE USAGE-PEAK-KB TO PERF-LAST-PEAK-KB.

       FOLD-PERF-RECORD.
           MOVE USAGE-PROGRAM TO PERF-PROGRAM
           ADD 1 TO PERF-RUNS
           ADD USAGE-USER-CS TO PERF-USER-CS-SUM
           ADD USAGE-SYS-CS TO PERF-SYS-CS-SUM
           ADD USAGE-ELAPSED TO PERF-ELAPSED-SUM
           IF RUN-CPU-CS > PERF-CPU-CS-MAX
               MOVE RUN-CPU-CS TO PERF-CPU-CS-MAX
           END-IF
           IF USAGE-PEAK-KB > PERF-PEAK-KB
               MOVE USAGE-PEAK-KB TO PERF-PEAK-KB
           END-IF
           MOVE USAGE-PEAK-KB TO PERF-LAST-PEAK-KB.

      *> The DENO-LIVE-STATUS pid probe: once per process, through
      *> a discriminator-named scratch file, the centisecond
      *> discriminator standing in if the shell cannot answer.
       PROBE-PROCESS-ID.
           MOVE SPACES TO PROBE-FILE-PATH
           STRING "/tmp/deno-usage-pid-"          DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:8)       DELIMITED BY SIZE
                  ".txt"                          DELIMITED BY SIZE
                  INTO PROBE-FILE-PATH
           MOVE SPACES TO PROBE-CMD
           STRING "echo $$ > '"                   DELIMITED BY SIZE
                  FUNCTION TRIM(PROBE-FILE-PATH)   DELIMITED BY SIZE
                  "'"                             DELIMITED BY SIZE
                  INTO PROBE-CMD
           CALL "SYSTEM" USING PROBE-CMD RETURNING PROBE-RET-VAL
           OPEN INPUT PROBE-FD
           IF PROBE-FILE-STATUS = "00"
               MOVE SPACES TO PROBE-REC
               READ PROBE-FD
                   AT END
                       CONTINUE
               END-READ
               CLOSE PROBE-FD
               IF FUNCTION TRIM(PROBE-REC) NOT = SPACES
                   MOVE FUNCTION TRIM(PROBE-REC) TO PROC-ID-TEXT
               END-IF
           END-IF
           IF PROC-ID-TEXT = SPACES
               MOVE FUNCTION CURRENT-DATE(9:7) TO PROC-ID-TEXT
           END-IF
           MOVE SPACES TO PROBE-CMD
           STRING "rm -f '"                       DELIMITED BY SIZE
                  FUNCTION TRIM(PROBE-FILE-PATH)   DELIMITED BY SIZE
                  "'"                             DELIMITED BY SIZE
                  INTO PROBE-CMD
           CALL "SYSTEM" USING PROBE-CMD RETURNING PROBE-RET-VAL.
