      *> Keyed per-script resource history written by DENO-USAGE
      *> and read by DENO-PERF-REPORT: one record per script per
      *> business date, keyed script+date so every run of the day
      *> REWRITEs the same record and a script's days read back in
      *> date order. Sums feed the CPU ranking; the day's peak and
      *> the last run's peak feed the memory watch.
       01  PERF-HIST-REC.
           05  PERF-KEY.
               10  PERF-SCRIPT     PIC X(100).
               10  PERF-DATE       PIC X(8).
           05  PERF-PROGRAM        PIC X(20).
           05  PERF-RUNS           PIC 9(6).
           05  PERF-USER-CS-SUM    PIC 9(11).
           05  PERF-SYS-CS-SUM     PIC 9(11).
           05  PERF-ELAPSED-SUM    PIC 9(11).
           05  PERF-CPU-CS-MAX     PIC 9(9).
           05  PERF-PEAK-KB        PIC 9(9).
           05  PERF-LAST-PEAK-KB   PIC 9(9).
