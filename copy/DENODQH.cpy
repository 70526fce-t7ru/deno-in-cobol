      *> Per-feed data-quality profile history (DENO-DQ-PROFILE;
      *> default /tmp/deno-dq-history.dat, indexed, DENO_DQ_HISTORY
      *> overrides): one record per feed per business date, so a
      *> re-profiled load (a rerun) replaces its own record instead
      *> of counting twice in the trailing average. Red loads are
      *> kept, flagged DQH-RESULT "R", but never averaged - one bad
      *> feed must not widen the band for the next.
      *>
      *> Per field: blank count; distinct non-blank values counted
      *> up to the limit (DQH-DISTINCT-OVER "Y" once it is passed,
      *> when the count stops meaning anything); and for zoned
      *> fields with at least one valid value (DQH-NUMERIC "Y") the
      *> min, max and sum at the field's own scale.
       01  DQ-HIST-REC.
           05  DQH-KEY.
               10  DQH-FEED        PIC X(30).
               10  DQH-BUSDATE     PIC X(8).
           05  DQH-STAMP           PIC X(14).
           05  DQH-LAYOUT-NAME     PIC X(30).
           05  DQH-LAYOUT-VERSION  PIC 9(4).
           05  DQH-RESULT          PIC X(1).
               88  DQH-WAS-GREEN           VALUE "G".
               88  DQH-WAS-RED             VALUE "R".
           05  DQH-RECORD-COUNT    PIC 9(9).
           05  DQH-FIELD-COUNT     PIC 9(2).
           05  DQH-FIELD OCCURS 20 TIMES.
               10  DQH-FIELD-NAME  PIC X(30).
               10  DQH-BLANKS      PIC 9(9).
               10  DQH-DISTINCT    PIC 9(3).
               10  DQH-DISTINCT-OVER PIC X(1).
               10  DQH-NUMERIC     PIC X(1).
               10  DQH-MIN         PIC S9(18)V9(9).
               10  DQH-MAX         PIC S9(18)V9(9).
               10  DQH-SUM         PIC S9(20)V9(9).
