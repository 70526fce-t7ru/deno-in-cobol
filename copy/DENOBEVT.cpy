      *> Step-completion event shared between concurrent DENO-BATCH
      *> streams (default /tmp/deno-batch-events.txt, DENO_BATCH_EVENTS
      *> overrides; every stream must name the SAME file). Each stream
      *> appends one pipe-delimited line per named step it disposes:
      *>
      *>   stream|step|result|status|on-error|busdate|yyyymmddhhmmss
      *>
      *> RESULT is the batch report's disposition word (PASS, FAIL,
      *> SKIPPED, HELD, DEFERRED, INPUT-MISSING, TIMED-OUT-EXTERNAL).
      *> A step in another stream that DEPENDS-ON "STREAM:STEP" reads
      *> the LAST event for that stream, step and business date - a
      *> morning rerun of a carried-over step publishes again and
      *> supersedes the night's DEFERRED. The file is only ever
      *> appended to, never rewritten, by the batch.
       01  BATCH-EVENT-FIELDS.
           05  BEV-STREAM          PIC X(30).
           05  BEV-STEP            PIC X(30).
           05  BEV-RESULT          PIC X(20).
           05  BEV-STATUS          PIC X(7).
           05  BEV-ON-ERROR        PIC X(1).
           05  BEV-BUSDATE         PIC X(8).
           05  BEV-STAMP           PIC X(14).
