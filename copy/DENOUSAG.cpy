      *> DENO-USAGE request block: what one deno process cost the
      *> box. DENO-RUN, DENO-EVAL and DENO-CAPTURE wrap the command
      *> they execute (never the command they audit) in GNU time
      *> (/usr/bin/time, DENO_TIME_BIN overrides), which writes the
      *> child's user CPU, system CPU and peak resident set to a
      *> scratch file the caller collects afterwards:
      *>
      *>   USAGE-ACTION "P": prepare - fills USAGE-WRAPPER with the
      *>                     text to put in front of the command
      *>                     and USAGE-FILE with where the figures
      *>                     will land. A missing time binary leaves
      *>                     USAGE-WRAPPER blank and the run goes
      *>                     ahead unmeasured, exactly as before.
      *>               "C": collect - the caller fills USAGE-PROGRAM,
      *>                     USAGE-SCRIPT and USAGE-ELAPSED; the
      *>                     figures come back in centiseconds and
      *>                     KB, USAGE-NOTE carries them ready to
      *>                     append to the audit line, and the day's
      *>                     perf history record for the script is
      *>                     updated (see DENOPHST.cpy). Nothing
      *>                     captured (no wrapper, the shell never
      *>                     got as far as time) leaves
      *>                     USAGE-CAPTURED "N" and the history alone.
       01  USAGE-REQUEST.
           05  USAGE-PROGRAM       PIC X(20).
           05  USAGE-SCRIPT        PIC X(100).
           05  USAGE-ELAPSED       PIC 9(9).
           05  USAGE-WRAPPER       PIC X(200).
           05  USAGE-FILE          PIC X(100).
           05  USAGE-CAPTURED      PIC X(1).
               88  USAGE-WAS-CAPTURED      VALUE "Y".
           05  USAGE-USER-CS       PIC 9(9).
           05  USAGE-SYS-CS        PIC 9(9).
           05  USAGE-PEAK-KB       PIC 9(9).
           05  USAGE-NOTE          PIC X(60).
