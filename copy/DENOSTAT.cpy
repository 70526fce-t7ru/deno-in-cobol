      *>   0         success
      *>   1-89,     script/tool exited with that code
      *>   92,
      *>   112-123,
      *>   125
      *>   90        script too long to escape safely (DENO-EVAL)
      *>   91        FLAGS rejected by the permission allowlist
      *>   95        layout/input/master rejected by DENO-IMPORT
      *>   96        DENO-LOCK busy (script already running, or the
      *>             audit lock could not be taken)
      *>   97        script uncataloged, content hash mismatch or
      *>             unapproved module dependency change (DENO-RUN
      *>             catalog check, see DENODEPS.cpy)
      *>   98        deno version outside the pinned range
      *>             (DENO-RUN / DENO-EVAL, see DENO-VERSION-PIN)
      *>   99        OUTPUT-FILE failed the reconciliation contract
      *>   105       load does not balance to the export control
      *>             record (DENO-IMPORT, see DENOIOPT.cpy;
      *>             reclaimed from the pass-through range like 104)
      *>   106       a declared named resource stayed busy past the
      *>             bounded wait, or the declaration is malformed
      *>             (DENO-RESOURCE, see DENORSRC.cpy; reclaimed
      *>             like 104)
      *>   107       data-quality profile of a feed's load is red
      *>             against its trailing history (DENO-DQ-PROFILE,
      *>             see DENODQ.cpy; reclaimed like 104)
      *>   108       the requesting user holds no role granting the
      *>             script, environment or console action
      *>             (DENO-AUTHORIZE, see DENOAUTH.cpy; reclaimed
      *>             like 104)
      *>   109       a scheduled output delivery failed, or its
      *>             source never appeared by the due time
      *>             (DENO-DISTRIBUTE; reclaimed like 104)
      *>   110       a timed or standing queue occurrence was not
      *>             picked up within its grace window and was
      *>             reported MISSED instead of run late
      *>             (DENO-QUEUE; reclaimed like 104)
      *>   111       arguments do not match the script's declared
      *>             argument schema (DENO-RUN, see DENOASCH.cpy;
      *>             reclaimed like 104)
      *>   124       timed out (see DENO-RUN TIMEOUT-SECONDS)
      *>   126       command found but not executable
      *>   127       deno binary (or shell) not found
           88  DENO-PROFILE-NOT-FOUND     VALUE 103.
           88  DENO-THROTTLE-SATURATED    VALUE 104.
           88  DENO-IMPORT-OUT-OF-BALANCE VALUE 105.
           88  DENO-RESOURCE-BUSY         VALUE 106.
           88  DENO-DQ-RED                VALUE 107.
           88  DENO-NOT-AUTHORIZED        VALUE 108.
           88  DENO-DELIVERY-FAILED       VALUE 109.
           88  DENO-OCCURRENCE-MISSED     VALUE 110.
           88  DENO-ARGS-REJECTED         VALUE 111.
           88  DENO-TIMEOUT               VALUE 124.
           88  DENO-COMMAND-NOT-EXECUTABLE
                                           VALUE 126.
           88  DENO-BINARY-NOT-FOUND      VALUE 127.
           88  DENO-SCRIPT-ERROR          VALUE 1 THRU 89,
                                                 92,
                                                 112 THRU 123,
                                                 125,
                                                 128 THRU 255.
