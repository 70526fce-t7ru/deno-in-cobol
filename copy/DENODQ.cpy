      *> Data-quality profile request for DENO-DQ-PROFILE (one
      *> LINKAGE item, like DENORSRC, so the CALL never changes
      *> shape). A load of a feed is profiled field by field from
      *> its registered layout (DENO-LAYOUT) and judged against the
      *> same feed's trailing history (DENODQH.cpy).
      *>
      *>   DQ-ACTION "P": profile, judge, and record the load in
      *>                  the feed's history
      *>             "C": profile and judge only - nothing recorded
      *>                  (DENO-BATCH plan mode)
      *>   DQ-FEED        feed id, 1-30 of A-Z a-z 0-9 - _
      *>   DQ-LAYOUT-NAME registered layout; blank = the feed id
      *>   DQ-INPUT-PATH  the load file (line sequential)
      *>   DQ-INPUT-FORMAT as DENOIOPT's IMP-INPUT-FORMAT: space/"D"
      *>                  pipe-delimited, "J" JSON lines - the
      *>                  load is framed as DENO-IMPORT would frame
      *>                  it
      *>
      *> Returned: DQ-RESULT G (green), R (red: at least one
      *> measure outside the tolerance band), X (not profiled -
      *> no layout, unreadable file, bad request; DQ-DETAIL says
      *> which), the red measure count, the first red measure in
      *> DQ-DETAIL and the report written in DQ-REPORT-PATH.
       01  DQ-REQUEST.
           05  DQ-ACTION           PIC X(1).
               88  DQ-PROFILE-AND-RECORD   VALUE "P".
               88  DQ-CHECK-ONLY           VALUE "C".
           05  DQ-FEED             PIC X(30).
           05  DQ-LAYOUT-NAME      PIC X(30).
           05  DQ-INPUT-PATH       PIC X(100).
           05  DQ-INPUT-FORMAT     PIC X(1).
               88  DQ-FORMAT-DELIMITED     VALUE SPACE "D".
               88  DQ-FORMAT-JSON          VALUE "J".
           05  DQ-RESULT           PIC X(1).
               88  DQ-GREEN                VALUE "G".
               88  DQ-RED                  VALUE "R".
               88  DQ-NOT-PROFILED         VALUE "X".
           05  DQ-RED-COUNT        PIC 9(3).
           05  DQ-DETAIL           PIC X(80).
           05  DQ-REPORT-PATH      PIC X(100).
