      *> Script dependency inventory record: one record per cataloged
      *> script, keyed by script path like DENOCAT, holding the full
      *> module graph deno resolves for it (remote URLs, local files
      *> and anything else it imports) with a content hash per
      *> module. CAT-HASH only covers the entry file; this covers
      *> everything the entry file pulls in.
      *>
      *> Two lists are kept. The APPROVED list is the graph change
      *> control accepted (the first scan of a script baselines it,
      *> DENO-DEP-SCAN's APPROVE action re-baselines it); the
      *> OBSERVED list is what the latest scan found. DEP-DRIFT-FLAG
      *> is "Y" whenever the two differ, and DENO-RUN (with
      *> RUN-DEPENDENCY-FILE set) refuses a drifted script the same
      *> way it refuses a CAT-HASH mismatch.
      *>
      *> DEP-xxx-KIND: "R" remote (http/https - hash of the cached
      *> copy deno resolved), "L" local file (hash of the file),
      *> "O" other specifier (npm:, jsr:, node: - compared by name,
      *> no hash). An R/L module that cannot be hashed fails the
      *> scan rather than being listed; a blank hash on an approved
      *> R/L entry (taken before that rule) never matches, so the
      *> script reports CHANGED until its graph is re-approved.
       01  DEP-REC.
           05  DEP-SCRIPT-PATH     PIC X(100).
           05  DEP-APPROVED-DATE   PIC X(8).
           05  DEP-SCAN-DATE       PIC X(8).
           05  DEP-DRIFT-FLAG      PIC X(1).
               88  DEP-DRIFTED             VALUE "Y".
               88  DEP-IN-STEP             VALUE "N".
           05  DEP-APPROVED-COUNT  PIC 9(3).
           05  DEP-APPROVED-ENTRY  OCCURS 100 TIMES.
               10  DEP-APR-SPECIFIER   PIC X(150).
               10  DEP-APR-KIND        PIC X(1).
               10  DEP-APR-HASH        PIC X(64).
           05  DEP-OBSERVED-COUNT  PIC 9(3).
           05  DEP-OBSERVED-ENTRY  OCCURS 100 TIMES.
               10  DEP-OBS-SPECIFIER   PIC X(150).
               10  DEP-OBS-KIND        PIC X(1).
               10  DEP-OBS-HASH        PIC X(64).
