      *> Parallel-run verdict: the outcome of one DENO-COMPARE of a
      *> cataloged script's approved content against a candidate
      *> rewrite (default /tmp/deno-compare-verdicts.dat, indexed,
      *> DENO_COMPARE_VERDICTS overrides). Keyed by script path and
      *> the CANDIDATE's content hash, so the verdict belongs to
      *> exactly the bytes that were compared - edit the candidate
      *> after the comparison and its hash no longer has one. A
      *> re-run of the same pair replaces the earlier verdict.
      *>
      *>   VRD-OLD-HASH     the approved CAT-HASH the candidate was
      *>                    compared against; a verdict taken
      *>                    against an older approval does not count
      *>   VRD-VERDICT      PASS: same exit status, every record
      *>                    matched and the result manifests agree
      *>   VRD-MANIFEST     S manifests the same, D different
      *>
      *> DENO-MAINT will not re-approve a changed hash (CAT|C) until
      *> a verdict for that path, new hash and current approval is
      *> on file - see its header for accepting a FAIL.
       01  VERDICT-REC.
           05  VRD-KEY.
               10  VRD-SCRIPT-PATH PIC X(100).
               10  VRD-NEW-HASH    PIC X(64).
           05  VRD-OLD-HASH        PIC X(64).
           05  VRD-VERDICT         PIC X(4).
               88  VRD-PASSED              VALUE "PASS".
               88  VRD-FAILED              VALUE "FAIL".
           05  VRD-STAMP           PIC X(14).
           05  VRD-BUSDATE         PIC X(8).
           05  VRD-OLD-STATUS      PIC S9(4).
           05  VRD-NEW-STATUS      PIC S9(4).
           05  VRD-MATCHED         PIC 9(9).
           05  VRD-CHANGED         PIC 9(9).
           05  VRD-ONLY-OLD        PIC 9(9).
           05  VRD-ONLY-NEW        PIC 9(9).
           05  VRD-MANIFEST        PIC X(1).
               88  VRD-MANIFEST-SAME       VALUE "S".
               88  VRD-MANIFEST-DIFFERENT  VALUE "D".
           05  VRD-REPORT-PATH     PIC X(100).
