      *> Named-resource request for DENO-RESOURCE (one LINKAGE item,
      *> like DENORUNO, so the CALL never changes shape). A script
      *> declares the shared things it touches - the ledger
      *> database, a market feed - in its catalog record
      *> (CAT-RESOURCES) or its job record, as a comma-separated
      *> list of NAME=LIMIT pairs:
      *>
      *>   LEDGER-DB=1,MARKET-FEED=2
      *>
      *> LIMIT (1-99) is how many holders the resource takes at
      *> once; a name is 1-30 of A-Z a-z 0-9 - _, at most 8 names
      *> per list. When two declarations of one name disagree the
      *> STRICTER limit governs: a newcomer is counted against the
      *> smallest limit any current holder declared, so a
      *> LEDGER-DB=2 job cannot slip in beside a LEDGER-DB=1 one.
      *>
      *>   RSRC-ACTION "A": acquire every resource in RSRC-LIST,
      *>                    all or none (never some, so two jobs
      *>                    can never deadlock holding half each),
      *>                    waiting up to DENO_RESOURCE_WAIT_SECS
      *>                    (default 300; 0 = try once). Returns
      *>                    RSRC-TOKEN, which the caller hands back
      *>                    on "R". Busy past the wait, or a bad
      *>                    list, is DENO-RESOURCE-BUSY with the
      *>                    reason in RSRC-DETAIL.
      *>               "R": release everything held under RSRC-TOKEN
      *>                    (blank token: nothing to do)
      *>               "V": validate RSRC-LIST only
      *>
      *> Holders and waiters are kept in the resource register
      *> (/tmp/deno-resources.txt, DENO_RESOURCE_FILE overrides),
      *> one line per resource per process, under the
      *> "deno-resource" DENO-LOCK:
      *>
      *>   token|H-or-W|resource|limit|program|yyyymmddhhmmss|script
      *>
      *> DENO-STATUS lists it. A crashed holder leaves its H lines
      *> behind, like any crashed DENO-LOCK holder; the token starts
      *> with the holder's process id so the operator can confirm
      *> it is gone before deleting the lines.
       01  RESOURCE-REQUEST.
           05  RSRC-ACTION         PIC X(1).
               88  RSRC-ACQUIRE            VALUE "A".
               88  RSRC-RELEASE            VALUE "R".
               88  RSRC-VALIDATE           VALUE "V".
           05  RSRC-LIST           PIC X(120).
           05  RSRC-PROGRAM        PIC X(20).
           05  RSRC-SCRIPT         PIC X(100).
           05  RSRC-TOKEN          PIC X(20).
           05  RSRC-DETAIL         PIC X(80).
