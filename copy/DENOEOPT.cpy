      *> Optional run controls for DENO-EXPORT, grouped in one
      *> LINKAGE item (the DENOIOPT pattern) so later options can be
      *> added as new 05-levels without changing the CALL signature.
      *> MOVE SPACES to the group, then zero the counts, for plain
      *> full-export behaviour.
      *>
      *> EXP-SNAPSHOT-FILE: when set, DENO-EXPORT keeps an indexed
      *> snapshot of every input record it read this run (keyed by
      *> layout entry 1, the same key DENO-IMPORT loads under),
      *> closed by a trailer record carrying the record count and
      *> key position. The new snapshot is built beside the old one
      *> (same name plus ".wrk") and copied over it only once the
      *> export has finished, so an interrupted run leaves the prior
      *> snapshot intact or, at worst, trailerless.
      *>
      *> EXP-EXPORT-MODE: space/"F" writes every record (today's
      *> behaviour); "D" writes only the records that differ from the
      *> prior snapshot, each JSON object tagged with an "_op"
      *> member - "A" added, "C" changed (after-image), "D" deleted
      *> (the last image exported). A first run, or a snapshot that
      *> is missing, trailerless, short of its trailer count or
      *> keyed differently, cannot be trusted as a base: the run
      *> falls back to a full export with every object tagged "A",
      *> says so on the console and audit line, and returns "R" in
      *> EXP-RUN-MODE with the reason in EXP-FALLBACK-REASON. A
      *> transaction-mode DENO-IMPORT balanced to that control
      *> record loads it as a refresh: adds of keys already on file
      *> replace them, and keys the file no longer carries are
      *> deleted (see DENOIOPT.cpy).
      *>
      *> Returned: EXP-RUN-MODE "F" full, "D" delta, "R" full
      *> refresh in place of a requested delta; the per-op counts
      *> also written to the control record so DENO-IMPORT can
      *> balance the load op by op.
      *>
      *> EXP-LAYOUT-NAME: when set, the field table is loaded from
      *> the layout registry (DENO-LAYOUT) instead of the caller's
      *> hand-built one; EXP-LAYOUT-VERSION names the version, zero
      *> or spaces meaning the current one, and returns the version
      *> used. Both are stamped on the control record.
      *>
      *> EXP-TYPE-COUNT (zero or spaces: one layout, as above) turns
      *> on multi-record-type files - a header, detail records of one
      *> or more kinds, and a trailer, told apart by the code in
      *> columns EXP-TYPE-START for EXP-TYPE-LENGTH of every input
      *> record. Each EXP-TYPE-ENTRY gives a code, its role (H
      *> header, D detail, T trailer; at most one H and one T, at
      *> least one D) and the registered layout (DENO-LAYOUT) that
      *> describes records of that type; a version of zero or
      *> spaces means the current one and returns the one used. The
      *> caller's FIELD-LAYOUT-TABLE is then only scratch. Every
      *> JSON object leads with a "_type" member carrying the code.
      *> The control record counts and hashes the detail records
      *> only - the header and trailer are the file's own controls,
      *> which DENO-IMPORT checks the details against. A record
      *> whose code is not in the table stops the export
      *> (DENO-EXPORT-REJECTED) with no control record written.
      *> Record types cannot be combined with EXP-LAYOUT-NAME or
      *> with a snapshot/delta (the types need not share a key).
       01  EXPORT-OPTIONS.
           05  EXP-EXPORT-MODE     PIC X(1).
               88  EXP-MODE-FULL           VALUE SPACE "F".
               88  EXP-MODE-DELTA          VALUE "D".
           05  EXP-SNAPSHOT-FILE   PIC X(100).
           05  EXP-RUN-MODE        PIC X(1).
               88  EXP-RAN-FULL            VALUE "F".
               88  EXP-RAN-DELTA           VALUE "D".
               88  EXP-RAN-REFRESH         VALUE "R".
           05  EXP-FALLBACK-REASON PIC X(40).
           05  EXP-ADDED-COUNT     PIC 9(9).
           05  EXP-CHANGED-COUNT   PIC 9(9).
           05  EXP-DELETED-COUNT   PIC 9(9).
           05  EXP-LAYOUT-NAME     PIC X(30).
           05  EXP-LAYOUT-VERSION  PIC 9(4).
           05  EXP-TYPE-START      PIC 9(4).
           05  EXP-TYPE-LENGTH     PIC 9(2).
           05  EXP-TYPE-COUNT      PIC 9(2).
           05  EXP-TYPE-ENTRY OCCURS 9 TIMES.
               10  EXP-TYPE-CODE           PIC X(10).
               10  EXP-TYPE-ROLE           PIC X(1).
                   88  EXP-TYPE-IS-HEADER      VALUE "H".
                   88  EXP-TYPE-IS-DETAIL      VALUE "D".
                   88  EXP-TYPE-IS-TRAILER     VALUE "T".
               10  EXP-TYPE-LAYOUT-NAME    PIC X(30).
               10  EXP-TYPE-LAYOUT-VERSION PIC 9(4).
