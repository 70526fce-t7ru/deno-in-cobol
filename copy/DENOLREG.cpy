      *> Layout registry record (DENO-LAYOUT; default
      *> /tmp/deno-layouts.dat, DENO_LAYOUT_REGISTRY overrides): one
      *> record per layout name and version, keyed by both, so the
      *> export side and the import side of a feed load the SAME
      *> field table by name instead of each building its own.
      *> Versions are never rewritten - an export stamps the name
      *> and version it used on its control record, and that stamp
      *> must keep meaning what it meant when the file was written.
      *> A changed layout is registered as the next version.
      *>
      *> LREG-FIELD-TABLE is byte-for-byte the DENOLAYT
      *> FIELD-LAYOUT-TABLE (20 entries of name X(30), start 9(4),
      *> length 9(2), type X(1), scale 9(1)), moved as a group.
       01  LAYOUT-REG-REC.
           05  LREG-KEY.
               10  LREG-NAME       PIC X(30).
               10  LREG-VERSION    PIC 9(4).
           05  LREG-REGISTERED     PIC X(8).
           05  LREG-FIELD-COUNT    PIC 9(2).
           05  LREG-FIELD-TABLE    PIC X(760).
