      *> Declared-argument check for DENO-ARG-SCHEMA (one LINKAGE
      *> item, like DENORSRC, so the CALL never changes shape). A
      *> cataloged script declares the arguments it expects in its
      *> catalog record (CAT-ARG-SCHEMA), one entry per position,
      *> comma-separated:
      *>
      *>   NAME:TYPE[:R-or-O[:EXTRA]]
      *>
      *>   RUN-DATE:DATE,ENTITY:CODE:R:GB/US/DE,FROM-ACCT:NUMBER,
      *>   TO-ACCT:NUMBER:R:>=FROM-ACCT,NOTE:TEXT:O
      *>
      *> NAME is 1-20 of A-Z a-z 0-9 - _ (folded to upper case) and
      *> is what a rejection reports. TYPE is DATE (a real calendar
      *> date, YYYYMMDD), NUMBER (a plain number), CODE (one of the
      *> codes EXTRA lists, slash-separated, at most 10, matched
      *> without regard to case) or TEXT (anything). R - the
      *> default - means the position must be filled, O that it may
      *> be left blank; optional positions come after required
      *> ones. For a DATE or NUMBER, EXTRA may be >=NAME, naming an
      *> EARLIER argument of the same type this one may not be
      *> below - the end of a range given before its start is
      *> refused, not run. At most 10 entries, the RUN-ARG-ENTRY
      *> limit; a run may pass fewer arguments than declared (the
      *> missing ones must be optional) but never more.
      *>
      *>   ASCH-ACTION "C": check RUN-ARG-COUNT/RUN-ARG-ENTRY
      *>                    against ASCH-SCHEMA. A mismatch is
      *>                    DENO-ARGS-REJECTED with the offending
      *>                    argument's declared name (ARG-n for
      *>                    an undeclared position, (SCHEMA) for a
      *>                    schema that does not parse) in
      *>                    ASCH-REJECTED-NAME and the reason in
      *>                    ASCH-DETAIL.
      *>               "V": validate ASCH-SCHEMA only (the
      *>                    argument items are not looked at)
      *>
      *> A blank ASCH-SCHEMA declares nothing and checks nothing.
       01  ARG-SCHEMA-REQUEST.
           05  ASCH-ACTION         PIC X(1).
               88  ASCH-CHECK              VALUE "C".
               88  ASCH-VALIDATE           VALUE "V".
           05  ASCH-SCHEMA         PIC X(240).
           05  ASCH-REJECTED-NAME  PIC X(20).
           05  ASCH-DETAIL         PIC X(60).
