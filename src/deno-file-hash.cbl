      *> it is trivially forgeable by varying bytes in a JS comment.
      *> That hash remains in use for the audit chain only.
      *> FILE-HASH-FOUND is "N" when the file cannot be hashed -
      *> callers must check the flag, not the digest. The path is
      *> 250 bytes so a module in deno's cache
      *> (<DENO_DIR>/remote/https/<host>/<64-hex digest>) arrives
      *> whole; callers pass a field of the same size.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               01  PROBE-FILE-PATH PIC X(150).
               01  PROBE-FILE-STATUS PIC XX.
               01  HASH-DISCRIMINATOR PIC X(8).
               01  HASH-CMD        PIC X(450).
               01  HASH-RET-VAL    PIC S9(9) COMP.
               01  CLEANUP-CMD     PIC X(170).
               01  DIGEST-TEXT     PIC X(64).
               01  DIGEST-OK-FLAG  PIC X.

       LINKAGE SECTION.
               01  FILE-HASH-PATH      PIC X(250).
               01  FILE-HASH-RESULT    PIC X(64).
               01  FILE-HASH-FOUND     PIC X(1).

