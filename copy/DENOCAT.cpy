      *> script that is uncataloged or has drifted from the approved
      *> content - the permissions manifest says what flags a script
      *> gets, this says the script itself is the one we approved.
      *> CAT-RESOURCES names the shared resources the script uses,
      *> with their limits (NAME=LIMIT,... - see DENORSRC.cpy);
      *> DENO-RUN holds them for every run made under the catalog
      *> gate. CAT-ARG-SCHEMA declares the arguments the script
      *> takes - name, type and whether required, per position
      *> (see DENOASCH.cpy); DENO-RUN refuses a run whose arguments
      *> do not fit it. Blank declares nothing and checks nothing.
       01  CAT-REC.
           05  CAT-SCRIPT-PATH     PIC X(100).
           05  CAT-OWNER           PIC X(30).
           05  CAT-DESCRIPTION     PIC X(80).
           05  CAT-HASH            PIC X(64).
           05  CAT-RESOURCES       PIC X(60).
           05  CAT-ARG-SCHEMA      PIC X(240).
