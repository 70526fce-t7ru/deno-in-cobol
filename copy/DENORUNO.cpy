      *> FLAGS-ALLOWLIST-FILE and WORKING-DIR the caller left blank
      *> - explicit caller fields always win - and the active
      *> profile name is recorded in the audit line.
      *>
      *> RUN-DEPENDENCY-FILE: when set (together with
      *> RUN-CATALOG-FILE), the indexed dependency inventory kept by
      *> DENO-DEP-SCAN (see DENODEPS.cpy). The catalog gate then also
      *> refuses, with DENO-SCRIPT-UNVERIFIED, a script that has no
      *> dependency record, whose last scan found an unapproved
      *> module change, or one of whose approved local modules no
      *> longer hashes to its approved value.
      *>
      *> RUN-RESOURCES: named resources the caller's job record
      *> declares (NAME=LIMIT,... - see DENORSRC.cpy). DENO-RUN adds
      *> the catalog record's CAT-RESOURCES when the catalog gate
      *> is on, holds the lot through DENO-RESOURCE for the life of
      *> the process, and returns the combined declaration in
      *> RUN-RESOURCES-USED (also on a dry run, so a caller that
      *> executes by another route - DENO-QUEUE through
      *> DENO-CAPTURE - can hold the same resources itself). A
      *> malformed declaration, or a resource still busy after the
      *> bounded wait, ends the call with DENO-RESOURCE-BUSY.
      *>
      *> RUN-REQUESTED-BY: the user the run is for, checked through
      *> DENO-AUTHORIZE (see DENOAUTH.cpy) against both the script
      *> and the environment (RUN-PROFILE-NAME, DEFAULT when blank)
      *> before any other gate. Blank means the process's own user:
      *> DENO_USER, else USER. A caller acting for someone else -
      *> DENO-QUEUE for its requester - must fill it in. Either
      *> check refused ends the call with DENO-NOT-AUTHORIZED.
       01  RUN-OPTIONS.
           05  RUN-LOCK-MODE       PIC X(1).
               88  RUN-LOCK-SCRIPT         VALUE "L".
           05  RUN-PIN-FILE        PIC X(100).
           05  RUN-PROFILE-NAME    PIC X(30).
           05  RUN-PROFILE-FILE    PIC X(100).
           05  RUN-DEPENDENCY-FILE PIC X(100).
           05  RUN-RESOURCES       PIC X(60).
      *> Result-manifest contract, OUTPUTS set by DENO-RUN: a script
      *> may write NAME|VALUE lines (STATUS, MESSAGE, RECORDS-IN,
      *> RECORDS-OUT, DETAIL) to the file named in the
               10  RUN-RESULT-RECS-IN  PIC X(9).
               10  RUN-RESULT-RECS-OUT PIC X(9).
               10  RUN-RESULT-DETAIL   PIC X(10).
           05  RUN-RESOURCES-USED  PIC X(120).
           05  RUN-REQUESTED-BY    PIC X(30).
      *> OUTPUTS set by DENO-RUN when the catalog gate refuses the
      *> run's arguments against the script's declared argument
      *> schema (DENO-ARGS-REJECTED, see DENOASCH.cpy): the
      *> declared name of the argument that did not fit and why,
      *> so the batch report can say "TO-ACCT BELOW FROM-ACCT"
      *> rather than just STATUS=111. Blank otherwise.
           05  RUN-ARG-REJECTED-NAME   PIC X(20).
           05  RUN-ARG-REJECTED-REASON PIC X(60).
