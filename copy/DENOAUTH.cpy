      *> DENO-AUTHORIZE request block: may this user do this thing?
      *> One authorization file (/tmp/deno-auth.txt, or
      *> DENO_AUTH_FILE) maps users to roles and roles to what they
      *> may touch, line sequential, "|"-delimited:
      *>
      *>   USER|user-name|role
      *>   ROLE|role|SCRIPT|script-path-or-pattern
      *>   ROLE|role|ACTION|console-action
      *>   ROLE|role|ENV|profile-name
      *>
      *> A user may hold several roles (one USER record each). A
      *> pattern ending in "*" matches every subject starting with
      *> what precedes it ("*" alone matches anything); otherwise the
      *> match is exact. Console actions are ACK, HOLD, RELEASE,
      *> DRAIN, ABORT and REFRESH; ENV names a DENO-PROFILE profile,
      *> DEFAULT standing for a run with no profile at all. Lines
      *> starting "#" are comments.
      *>
      *> The caller fills AUTHZ-PROGRAM (for the audit line),
      *> AUTHZ-USER, AUTHZ-KIND and AUTHZ-SUBJECT. STATUS-CODE comes
      *> back 0 when some role of the user grants the subject
      *> (AUTHZ-ROLE names it), DENO-NOT-AUTHORIZED otherwise - and
      *> every denial writes its own DENIED audit line, so callers
      *> never need to. AUTHZ-DETAIL says why either way.
      *>
      *> AUTHZ-IN-FORCE comes back "N" (with STATUS-CODE 0) only
      *> when DENO_AUTH_FILE is unset and the default file does not
      *> exist: a site that has not installed the file yet runs as
      *> before. Naming the file in DENO_AUTH_FILE makes it
      *> mandatory - a missing or unreadable named file denies
      *> everything.
       01  AUTHZ-REQUEST.
           05  AUTHZ-PROGRAM       PIC X(20).
           05  AUTHZ-USER          PIC X(30).
           05  AUTHZ-KIND          PIC X(6).
               88  AUTHZ-KIND-SCRIPT       VALUE "SCRIPT".
               88  AUTHZ-KIND-ACTION       VALUE "ACTION".
               88  AUTHZ-KIND-ENV          VALUE "ENV".
           05  AUTHZ-SUBJECT       PIC X(100).
           05  AUTHZ-IN-FORCE      PIC X(1).
               88  AUTHZ-IS-IN-FORCE       VALUE "Y".
           05  AUTHZ-ROLE          PIC X(20).
           05  AUTHZ-DETAIL        PIC X(80).
