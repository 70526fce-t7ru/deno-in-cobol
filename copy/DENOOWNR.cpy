      *> Script-owner master: the one list of who may own a cataloged
      *> script, keyed by owner id (default /tmp/deno-owners.dat,
      *> indexed, maintained by DENO-MAINT OWN transactions). CAT-OWNER
      *> holds an OWN-ID, so chargeback bills one owner however it
      *> used to be spelled, and the alert desk knows whom to tell.
      *> Owner ids are kept upper case; DENO-MAINT folds them on the
      *> way in, readers fold CAT-OWNER before the lookup.
      *>
      *>   OWN-COST-CENTER  what DENO-CHARGEBACK rolls owners up to
      *>   OWN-CONTACT      told when one of the owner's scripts
      *>                    raises an alert (DENO-ALERT-DESK)
      *>   OWN-ESCALATION   told, with the on-call shift, when that
      *>                    alert goes unacknowledged
       01  OWNER-REC.
           05  OWN-ID              PIC X(30).
           05  OWN-NAME            PIC X(40).
           05  OWN-COST-CENTER     PIC X(10).
           05  OWN-CONTACT         PIC X(60).
           05  OWN-ESCALATION      PIC X(60).
