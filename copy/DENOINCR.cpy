      *> DENO-INCIDENT-LOG request block (the incident register, see
      *> DENOINC.cpy). The caller fills the fields its action needs:
      *>
      *>   O  open       INR-TITLE, INR-BY; optional INR-SCRIPT and a
      *>                 first link in INR-LINK-TYPE/INR-LINK-VALUE.
      *>                 When an incident not yet closed already
      *>                 carries that link, no second one is opened:
      *>                 INR-ID returns the existing incident.
      *>   L  link       INR-ID, INR-LINK-TYPE, INR-LINK-VALUE, INR-BY
      *>   A  acknowledge INR-ID - or 0 with INR-LINK-TYPE/VALUE to
      *>                 acknowledge the open incident carrying that
      *>                 link - and INR-BY
      *>   C  close      INR-ID, INR-CAUSE, INR-NOTE, INR-BY
      *>
      *> STATUS-CODE is 0 when the action was taken (or there was
      *> nothing to do), 8 when it was refused; INR-DETAIL says
      *> what happened either way.
       01  INCIDENT-REQUEST.
           05  INR-ACTION          PIC X(1).
               88  INR-OPEN                VALUE "O".
               88  INR-LINK                VALUE "L".
               88  INR-ACKNOWLEDGE         VALUE "A".
               88  INR-CLOSE               VALUE "C".
           05  INR-ID              PIC 9(6).
           05  INR-BY              PIC X(8).
           05  INR-TITLE           PIC X(60).
           05  INR-SCRIPT          PIC X(100).
           05  INR-LINK-TYPE       PIC X(7).
           05  INR-LINK-VALUE      PIC X(60).
           05  INR-CAUSE           PIC X(10).
           05  INR-NOTE            PIC X(100).
           05  INR-DETAIL          PIC X(80).
