      *> Incident register record (default /tmp/deno-incidents.dat,
      *> indexed, DENO_INCIDENT_FILE overrides), keyed by a running
      *> incident number. One incident ties the pieces of a bad
      *> night into one story: the alerts that fired, the batch
      *> steps that failed, the audit lines (by SEQ=), the loads
      *> involved and what the reruns and backouts did about it.
      *> Written only through DENO-INCIDENT-LOG (see DENOINCR.cpy).
      *>
      *>   INC-STATE        O open, A acknowledged, C closed
      *>   INC-SCRIPT       the script the incident is about, when
      *>                    there is one (the monthly report counts
      *>                    by it)
      *>   INC-ACK-TS       when someone took it on; an incident
      *>                    closed unacknowledged counts as acked at
      *>                    its close
      *>   INC-CAUSE        root-cause code, required to close:
      *>                    DATA      bad or late upstream content
      *>                    UPSTREAM  feed not delivered / system down
      *>                    CODE      script defect
      *>                    CONFIG    profile, catalog, permissions
      *>                    INFRA     host, disk, network, deno binary
      *>                    CAPACITY  window, throttle, resources
      *>                    OPERATOR  operator action
      *>                    VENDOR    third-party defect
      *>                    NOFAULT   false alarm / no fault found
      *>   INC-RESOLUTION   the resolution note, required to close
      *>   INC-LINK         attached evidence, oldest first; a link
      *>                    already on the incident is not added
      *>                    twice:
      *>                    ALERT    alert-desk id @ first-fired stamp
      *>                    STEP     batch step (label, busdate, ...)
      *>                    SEQ      audit-log SEQ= number
      *>                    LOAD     import load id
      *>                    RERUN    outcome of a step rerun
      *>                    BACKOUT  DENO-BACKOUT outcome
       01  INCIDENT-REC.
           05  INC-ID              PIC 9(6).
           05  INC-STATE           PIC X(1).
               88  INC-IS-OPEN             VALUE "O".
               88  INC-IS-ACKED            VALUE "A".
               88  INC-IS-CLOSED           VALUE "C".
           05  INC-TITLE           PIC X(60).
           05  INC-SCRIPT          PIC X(100).
           05  INC-OPENED-BY       PIC X(8).
           05  INC-OPENED-TS       PIC X(14).
           05  INC-ACK-BY          PIC X(8).
           05  INC-ACK-TS          PIC X(14).
           05  INC-CLOSED-BY       PIC X(8).
           05  INC-CLOSED-TS       PIC X(14).
           05  INC-CAUSE           PIC X(10).
               88  INC-CAUSE-VALID         VALUE "DATA"
                                                 "UPSTREAM"
                                                 "CODE"
                                                 "CONFIG"
                                                 "INFRA"
                                                 "CAPACITY"
                                                 "OPERATOR"
                                                 "VENDOR"
                                                 "NOFAULT".
           05  INC-RESOLUTION      PIC X(100).
           05  INC-LINK-COUNT      PIC 9(2).
           05  INC-LINK OCCURS 30 TIMES.
               10  INC-LINK-TYPE   PIC X(7).
                   88  INC-LINK-TYPE-VALID VALUE "ALERT"
                                                 "STEP"
                                                 "SEQ"
                                                 "LOAD"
                                                 "RERUN"
                                                 "BACKOUT".
               10  INC-LINK-VALUE  PIC X(60).
               10  INC-LINK-TS     PIC X(14).
               10  INC-LINK-BY     PIC X(8).
