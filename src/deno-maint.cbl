
      *> Transaction-driven maintenance for the bridge's control
      *> files - the script catalog (DENOCAT), the permissions
      *> manifest (DENOPERM), the script-owner master (DENOOWNR)
      *> and the environment profile file - so
      *> adding a script stops meaning a one-off fixture loader and
      *> a hand-pasted CAT-HASH.
      *>
      *> DENO_MAINT_ACTION=LIST prints the current contents of all
      *> four files, and the layout registry's names and versions,
      *> to /tmp/deno-maint-report.txt. Otherwise the
      *> transaction file (DENO_MAINT_TRANS, default
      *> /tmp/deno-maint-trans.txt) is applied, one transaction per
      *> record:
      *>
      *>   CAT|A|script-path|owner|description|resources
      *>                                         add to catalog
      *>   CAT|C|script-path|owner|description|resources|accept
      *>                                         change (blank
      *>                                         fields keep the
      *>                                         old value; NONE
      *>                                         clears resources)
      *>   CAT|S|script-path|args                declare the
      *>                                         script's arguments
      *>                                         (NONE clears)
      *>   CAT|D|script-path                     delete
      *>   OWN|A|owner-id|name|cost-center|contact|escalation
      *>                                         add an owner
      *>   OWN|C|owner-id|name|cost-center|contact|escalation
      *>                                         change (blank
      *>                                         fields keep the
      *>                                         old value)
      *>   OWN|D|owner-id                        delete (refused
      *>                                         while any catalog
      *>                                         entry names it)
      *>   PERM|A|script-name|flags              add manifest entry
      *>   PERM|C|script-name|flags              change
      *>   PERM|D|script-name                    delete
      *>   PROF|A|env|field|value                add profile record
      *>   PROF|C|env|field|value                replace value
      *>   PROF|D|env|field                      remove record
      *>   LAY|A|layout-name|layout-file         register a layout
      *>
      *> CAT-HASH is never keyed in: both CAT adds and changes
      *> recompute it through DENO-FILE-HASH from the script as it
      *> sits on disk, so the catalog always blesses real content.
      *> A script that cannot be hashed fails its transaction.
      *> A change whose recomputed hash differs from the approved
      *> one is a re-approval, and needs the DENO-COMPARE verdict
      *> for that script and new hash, taken against the current
      *> approval (DENOVERD.cpy): no verdict, or one against an
      *> older approval, fails the transaction. A FAIL verdict
      *> fails it too unless the transaction's accept field says
      *> ACCEPT-FAIL - the board has read the difference report
      *> and wants the new behaviour - which the outcome records.
      *> The CAT owner must be an owner id on the owner master - an
      *> add with no owner, or a change to an unknown one, fails -
      *> so chargeback and alerting see one spelling per owner.
      *> Owner ids are folded to upper case on the way in.
      *> RESOURCES is the script's named-resource declaration
      *> (NAME=LIMIT,... - see DENORSRC.cpy); a malformed one fails
      *> the transaction here rather than every run later.
      *> ARGS is the script's declared argument schema
      *> (NAME:TYPE[:R-or-O[:EXTRA]],... - see DENOASCH.cpy), which
      *> DENO-RUN holds every cataloged run's arguments to; like
      *> RESOURCES it is checked here, through DENO-ARG-SCHEMA, and
      *> a malformed one fails the transaction. It sets only the
      *> declaration, so it neither re-hashes the script nor needs
      *> a comparison verdict.
      *>
      *> LAY registers the layout file's field table (one field per
      *> line, name|start|length|type|scale - the DENO-INQUIRY form)
      *> in the layout registry through DENO-LAYOUT, as the next
      *> version of that name. Registered versions are never
      *> changed or deleted: export control records carry them. A
      *> file identical to the current version registers nothing
      *> and reports that version; a malformed line fails the
      *> transaction rather than registering part of a layout.
      *>
      *> File paths come from DENO_MAINT_CATALOG,
      *> DENO_MAINT_PERMISSIONS, DENO_MAINT_OWNERS,
      *> DENO_MAINT_PROFILES and DENO_MAINT_VERDICTS (defaults
      *> /tmp/deno-catalog.dat, /tmp/deno-permissions.dat,
      *> /tmp/deno-owners.dat, /tmp/deno-profiles.txt,
      *> /tmp/deno-compare-verdicts.dat); the layout registry is
      *> wherever DENO-LAYOUT keeps it (DENO_LAYOUT_REGISTRY,
      *> default /tmp/deno-layouts.dat). Every transaction's outcome is
      *> written to the audit log - control-file changes leave the
      *> same trail as the runs they govern - and to the report.
      *> Ends 0 when everything applied, 8 when any transaction
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PERM-SCRIPT-NAME
                   FILE STATUS IS PERMISSIONS-STATUS.
               SELECT OWNER-FD
                   ASSIGN TO DYNAMIC OWNER-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OWN-ID
                   FILE STATUS IS OWNER-STATUS.
               SELECT VERDICT-FD
                   ASSIGN TO DYNAMIC VERDICT-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VRD-KEY
                   FILE STATUS IS VERDICT-STATUS.
               SELECT PROFILE-FD
                   ASSIGN TO DYNAMIC PROFILES-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PROFILE-FILE-STATUS.
               SELECT LAYOUT-FD
                   ASSIGN TO DYNAMIC LAYOUT-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LAYOUT-FILE-STATUS.
               SELECT REGISTRY-FD
                   ASSIGN TO DYNAMIC REGISTRY-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LREG-KEY
                   FILE STATUS IS REGISTRY-STATUS.
               SELECT MAINT-REPORT-FD
                   ASSIGN TO DYNAMIC MAINT-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.
           FD  PERMISSIONS-FD.
           COPY DENOPERM.

           FD  OWNER-FD.
           COPY DENOOWNR.

           FD  VERDICT-FD.
           COPY DENOVERD.

           FD  PROFILE-FD
               LABEL RECORDS ARE STANDARD.
           01  PROFILE-REC         PIC X(250).

           FD  LAYOUT-FD
               LABEL RECORDS ARE STANDARD.
           01  LAYOUT-REC          PIC X(120).

           FD  REGISTRY-FD.
           COPY DENOLREG.

           FD  MAINT-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  MAINT-REPORT-REC    PIC X(300).
                       "/tmp/deno-catalog.dat".
               01  PERMISSIONS-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-permissions.dat".
               01  OWNER-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-owners.dat".
               01  PROFILES-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-profiles.txt".
               01  VERDICT-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-compare-verdicts.dat".
               01  MAINT-REPORT-PATH PIC X(100) VALUE
                       "/tmp/deno-maint-report.txt".
               01  LAYOUT-FILE-PATH PIC X(100).
               01  REGISTRY-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-layouts.dat".
               01  LAYOUT-FILE-STATUS PIC XX.
               01  REGISTRY-STATUS PIC XX.
               01  TRANS-FILE-STATUS PIC XX.
               01  CATALOG-STATUS  PIC XX.
               01  PERMISSIONS-STATUS PIC XX.
               01  OWNER-STATUS    PIC XX.
               01  VERDICT-STATUS  PIC XX.
               01  PROFILE-FILE-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  MAINT-ACTION-TEXT PIC X(10).
               01  TX-FIELD-1      PIC X(100).
               01  TX-FIELD-2      PIC X(100).
               01  TX-FIELD-3      PIC X(100).
               01  TX-FIELD-4      PIC X(100).
               01  TX-FIELD-5      PIC X(100).
               01  TX-ARG-SCHEMA   PIC X(300).
               01  OWNER-KEY-TEXT  PIC X(30).
               01  OWNER-REF-COUNT PIC 9(5).
               01  OWNER-REF-DISPLAY PIC Z(4)9.
               01  TX-OUTCOME      PIC X(60).
               01  TX-OK-FLAG      PIC X.
                   88  TRANSACTION-APPLIED     VALUE "Y".

      *> Layout registration (LAY transactions).
               COPY DENOLAYT.
               01  LAYOUT-EOF      PIC X.
                   88  NO-MORE-LAYOUT-LINES    VALUE "Y".
               01  LAY-NAME-TEXT   PIC X(30).
               01  LAY-START-TEXT  PIC X(10).
               01  LAY-LEN-TEXT    PIC X(10).
               01  LAY-TYPE-TEXT   PIC X(5).
               01  LAY-SCALE-TEXT  PIC X(5).
               01  LAYOUT-LINE-NUMBER PIC 9(3).
               01  LAYOUT-BAD-LINE PIC 9(3).

      *> Resource declarations on CAT transactions are checked by
      *> DENO-RESOURCE itself, so the catalog only ever holds what
      *> DENO-RUN will accept.
               COPY DENORSRC.
               01  RESOURCE-STATUS PIC S9(4) COMP.
      *> Likewise argument schemas, by DENO-ARG-SCHEMA.
               COPY DENOASCH.
               COPY DENOARGS.
               01  ARG-SCHEMA-STATUS PIC S9(4) COMP.
               01  REG-ACTION      PIC X(1).
               01  REG-NAME        PIC X(30).
               01  REG-VERSION     PIC 9(4).
               01  REG-STATUS      PIC S9(4) COMP.
               01  REG-LINE-DISPLAY PIC Z(2)9.

               01  SCRIPT-HASH     PIC X(64).
               01  SCRIPT-HASH-FOUND PIC X(1).
               01  HASH-PATH       PIC X(250).
               01  REAPPROVAL-NOTE PIC X(60).

      *> The profile file is line sequential, so its transactions
      *> are applied against an in-core copy and the file rewritten
               01  COUNT-DISPLAY   PIC Z(3)9.
               01  COUNT-DISPLAY-2 PIC Z(3)9.
               01  REPORT-LINE     PIC X(300).
               01  LIST-LINE-PTR   PIC 9(4) COMP.

       PROCEDURE DIVISION.
           PERFORM READ-MAINT-SETTINGS
               MOVE ENV-PATH-TEXT TO CATALOG-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_MAINT_OWNERS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO OWNER-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_MAINT_PERMISSIONS"
               ON EXCEPTION
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO PROFILES-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_MAINT_VERDICTS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO VERDICT-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_LAYOUT_REGISTRY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO REGISTRY-FILE-PATH
           END-IF.

       APPLY-ONE-TRANSACTION.
           MOVE SPACES TO TX-FILE-TEXT TX-ACTION-TEXT
           MOVE SPACES TO TX-FIELD-1 TX-FIELD-2 TX-FIELD-3
           MOVE SPACES TO TX-FIELD-4 TX-FIELD-5
           MOVE SPACES TO TX-OUTCOME
           MOVE "N" TO TX-OK-FLAG
           UNSTRING TRANS-REC DELIMITED BY "|"
               INTO TX-FILE-TEXT TX-ACTION-TEXT TX-FIELD-1
                    TX-FIELD-2 TX-FIELD-3 TX-FIELD-4 TX-FIELD-5
           END-UNSTRING
           EVALUATE FUNCTION TRIM(TX-FILE-TEXT)
               WHEN "CAT"
                   PERFORM APPLY-CATALOG-TRANSACTION
               WHEN "OWN"
                   PERFORM APPLY-OWNER-TRANSACTION
               WHEN "PERM"
                   PERFORM APPLY-PERMISSIONS-TRANSACTION
               WHEN "PROF"
                   PERFORM APPLY-PROFILE-TRANSACTION
               WHEN "LAY"
                   PERFORM APPLY-LAYOUT-TRANSACTION
               WHEN OTHER
                   MOVE "UNKNOWN CONTROL FILE" TO TX-OUTCOME
           END-EVALUATE
                   PERFORM CATALOG-ADD
               WHEN "C"
                   PERFORM CATALOG-CHANGE
               WHEN "S"
                   PERFORM CATALOG-SET-ARGUMENTS
               WHEN "D"
                   MOVE SPACES TO CAT-REC
                   MOVE FUNCTION TRIM(TX-FIELD-1)
           CLOSE CATALOG-FD.

       CATALOG-ADD.
           IF FUNCTION TRIM(TX-FIELD-2) = SPACES
               MOVE "OWNER REQUIRED" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CATALOG-OWNER
           IF TX-OUTCOME NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-CATALOG-RESOURCES
           IF TX-OUTCOME NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-CATALOG-SCRIPT
           IF SCRIPT-HASH-FOUND NOT = "Y"
               MOVE "SCRIPT UNREADABLE - NOT ADDED" TO TX-OUTCOME
           END-IF
           MOVE SPACES TO CAT-REC
           MOVE FUNCTION TRIM(TX-FIELD-1) TO CAT-SCRIPT-PATH
           MOVE OWNER-KEY-TEXT TO CAT-OWNER
           MOVE TX-FIELD-3 TO CAT-DESCRIPTION
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-FIELD-4))
                   NOT = "NONE"
               MOVE FUNCTION TRIM(TX-FIELD-4) TO CAT-RESOURCES
           END-IF
           MOVE SCRIPT-HASH TO CAT-HASH
           WRITE CAT-REC
               INVALID KEY
                   MOVE "NOT IN CATALOG" TO TX-OUTCOME
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(TX-FIELD-2) NOT = SPACES
               PERFORM CHECK-CATALOG-OWNER
               IF TX-OUTCOME NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VALIDATE-CATALOG-RESOURCES
           IF TX-OUTCOME NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM HASH-CATALOG-SCRIPT
           IF SCRIPT-HASH-FOUND NOT = "Y"
               MOVE "SCRIPT UNREADABLE - NOT CHANGED" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REAPPROVAL-NOTE
           IF SCRIPT-HASH NOT = CAT-HASH
               PERFORM CHECK-COMPARISON-VERDICT
               IF TX-OUTCOME NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(TX-FIELD-2) NOT = SPACES
               MOVE OWNER-KEY-TEXT TO CAT-OWNER
           END-IF
           IF FUNCTION TRIM(TX-FIELD-3) NOT = SPACES
               MOVE TX-FIELD-3 TO CAT-DESCRIPTION
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(TX-FIELD-4))
                       = "NONE"
                   MOVE SPACES TO CAT-RESOURCES
               WHEN FUNCTION TRIM(TX-FIELD-4) NOT = SPACES
                   MOVE FUNCTION TRIM(TX-FIELD-4) TO CAT-RESOURCES
           END-EVALUATE
           MOVE SCRIPT-HASH TO CAT-HASH
           REWRITE CAT-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO TX-OUTCOME
               NOT INVALID KEY
                   MOVE "Y" TO TX-OK-FLAG
                   MOVE REAPPROVAL-NOTE TO TX-OUTCOME
           END-REWRITE.

      *> The schema is the rest of the record (it is longer than a
      *> TX-FIELD), so it is split out again here.
       CATALOG-SET-ARGUMENTS.
           MOVE SPACES TO TX-ARG-SCHEMA
           UNSTRING TRANS-REC DELIMITED BY "|"
               INTO TX-FILE-TEXT TX-ACTION-TEXT TX-FIELD-1
                    TX-ARG-SCHEMA
           END-UNSTRING
           MOVE FUNCTION TRIM(TX-ARG-SCHEMA) TO TX-ARG-SCHEMA
           IF TX-ARG-SCHEMA = SPACES
               MOVE "ARGS REQUIRED (NONE CLEARS)" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(TX-ARG-SCHEMA) = "NONE"
               MOVE SPACES TO TX-ARG-SCHEMA
           ELSE
               PERFORM VALIDATE-CATALOG-ARGUMENTS
               IF TX-OUTCOME NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO CAT-REC
           MOVE FUNCTION TRIM(TX-FIELD-1) TO CAT-SCRIPT-PATH
           READ CATALOG-FD
               INVALID KEY
                   MOVE "NOT IN CATALOG" TO TX-OUTCOME
                   EXIT PARAGRAPH
           END-READ
           MOVE TX-ARG-SCHEMA TO CAT-ARG-SCHEMA
           REWRITE CAT-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO TX-OUTCOME
                   MOVE "Y" TO TX-OK-FLAG
           END-REWRITE.

      *> A declaration DENO-ARG-SCHEMA accepts, that fits the
      *> record.
       VALIDATE-CATALOG-ARGUMENTS.
           IF FUNCTION LENGTH(FUNCTION TRIM(TX-ARG-SCHEMA))
                   > LENGTH OF CAT-ARG-SCHEMA
               MOVE "ARGS TOO LONG" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO ASCH-ACTION
           MOVE TX-ARG-SCHEMA TO ASCH-SCHEMA
           MOVE 0 TO RUN-ARG-COUNT
           CALL "DENO-ARG-SCHEMA" USING ARG-SCHEMA-REQUEST
               RUN-ARG-COUNT RUN-ARG-ENTRY ARG-SCHEMA-STATUS
           IF ARG-SCHEMA-STATUS NOT = 0
               MOVE ASCH-DETAIL TO TX-OUTCOME
           END-IF.

      *> A new hash is only re-approved on a parallel-run verdict
      *> for exactly these bytes, taken against the approval being
      *> replaced; the verdict's stamp goes into the outcome (and so
      *> the audit line) so the approval names its evidence.
       CHECK-COMPARISON-VERDICT.
           OPEN INPUT VERDICT-FD
           IF VERDICT-STATUS NOT = "00"
               MOVE "NO COMPARISON VERDICT - NOT RE-APPROVED"
                   TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VERDICT-REC
           MOVE CAT-SCRIPT-PATH TO VRD-SCRIPT-PATH
           MOVE SCRIPT-HASH TO VRD-NEW-HASH
           READ VERDICT-FD
               INVALID KEY
                   MOVE "NO COMPARISON VERDICT - NOT RE-APPROVED"
                       TO TX-OUTCOME
           END-READ
           CLOSE VERDICT-FD
           IF TX-OUTCOME NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF VRD-OLD-HASH NOT = CAT-HASH
               MOVE "COMPARISON AGAINST AN OLDER APPROVAL - RERUN IT"
                   TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF VRD-PASSED
               STRING "RE-APPROVED ON COMPARISON PASS "
                                                    DELIMITED BY SIZE
                      VRD-STAMP                     DELIMITED BY SIZE
                      INTO REAPPROVAL-NOTE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(TX-FIELD-5))
                   NOT = "ACCEPT-FAIL"
               MOVE "COMPARISON FAILED - NOT RE-APPROVED"
                   TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           STRING "RE-APPROVED OVER FAILED COMPARISON "
                                                    DELIMITED BY SIZE
                  VRD-STAMP                         DELIMITED BY SIZE
                  INTO REAPPROVAL-NOTE.

      *> The owner named on a CAT transaction, folded to the master's
      *> upper-case key, must be on the owner master; a master that
      *> cannot be opened refuses the transaction rather than let an
      *> unchecked owner in.
       CHECK-CATALOG-OWNER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-FIELD-2))
               TO OWNER-KEY-TEXT
           OPEN INPUT OWNER-FD
           IF OWNER-STATUS NOT = "00"
               MOVE "OWNER MASTER UNAVAILABLE" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OWNER-REC
           MOVE OWNER-KEY-TEXT TO OWN-ID
           READ OWNER-FD
               INVALID KEY
                   MOVE SPACES TO TX-OUTCOME
                   STRING "UNKNOWN OWNER '"       DELIMITED BY SIZE
                          FUNCTION TRIM(OWNER-KEY-TEXT)
                                                   DELIMITED BY SIZE
                          "'"                     DELIMITED BY SIZE
                          INTO TX-OUTCOME
           END-READ
           CLOSE OWNER-FD.

      *> Blank and NONE need no checking; anything else must be a
      *> declaration DENO-RESOURCE accepts and must fit the record.
       VALIDATE-CATALOG-RESOURCES.
           IF FUNCTION TRIM(TX-FIELD-4) = SPACES
              OR FUNCTION UPPER-CASE(FUNCTION TRIM(TX-FIELD-4))
                   = "NONE"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(TX-FIELD-4))
                   > LENGTH OF CAT-RESOURCES
               MOVE "RESOURCES TOO LONG" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO RSRC-ACTION
           MOVE FUNCTION TRIM(TX-FIELD-4) TO RSRC-LIST
           CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
               RESOURCE-STATUS
           IF RESOURCE-STATUS NOT = 0
               MOVE RSRC-DETAIL TO TX-OUTCOME
           END-IF.

       HASH-CATALOG-SCRIPT.
           MOVE SPACES TO HASH-PATH
           MOVE FUNCTION TRIM(TX-FIELD-1) TO HASH-PATH
           CALL "DENO-FILE-HASH" USING HASH-PATH SCRIPT-HASH
               SCRIPT-HASH-FOUND.

       APPLY-OWNER-TRANSACTION.
           IF FUNCTION TRIM(TX-FIELD-1) = SPACES
               MOVE "OWNER ID REQUIRED" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(TX-FIELD-1))
                   > LENGTH OF OWN-ID
               MOVE "OWNER ID TOO LONG" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-FIELD-1))
               TO OWNER-KEY-TEXT
           IF FUNCTION TRIM(TX-ACTION-TEXT) = "D"
               PERFORM COUNT-OWNER-REFERENCES
               IF TX-OUTCOME NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           OPEN I-O OWNER-FD
           IF OWNER-STATUS = "35"
               OPEN OUTPUT OWNER-FD
               CLOSE OWNER-FD
               OPEN I-O OWNER-FD
           END-IF
           IF OWNER-STATUS NOT = "00"
               MOVE "OWNER MASTER UNAVAILABLE" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(TX-ACTION-TEXT)
               WHEN "A"
                   IF FUNCTION TRIM(TX-FIELD-3) = SPACES
                       MOVE "COST CENTER REQUIRED" TO TX-OUTCOME
                   ELSE
                       MOVE SPACES TO OWNER-REC
                       MOVE OWNER-KEY-TEXT TO OWN-ID
                       MOVE TX-FIELD-2 TO OWN-NAME
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(TX-FIELD-3))
                           TO OWN-COST-CENTER
                       MOVE TX-FIELD-4 TO OWN-CONTACT
                       MOVE TX-FIELD-5 TO OWN-ESCALATION
                       WRITE OWNER-REC
                           INVALID KEY
                               MOVE "OWNER ALREADY EXISTS"
                                   TO TX-OUTCOME
                           NOT INVALID KEY
                               MOVE "Y" TO TX-OK-FLAG
                       END-WRITE
                   END-IF
               WHEN "C"
                   MOVE SPACES TO OWNER-REC
                   MOVE OWNER-KEY-TEXT TO OWN-ID
                   READ OWNER-FD
                       INVALID KEY
                           MOVE "NOT IN OWNER MASTER" TO TX-OUTCOME
                       NOT INVALID KEY
                           PERFORM CHANGE-OWNER-FIELDS
                   END-READ
               WHEN "D"
                   MOVE SPACES TO OWNER-REC
                   MOVE OWNER-KEY-TEXT TO OWN-ID
                   DELETE OWNER-FD
                       INVALID KEY
                           MOVE "NOT IN OWNER MASTER" TO TX-OUTCOME
                       NOT INVALID KEY
                           MOVE "Y" TO TX-OK-FLAG
                   END-DELETE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO TX-OUTCOME
           END-EVALUATE
           CLOSE OWNER-FD.

       CHANGE-OWNER-FIELDS.
           IF FUNCTION TRIM(TX-FIELD-2) NOT = SPACES
               MOVE TX-FIELD-2 TO OWN-NAME
           END-IF
           IF FUNCTION TRIM(TX-FIELD-3) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TX-FIELD-3))
                   TO OWN-COST-CENTER
           END-IF
           IF FUNCTION TRIM(TX-FIELD-4) NOT = SPACES
               MOVE TX-FIELD-4 TO OWN-CONTACT
           END-IF
           IF FUNCTION TRIM(TX-FIELD-5) NOT = SPACES
               MOVE TX-FIELD-5 TO OWN-ESCALATION
           END-IF
           REWRITE OWNER-REC
               INVALID KEY
                   MOVE "REWRITE FAILED" TO TX-OUTCOME
               NOT INVALID KEY
                   MOVE "Y" TO TX-OK-FLAG
           END-REWRITE.

      *> An owner still named by a catalog entry stays: deleting it
      *> would leave scripts billed and alerted to nobody. A
      *> catalog that cannot be read refuses the delete too.
       COUNT-OWNER-REFERENCES.
           MOVE 0 TO OWNER-REF-COUNT
           MOVE "N" TO LIST-EOF
           OPEN INPUT CATALOG-FD
           IF CATALOG-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF CATALOG-STATUS NOT = "00"
               MOVE "CATALOG UNAVAILABLE" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-LIST-RECORDS
               READ CATALOG-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO LIST-EOF
                   NOT AT END
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(CAT-OWNER))
                               = OWNER-KEY-TEXT
                           ADD 1 TO OWNER-REF-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FD
           IF OWNER-REF-COUNT > 0
               MOVE OWNER-REF-COUNT TO OWNER-REF-DISPLAY
               MOVE SPACES TO TX-OUTCOME
               STRING "OWNER STILL NAMED BY "     DELIMITED BY SIZE
                      FUNCTION TRIM(OWNER-REF-DISPLAY)
                                                   DELIMITED BY SIZE
                      " CATALOG ENTRIES"          DELIMITED BY SIZE
                      INTO TX-OUTCOME
           END-IF.

       APPLY-PERMISSIONS-TRANSACTION.
           OPEN I-O PERMISSIONS-FD
           IF PERMISSIONS-STATUS = "35"
           END-PERFORM
           CLOSE PROFILE-FD.

       APPLY-LAYOUT-TRANSACTION.
           IF FUNCTION TRIM(TX-ACTION-TEXT) NOT = "A"
               MOVE "UNKNOWN ACTION - LAYOUTS ARE ONLY ADDED"
                   TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF TX-FIELD-1 = SPACES OR TX-FIELD-2 = SPACES
               MOVE "LAYOUT NAME AND FILE REQUIRED" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(TX-FIELD-1)) > 30
               MOVE "LAYOUT NAME LONGER THAN 30" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LAYOUT-FILE
           IF LAYOUT-FILE-STATUS NOT = "00"
               MOVE "LAYOUT FILE UNREADABLE" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF LAYOUT-BAD-LINE > 0
               MOVE LAYOUT-BAD-LINE TO REG-LINE-DISPLAY
               STRING "BAD LAYOUT LINE "           DELIMITED BY SIZE
                      FUNCTION TRIM(REG-LINE-DISPLAY)
                                                    DELIMITED BY SIZE
                      INTO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           IF FIELD-LAYOUT-COUNT = 0
               MOVE "LAYOUT FILE HAS NO FIELDS" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO REG-ACTION
           MOVE FUNCTION TRIM(TX-FIELD-1) TO REG-NAME
           MOVE 0 TO REG-VERSION
           CALL "DENO-LAYOUT" USING REG-ACTION REG-NAME REG-VERSION
               FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE REG-STATUS
           IF REG-STATUS NOT = 0
               MOVE "REGISTRY UPDATE FAILED" TO TX-OUTCOME
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO TX-OK-FLAG
           IF REG-ACTION = "U"
               STRING "UNCHANGED - CURRENT VERSION " DELIMITED BY SIZE
                      REG-VERSION                   DELIMITED BY SIZE
                      INTO TX-OUTCOME
           ELSE
               STRING "REGISTERED VERSION "        DELIMITED BY SIZE
                      REG-VERSION                   DELIMITED BY SIZE
                      INTO TX-OUTCOME
           END-IF.

      *> Same line format as DENO-INQUIRY's layout file, but every
      *> line must be good: the first bad one is remembered and the
      *> transaction fails on it.
       LOAD-LAYOUT-FILE.
           MOVE 0 TO FIELD-LAYOUT-COUNT
           MOVE 0 TO LAYOUT-LINE-NUMBER
           MOVE 0 TO LAYOUT-BAD-LINE
           MOVE "N" TO LAYOUT-EOF
           MOVE FUNCTION TRIM(TX-FIELD-2) TO LAYOUT-FILE-PATH
           OPEN INPUT LAYOUT-FD
           IF LAYOUT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-LAYOUT-LINES
               READ LAYOUT-FD INTO LAYOUT-REC
                   AT END
                       MOVE "Y" TO LAYOUT-EOF
                   NOT AT END
                       ADD 1 TO LAYOUT-LINE-NUMBER
                       IF FUNCTION TRIM(LAYOUT-REC) NOT = SPACES
                         AND LAYOUT-BAD-LINE = 0
                           PERFORM ADD-LAYOUT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYOUT-FD
           MOVE "00" TO LAYOUT-FILE-STATUS.

       ADD-LAYOUT-ENTRY.
           MOVE SPACES TO LAY-NAME-TEXT LAY-START-TEXT
           MOVE SPACES TO LAY-LEN-TEXT LAY-TYPE-TEXT LAY-SCALE-TEXT
           UNSTRING LAYOUT-REC DELIMITED BY "|"
               INTO LAY-NAME-TEXT LAY-START-TEXT LAY-LEN-TEXT
                    LAY-TYPE-TEXT LAY-SCALE-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(LAY-NAME-TEXT) = SPACES
             OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(LAY-START-TEXT)) NOT = 0
             OR FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(LAY-LEN-TEXT)) NOT = 0
             OR (LAY-TYPE-TEXT(1:1) NOT = "A"
                 AND LAY-TYPE-TEXT(1:1) NOT = "Z"
                 AND LAY-TYPE-TEXT(1:1) NOT = "P")
             OR FIELD-LAYOUT-COUNT = 20
               MOVE LAYOUT-LINE-NUMBER TO LAYOUT-BAD-LINE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FIELD-LAYOUT-COUNT
           MOVE LAY-NAME-TEXT TO FIELD-NAME(FIELD-LAYOUT-COUNT)
           COMPUTE FIELD-START(FIELD-LAYOUT-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(LAY-START-TEXT))
           COMPUTE FIELD-LENGTH(FIELD-LAYOUT-COUNT) =
               FUNCTION NUMVAL(FUNCTION TRIM(LAY-LEN-TEXT))
           MOVE LAY-TYPE-TEXT(1:1)
               TO FIELD-TYPE(FIELD-LAYOUT-COUNT)
           IF LAY-SCALE-TEXT(1:1) >= "0"
             AND LAY-SCALE-TEXT(1:1) <= "9"
               MOVE FUNCTION NUMVAL(LAY-SCALE-TEXT(1:1))
                   TO FIELD-SCALE(FIELD-LAYOUT-COUNT)
           ELSE
               MOVE 0 TO FIELD-SCALE(FIELD-LAYOUT-COUNT)
           END-IF.

       LIST-CONTROL-FILES.
           MOVE "SCRIPT CATALOG" TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
                                  CAT-HASH(1:16)    DELIMITED BY SIZE
                                  "..."            DELIMITED BY SIZE
                                  INTO REPORT-LINE
                           IF CAT-RESOURCES NOT = SPACES
                               COMPUTE LIST-LINE-PTR = FUNCTION
                                   LENGTH(FUNCTION TRIM(REPORT-LINE))
                                   + 1
                               STRING " | "        DELIMITED BY SIZE
                                      FUNCTION TRIM(CAT-RESOURCES)
                                                    DELIMITED BY SIZE
                                      INTO REPORT-LINE
                                      WITH POINTER LIST-LINE-PTR
                           END-IF
                           MOVE REPORT-LINE TO MAINT-REPORT-REC
                           WRITE MAINT-REPORT-REC
                           DISPLAY FUNCTION TRIM(REPORT-LINE)
                           IF CAT-ARG-SCHEMA NOT = SPACES
                               MOVE SPACES TO REPORT-LINE
                               STRING "      ARGS="  DELIMITED BY SIZE
                                      FUNCTION TRIM(CAT-ARG-SCHEMA)
                                                    DELIMITED BY SIZE
                                      INTO REPORT-LINE
                               MOVE REPORT-LINE TO MAINT-REPORT-REC
                               WRITE MAINT-REPORT-REC
                               DISPLAY FUNCTION TRIM(REPORT-LINE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FD
               WRITE MAINT-REPORT-REC
           END-IF

           MOVE "OWNER MASTER" TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           DISPLAY "OWNER MASTER"
           MOVE "N" TO LIST-EOF
           OPEN INPUT OWNER-FD
           IF OWNER-STATUS = "00"
               PERFORM UNTIL NO-MORE-LIST-RECORDS
                   READ OWNER-FD NEXT RECORD
                       AT END
                           MOVE "Y" TO LIST-EOF
                       NOT AT END
                           MOVE SPACES TO REPORT-LINE
                           STRING "  "             DELIMITED BY SIZE
                                  FUNCTION TRIM(OWN-ID)
                                                    DELIMITED BY SIZE
                                  " | "            DELIMITED BY SIZE
                                  FUNCTION TRIM(OWN-NAME)
                                                    DELIMITED BY SIZE
                                  " | "            DELIMITED BY SIZE
                                  FUNCTION TRIM(OWN-COST-CENTER)
                                                    DELIMITED BY SIZE
                                  " | "            DELIMITED BY SIZE
                                  FUNCTION TRIM(OWN-CONTACT)
                                                    DELIMITED BY SIZE
                                  " | "            DELIMITED BY SIZE
                                  FUNCTION TRIM(OWN-ESCALATION)
                                                    DELIMITED BY SIZE
                                  INTO REPORT-LINE
                           MOVE REPORT-LINE TO MAINT-REPORT-REC
                           WRITE MAINT-REPORT-REC
                           DISPLAY FUNCTION TRIM(REPORT-LINE)
                   END-READ
               END-PERFORM
               CLOSE OWNER-FD
           ELSE
               MOVE "  (UNAVAILABLE)" TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           END-IF

           MOVE "PROFILE FILE" TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           DISPLAY "PROFILE FILE"
           ELSE
               MOVE "  (UNAVAILABLE)" TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           END-IF

           MOVE "LAYOUT REGISTRY" TO MAINT-REPORT-REC
           WRITE MAINT-REPORT-REC
           DISPLAY "LAYOUT REGISTRY"
           MOVE "N" TO LIST-EOF
           OPEN INPUT REGISTRY-FD
           IF REGISTRY-STATUS = "00"
               PERFORM UNTIL NO-MORE-LIST-RECORDS
                   READ REGISTRY-FD NEXT RECORD
                       AT END
                           MOVE "Y" TO LIST-EOF
                       NOT AT END
                           MOVE LREG-FIELD-COUNT TO REG-LINE-DISPLAY
                           MOVE SPACES TO REPORT-LINE
                           STRING "  "             DELIMITED BY SIZE
                                  FUNCTION TRIM(LREG-NAME)
                                                    DELIMITED BY SIZE
                                  " | V"           DELIMITED BY SIZE
                                  LREG-VERSION      DELIMITED BY SIZE
                                  " | "            DELIMITED BY SIZE
                                  LREG-REGISTERED   DELIMITED BY SIZE
                                  " | "            DELIMITED BY SIZE
                                  FUNCTION TRIM(REG-LINE-DISPLAY)
                                                    DELIMITED BY SIZE
                                  " FIELDS"        DELIMITED BY SIZE
                                  INTO REPORT-LINE
                           MOVE REPORT-LINE TO MAINT-REPORT-REC
                           WRITE MAINT-REPORT-REC
                           DISPLAY FUNCTION TRIM(REPORT-LINE)
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FD
           ELSE
               MOVE "  (UNAVAILABLE)" TO MAINT-REPORT-REC
               WRITE MAINT-REPORT-REC
           END-IF.
