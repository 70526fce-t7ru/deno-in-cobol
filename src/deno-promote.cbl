       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-PROMOTE.

      *> Environment promotion package: moves a named set of scripts
      *> from one environment to another as ONE unit - their catalog
      *> and permissions-manifest entries, the source profile's
      *> fields, their worklist records and the symbols those
      *> records use - instead of a DENO-MAINT transaction per file
      *> and a hand copy of the worklist and symbol file.
      *>
      *> DENO_PROMOTE_ACTION picks the step:
      *>
      *>   EXTRACT  (run in the source environment) reads the script
      *>            list (DENO_PROMOTE_LIST, default
      *>            /tmp/deno-promote-list.txt, one script path per
      *>            line, "#" comments) and writes the package
      *>            (DENO_PROMOTE_PACKAGE, default
      *>            /tmp/deno-promote-package.txt). Every script must
      *>            be cataloged - a package that would carry an
      *>            unapproved script is refused whole. With
      *>            DENO_PROMOTE_PROFILE naming the source profile,
      *>            its fields travel too, and its worklist
      *>            (JOB-CONTROL-PATH) and symbol file
      *>            (SYMBOL-FILE-PATH) are searched for the scripts'
      *>            step records and the &SYMBOLS those records use;
      *>            DENO_PROMOTE_WORKLIST / DENO_PROMOTE_SYMBOLS name
      *>            the two files directly instead. A referenced
      *>            symbol the source does not define (an operator
      *>            symbol, say) is reported, not packaged.
      *>   PREVIEW  (run in the target environment) lists every item
      *>            as ADD, CHANGE (with what differs) or SAME
      *>            against the target's current files, and as ERROR
      *>            when it could not be applied: a catalog item
      *>            whose script is not on the target disk or hashes
      *>            differently from the approved CAT-HASH, an owner
      *>            the target's owner master does not know, a bad
      *>            resource declaration, a worklist or symbol file
      *>            the target cannot name, a target file too full.
      *>   APPLY    re-runs the preview and, only when it found no
      *>            ERROR, applies every ADD and CHANGE. Catalog and
      *>            manifest records are written with their
      *>            before-images kept; the profile, worklist and
      *>            symbol files are rewritten from in-core copies.
      *>            Any failure part-way puts every item already
      *>            applied back as it was - a package goes in whole
      *>            or not at all. The whole of it - loading the
      *>            target's files, the preview and the writes -
      *>            runs under the "deno-promote" DENO-LOCK, so two
      *>            promotions never interleave and the second
      *>            assesses against what the first wrote; a lock
      *>            that cannot be had refuses the package.
      *>
      *> Package records ("|"-delimited, line sequential):
      *>
      *>   PKG|package-name|source-profile|yyyymmddhhmmss
      *>   CAT|script-path|owner|description|hash|resources|args
      *>   PERM|script-path|flags
      *>   PROF|field|value
      *>   JOB|<the worklist record as it stands>
      *>   SYM|name|value
      *>   END|item-count
      *>
      *> A package without its END record, or whose count disagrees,
      *> was cut short and is refused. PROF items land under
      *> DENO_PROMOTE_TARGET_PROFILE (default: the package's source
      *> profile name). Worklist records are matched on script and
      *> step name and replaced in place; new ones are appended, so
      *> their order among themselves is kept. Symbols are matched
      *> on name.
      *>
      *> Target files: the catalog, manifest, owner master and
      *> profile file are DENO-MAINT's (DENO_MAINT_CATALOG,
      *> DENO_MAINT_PERMISSIONS - else the target profile's
      *> PERMISSIONS-FILE -, DENO_MAINT_OWNERS, DENO_MAINT_PROFILES,
      *> same defaults); the worklist and symbol file are
      *> DENO_PROMOTE_WORKLIST / DENO_PROMOTE_SYMBOLS, else the
      *> target profile's JOB-CONTROL-PATH / SYMBOL-FILE-PATH.
      *>
      *> Every applied item - and, on a refused or rolled-back apply,
      *> every item with why it did not go in - gets its own audit
      *> line; EXTRACT and PREVIEW audit their summary. The listing
      *> goes to /tmp/deno-promote-report.txt (DENO_PROMOTE_REPORT)
      *> and the console. Ends 0 when the step did what it was
      *> asked, 8 otherwise.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PACKAGE-FD
                   ASSIGN TO DYNAMIC PACKAGE-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PACKAGE-FILE-STATUS.
               SELECT LIST-FD
                   ASSIGN TO DYNAMIC LIST-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS LIST-FILE-STATUS.
               SELECT CATALOG-FD
                   ASSIGN TO DYNAMIC CATALOG-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CAT-SCRIPT-PATH
                   FILE STATUS IS CATALOG-STATUS.
               SELECT PERMISSIONS-FD
                   ASSIGN TO DYNAMIC PERMISSIONS-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PERM-SCRIPT-NAME
                   FILE STATUS IS PERMISSIONS-STATUS.
               SELECT OWNER-FD
                   ASSIGN TO DYNAMIC OWNER-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS OWN-ID
                   FILE STATUS IS OWNER-STATUS.
               SELECT PROFILE-FD
                   ASSIGN TO DYNAMIC PROFILES-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS PROFILE-FILE-STATUS.
               SELECT WORKLIST-FD
                   ASSIGN TO DYNAMIC WORKLIST-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WORKLIST-FILE-STATUS.
               SELECT SYMBOL-FD
                   ASSIGN TO DYNAMIC SYMBOL-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS SYMBOL-FILE-STATUS.
               SELECT PROMOTE-REPORT-FD
                   ASSIGN TO DYNAMIC PROMOTE-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  PACKAGE-FD
               LABEL RECORDS ARE STANDARD.
           01  PACKAGE-REC         PIC X(800).

           FD  LIST-FD
               LABEL RECORDS ARE STANDARD.
           01  LIST-REC            PIC X(120).

           FD  CATALOG-FD.
           COPY DENOCAT.

           FD  PERMISSIONS-FD.
           COPY DENOPERM.

           FD  OWNER-FD.
           COPY DENOOWNR.

           FD  PROFILE-FD
               LABEL RECORDS ARE STANDARD.
           01  PROFILE-REC         PIC X(250).

           FD  WORKLIST-FD
               LABEL RECORDS ARE STANDARD.
           01  WORKLIST-REC        PIC X(720).

           FD  SYMBOL-FD
               LABEL RECORDS ARE STANDARD.
           01  SYMBOL-REC          PIC X(130).

           FD  PROMOTE-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  PROMOTE-REPORT-REC  PIC X(300).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-PROMOTE".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  PROMOTE-ELAPSED PIC 9(9) VALUE 0.
               COPY DENOSTAT.

               01  PROMOTE-ACTION-TEXT PIC X(10).
               01  PACKAGE-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-promote-package.txt".
               01  LIST-FILE-PATH  PIC X(100) VALUE
                       "/tmp/deno-promote-list.txt".
               01  CATALOG-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-catalog.dat".
               01  PERMISSIONS-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-permissions.dat".
               01  PERMISSIONS-PATH-SET PIC X VALUE "N".
               01  OWNER-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-owners.dat".
               01  PROFILES-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-profiles.txt".
               01  WORKLIST-FILE-PATH PIC X(100).
               01  SYMBOL-FILE-PATH PIC X(100).
               01  WORKLIST-OVERRIDE PIC X(100).
               01  SYMBOL-OVERRIDE PIC X(100).
               01  PROMOTE-REPORT-PATH PIC X(100) VALUE
                       "/tmp/deno-promote-report.txt".
               01  PACKAGE-FILE-STATUS PIC XX.
               01  LIST-FILE-STATUS PIC XX.
               01  CATALOG-STATUS  PIC XX.
               01  PERMISSIONS-STATUS PIC XX.
               01  OWNER-STATUS    PIC XX.
               01  PROFILE-FILE-STATUS PIC XX.
               01  WORKLIST-FILE-STATUS PIC XX.
               01  SYMBOL-FILE-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  INPUT-EOF       PIC X.
                   88  NO-MORE-INPUT-LINES     VALUE "Y".

               01  PACKAGE-NAME    PIC X(30).
               01  SOURCE-PROFILE  PIC X(30).
               01  TARGET-PROFILE  PIC X(30).
               01  PACKAGE-STAMP   PIC X(14).
               COPY DENOPROF.
               01  PROFILE-LOOKUP-PATH PIC X(100).

      *> The named set of scripts (EXTRACT).
               01  SCRIPT-SET-COUNT PIC 9(3) VALUE 0.
               01  SCRIPT-SET-TABLE.
                   05  SET-SCRIPT  PIC X(100) OCCURS 100 TIMES.
               01  SET-IDX         PIC 9(3).
               01  SET-HIT-FLAG    PIC X.
                   88  SCRIPT-IN-SET           VALUE "Y".

      *> Package items, in package order. ITEM-KEY is what the item
      *> is matched on in the target: the script for CAT and PERM,
      *> the field for PROF, script|step for JOB, the name for SYM.
      *> ITEM-BEFORE holds the target's record (or line) before
      *> APPLY touched it, ITEM-MATCH-IDX the line it replaced.
               01  ITEM-COUNT      PIC 9(3) VALUE 0.
               01  ITEM-TABLE.
                   05  ITEM-ENTRY OCCURS 500 TIMES.
                       10  ITEM-TYPE       PIC X(4).
                       10  ITEM-KEY        PIC X(140).
                       10  ITEM-TEXT       PIC X(760).
                       10  ITEM-VERDICT    PIC X(6).
                       10  ITEM-NOTE       PIC X(100).
                       10  ITEM-BEFORE     PIC X(760).
                       10  ITEM-MATCH-IDX  PIC 9(3).
                       10  ITEM-STATE      PIC X(1).
                           88  ITEM-PENDING        VALUE "P".
                           88  ITEM-APPLIED        VALUE "A".
                           88  ITEM-ROLLED-BACK    VALUE "R".
               01  ITEM-IDX        PIC 9(3).
               01  UNDO-IDX        PIC 9(3).
               01  ITEM-LIMIT-HIT  PIC X VALUE "N".

               01  PACKAGE-LINE    PIC X(800).
               01  LINE-TYPE       PIC X(4).
               01  LINE-PAYLOAD    PIC X(760).
               01  BAR-POS         PIC 9(3).
               01  END-SEEN        PIC X.
               01  END-COUNT-TEXT  PIC X(10).
               01  HEADER-SEEN     PIC X.
               01  PACKAGE-FAULT   PIC X(80).

               01  PK-FIELD-1      PIC X(100).
               01  PK-FIELD-2      PIC X(100).
               01  PK-FIELD-3      PIC X(100).
               01  PK-FIELD-4      PIC X(100).
               01  PK-FIELD-5      PIC X(100).
               01  PK-FIELD-6      PIC X(240).
               01  PK-STEP-NAME    PIC X(30).
               01  TGT-FIELD-1     PIC X(100).
               01  TGT-FIELD-2     PIC X(100).
               01  TGT-FIELD-3     PIC X(100).
               01  TGT-STEP-NAME   PIC X(30).
               01  CHANGE-NOTE     PIC X(100).
               01  CHANGE-PTR      PIC 9(3).
               01  TGT-STEP-KEY    PIC X(140).

               01  SCRIPT-HASH     PIC X(64).
               01  SCRIPT-HASH-FOUND PIC X(1).
               01  HASH-PATH       PIC X(250).
               COPY DENORSRC.
               01  RESOURCE-STATUS PIC S9(4) COMP.
               COPY DENOASCH.
               COPY DENOARGS.
               01  ARG-SCHEMA-STATUS PIC S9(4) COMP.

      *> In-core copies of the three line-sequential target files:
      *> changed in place, written back whole, and - on a rollback -
      *> put back from the item before-images and original counts.
               01  PROFILE-LINE-COUNT PIC 9(3) VALUE 0.
               01  PROFILE-ORIG-COUNT PIC 9(3) VALUE 0.
               01  PROFILE-LINE-TABLE.
                   05  PROFILE-LINE PIC X(250) OCCURS 500 TIMES.
               01  PROFILE-EXISTED PIC X VALUE "N".
               01  PROFILE-DIRTY   PIC X VALUE "N".
               01  PROFILE-ADDS    PIC 9(3) VALUE 0.
               01  WORKLIST-LINE-COUNT PIC 9(3) VALUE 0.
               01  WORKLIST-ORIG-COUNT PIC 9(3) VALUE 0.
               01  WORKLIST-LINE-TABLE.
                   05  WORKLIST-LINE PIC X(720) OCCURS 500 TIMES.
               01  WORKLIST-EXISTED PIC X VALUE "N".
               01  WORKLIST-DIRTY  PIC X VALUE "N".
               01  WORKLIST-ADDS   PIC 9(3) VALUE 0.
               01  WORKLIST-LOADED PIC X VALUE "N".
               01  SYMBOL-LINE-COUNT PIC 9(3) VALUE 0.
               01  SYMBOL-ORIG-COUNT PIC 9(3) VALUE 0.
               01  SYMBOL-LINE-TABLE.
                   05  SYMBOL-LINE PIC X(130) OCCURS 200 TIMES.
               01  SYMBOL-EXISTED  PIC X VALUE "N".
               01  SYMBOL-DIRTY    PIC X VALUE "N".
               01  SYMBOL-ADDS     PIC 9(3) VALUE 0.
               01  SYMBOL-LOADED   PIC X VALUE "N".
      *> One overflow switch per target file: each is set by its
      *> own load and tested by its own assessment and capacity
      *> check, so one file running over never masks another.
               01  PROFILE-TOO-LARGE  PIC X VALUE "N".
               01  WORKLIST-TOO-LARGE PIC X VALUE "N".
               01  SYMBOL-TOO-LARGE   PIC X VALUE "N".
               01  LINE-IDX        PIC 9(3).
               01  MATCH-IDX       PIC 9(3).
               01  REWRITE-FAILED  PIC X.
               01  CLEAN-CMD       PIC X(270).
               01  CLEAN-RET-VAL   PIC S9(9) COMP.

      *> &SYMBOL references found in the packaged worklist records
      *> (the DENO-BATCH rules: "&&" is a literal, a name is up to
      *> 20 of A-Z 0-9); the built-ins need no packaging.
               01  SYMREF-COUNT    PIC 9(2) VALUE 0.
               01  SYMREF-TABLE.
                   05  SYMREF-NAME PIC X(20) OCCURS 40 TIMES.
               01  SYMREF-IDX      PIC 9(2).
               01  SCAN-TEXT       PIC X(720).
               01  SCAN-LEN        PIC 9(3).
               01  SCAN-IDX        PIC 9(3).
               01  SCAN-CHAR       PIC X(1).
               01  SCAN-NAME       PIC X(20).
               01  SCAN-NAME-LEN   PIC 9(2).
               01  SYMREF-FOUND    PIC X.

               01  PROMOTE-LOCK-KEY PIC X(100) VALUE "deno-promote".
               01  PROMOTE-LOCK-ACTION PIC X(1).
               01  PROMOTE-LOCK-STATUS PIC S9(4) COMP.
               01  PROMOTE-LOCK-HELD PIC X VALUE "N".
                   88  PROMOTE-LOCK-IS-HELD    VALUE "Y".

               01  ADD-COUNT       PIC 9(4) VALUE 0.
               01  CHANGE-COUNT    PIC 9(4) VALUE 0.
               01  SAME-COUNT      PIC 9(4) VALUE 0.
               01  ERROR-COUNT     PIC 9(4) VALUE 0.
               01  WARNING-COUNT   PIC 9(4) VALUE 0.
               01  APPLY-FAILED    PIC X VALUE "N".
                   88  APPLY-HAS-FAILED        VALUE "Y".
               01  APPLY-FAULT     PIC X(100).
               01  ITEM-OUTCOME    PIC X(40).
               01  COUNT-DISPLAY-1 PIC Z(3)9.
               01  COUNT-DISPLAY-2 PIC Z(3)9.
               01  COUNT-DISPLAY-3 PIC Z(3)9.
               01  COUNT-DISPLAY-4 PIC Z(3)9.
               01  REPORT-LINE     PIC X(300).

       PROCEDURE DIVISION.
           PERFORM READ-PROMOTE-SETTINGS
           OPEN OUTPUT PROMOTE-REPORT-FD
           EVALUATE FUNCTION TRIM(PROMOTE-ACTION-TEXT)
               WHEN "EXTRACT"
                   PERFORM EXTRACT-PACKAGE
               WHEN "PREVIEW"
                   PERFORM LOAD-PACKAGE
                   IF PACKAGE-FAULT = SPACES
                       PERFORM ASSESS-PACKAGE
                   END-IF
                   PERFORM AUDIT-STEP-SUMMARY
               WHEN "APPLY"
                   PERFORM TAKE-PROMOTE-LOCK
                   PERFORM LOAD-PACKAGE
                   IF NOT PROMOTE-LOCK-IS-HELD
                       MOVE "ANOTHER PROMOTION IS IN PROGRESS"
                           TO PACKAGE-FAULT
                   END-IF
                   IF PACKAGE-FAULT = SPACES
                       PERFORM ASSESS-PACKAGE
                   END-IF
                   IF PACKAGE-FAULT = SPACES AND ERROR-COUNT = 0
                       PERFORM APPLY-PACKAGE
                   ELSE
                       PERFORM AUDIT-REFUSED-ITEMS
                   END-IF
                   PERFORM AUDIT-STEP-SUMMARY
                   PERFORM RELEASE-PROMOTE-LOCK
               WHEN OTHER
                   MOVE SPACES TO REPORT-LINE
                   STRING "DENO_PROMOTE_ACTION must be EXTRACT, "
                                                   DELIMITED BY SIZE
                          "PREVIEW or APPLY"      DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           CLOSE PROMOTE-REPORT-FD
           STOP RUN.

       READ-PROMOTE-SETTINGS.
           MOVE SPACES TO PROMOTE-ACTION-TEXT
           ACCEPT PROMOTE-ACTION-TEXT
               FROM ENVIRONMENT "DENO_PROMOTE_ACTION"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(PROMOTE-ACTION-TEXT)
               TO PROMOTE-ACTION-TEXT
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_PROMOTE_PACKAGE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO PACKAGE-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_PROMOTE_LIST"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO LIST-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_PROMOTE_REPORT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO PROMOTE-REPORT-PATH
           END-IF
           MOVE SPACES TO PACKAGE-NAME
           ACCEPT PACKAGE-NAME
               FROM ENVIRONMENT "DENO_PROMOTE_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO SOURCE-PROFILE
           ACCEPT SOURCE-PROFILE
               FROM ENVIRONMENT "DENO_PROMOTE_PROFILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO TARGET-PROFILE
           ACCEPT TARGET-PROFILE
               FROM ENVIRONMENT "DENO_PROMOTE_TARGET_PROFILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO WORKLIST-OVERRIDE
           ACCEPT WORKLIST-OVERRIDE
               FROM ENVIRONMENT "DENO_PROMOTE_WORKLIST"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO SYMBOL-OVERRIDE
           ACCEPT SYMBOL-OVERRIDE
               FROM ENVIRONMENT "DENO_PROMOTE_SYMBOLS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_MAINT_CATALOG"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO CATALOG-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_MAINT_PERMISSIONS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO PERMISSIONS-FILE-PATH
               MOVE "Y" TO PERMISSIONS-PATH-SET
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
               FROM ENVIRONMENT "DENO_MAINT_PROFILES"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO PROFILES-FILE-PATH
           END-IF.

      *>----------------------------------------------------------
      *> EXTRACT
      *>----------------------------------------------------------
       EXTRACT-PACKAGE.
           IF PACKAGE-NAME = SPACES
               STRING "PROMOTE-"                  DELIMITED BY SIZE
                      FUNCTION CURRENT-DATE(1:12)  DELIMITED BY SIZE
                      INTO PACKAGE-NAME
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO PACKAGE-STAMP
           PERFORM LOAD-SCRIPT-SET
           IF SCRIPT-SET-COUNT = 0
               PERFORM NOTE-EXTRACT-ERROR-NO-SCRIPTS
           ELSE
               PERFORM EXTRACT-CATALOG-ITEMS
               PERFORM EXTRACT-PERMISSION-ITEMS
               PERFORM EXTRACT-PROFILE-ITEMS
               PERFORM EXTRACT-WORKLIST-ITEMS
               PERFORM EXTRACT-SYMBOL-ITEMS
           END-IF
           IF ITEM-LIMIT-HIT = "Y"
               ADD 1 TO ERROR-COUNT
               MOVE "  ERROR: MORE THAN 500 ITEMS - SPLIT THE SET"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF ERROR-COUNT = 0
               PERFORM WRITE-PACKAGE-FILE
           END-IF
           PERFORM AUDIT-STEP-SUMMARY.

       NOTE-EXTRACT-ERROR-NO-SCRIPTS.
           ADD 1 TO ERROR-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ERROR: NO SCRIPTS LISTED IN "  DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-FILE-PATH)     DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       LOAD-SCRIPT-SET.
           MOVE 0 TO SCRIPT-SET-COUNT
           MOVE "N" TO INPUT-EOF
           OPEN INPUT LIST-FD
           IF LIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-INPUT-LINES
               READ LIST-FD
                   AT END
                       MOVE "Y" TO INPUT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(LIST-REC) NOT = SPACES
                         AND LIST-REC(1:1) NOT = "#"
                         AND SCRIPT-SET-COUNT < 100
                           ADD 1 TO SCRIPT-SET-COUNT
                           MOVE FUNCTION TRIM(LIST-REC)
                               TO SET-SCRIPT(SCRIPT-SET-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FD.

      *> Every script must be cataloged in the source: the catalog
      *> entry (with its approved hash) is what makes it promotable.
       EXTRACT-CATALOG-ITEMS.
           OPEN INPUT CATALOG-FD
           IF CATALOG-STATUS NOT = "00"
               ADD 1 TO ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ERROR: CATALOG UNAVAILABLE "  DELIMITED BY SIZE
                      FUNCTION TRIM(CATALOG-FILE-PATH) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > SCRIPT-SET-COUNT
               MOVE SPACES TO CAT-REC
               MOVE SET-SCRIPT(SET-IDX) TO CAT-SCRIPT-PATH
               READ CATALOG-FD
                   INVALID KEY
                       ADD 1 TO ERROR-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "  ERROR: NOT CATALOGED "
                                                   DELIMITED BY SIZE
                              FUNCTION TRIM(SET-SCRIPT(SET-IDX))
                                                   DELIMITED BY SIZE
                              INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   NOT INVALID KEY
                       PERFORM NEW-ITEM-SLOT
                       IF ITEM-LIMIT-HIT NOT = "Y"
                           MOVE "CAT" TO ITEM-TYPE(ITEM-COUNT)
                           MOVE CAT-SCRIPT-PATH
                               TO ITEM-KEY(ITEM-COUNT)
                           STRING FUNCTION TRIM(CAT-SCRIPT-PATH)
                                                   DELIMITED BY SIZE
                                  "|"             DELIMITED BY SIZE
                                  FUNCTION TRIM(CAT-OWNER)
                                                   DELIMITED BY SIZE
                                  "|"             DELIMITED BY SIZE
                                  FUNCTION TRIM(CAT-DESCRIPTION)
                                                   DELIMITED BY SIZE
                                  "|"             DELIMITED BY SIZE
                                  CAT-HASH         DELIMITED BY SIZE
                                  "|"             DELIMITED BY SIZE
                                  FUNCTION TRIM(CAT-RESOURCES)
                                                   DELIMITED BY SIZE
                                  "|"             DELIMITED BY SIZE
                                  FUNCTION TRIM(CAT-ARG-SCHEMA)
                                                   DELIMITED BY SIZE
                                  INTO ITEM-TEXT(ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CATALOG-FD.

      *> A script with no manifest entry simply has no PERM item.
       EXTRACT-PERMISSION-ITEMS.
           OPEN INPUT PERMISSIONS-FD
           IF PERMISSIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SET-IDX FROM 1 BY 1
                   UNTIL SET-IDX > SCRIPT-SET-COUNT
               MOVE SPACES TO PERM-REC
               MOVE SET-SCRIPT(SET-IDX) TO PERM-SCRIPT-NAME
               READ PERMISSIONS-FD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM NEW-ITEM-SLOT
                       IF ITEM-LIMIT-HIT NOT = "Y"
                           MOVE "PERM" TO ITEM-TYPE(ITEM-COUNT)
                           MOVE PERM-SCRIPT-NAME
                               TO ITEM-KEY(ITEM-COUNT)
                           STRING FUNCTION TRIM(PERM-SCRIPT-NAME)
                                                   DELIMITED BY SIZE
                                  "|"             DELIMITED BY SIZE
                                  FUNCTION TRIM(PERM-FLAGS)
                                                   DELIMITED BY SIZE
                                  INTO ITEM-TEXT(ITEM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERMISSIONS-FD.

      *> The source profile's records travel as field|value; the
      *> profile also says where the source worklist and symbol
      *> file are, unless the operator named them.
       EXTRACT-PROFILE-ITEMS.
           MOVE WORKLIST-OVERRIDE TO WORKLIST-FILE-PATH
           MOVE SYMBOL-OVERRIDE TO SYMBOL-FILE-PATH
           IF SOURCE-PROFILE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SOURCE-PROFILE TO PROF-NAME
           MOVE PROFILES-FILE-PATH TO PROFILE-LOOKUP-PATH
           CALL "DENO-PROFILE" USING PROFILE-LOOKUP-PATH
               PROFILE-BLOCK PROFILE-FOUND-FLAG
           IF PROFILE-FOUND-FLAG NOT = "Y"
               ADD 1 TO ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ERROR: SOURCE PROFILE NOT FOUND "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM(SOURCE-PROFILE) DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WORKLIST-FILE-PATH = SPACES
               MOVE PROF-JOB-CONTROL-PATH TO WORKLIST-FILE-PATH
           END-IF
           IF SYMBOL-FILE-PATH = SPACES
               MOVE PROF-SYMBOL-FILE-PATH TO SYMBOL-FILE-PATH
           END-IF
           PERFORM LOAD-PROFILE-LINES
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > PROFILE-LINE-COUNT
               MOVE SPACES TO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
               UNSTRING PROFILE-LINE(LINE-IDX) DELIMITED BY "|"
                   INTO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
               END-UNSTRING
               IF FUNCTION TRIM(TGT-FIELD-1) =
                       FUNCTION TRIM(SOURCE-PROFILE)
                 AND TGT-FIELD-2 NOT = SPACES
                   PERFORM NEW-ITEM-SLOT
                   IF ITEM-LIMIT-HIT NOT = "Y"
                       MOVE "PROF" TO ITEM-TYPE(ITEM-COUNT)
                       MOVE TGT-FIELD-2 TO ITEM-KEY(ITEM-COUNT)
                       STRING FUNCTION TRIM(TGT-FIELD-2)
                                                   DELIMITED BY SIZE
                              "|"                 DELIMITED BY SIZE
                              FUNCTION TRIM(TGT-FIELD-3)
                                                   DELIMITED BY SIZE
                              INTO ITEM-TEXT(ITEM-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *> Step records whose script is in the set, as they stand
      *> (symbols unresolved, so they resolve in the target).
       EXTRACT-WORKLIST-ITEMS.
           IF WORKLIST-FILE-PATH = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-WORKLIST-LINES
           IF WORKLIST-EXISTED NOT = "Y"
               ADD 1 TO ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ERROR: SOURCE WORKLIST UNREADABLE "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM(WORKLIST-FILE-PATH)
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > WORKLIST-LINE-COUNT
               IF WORKLIST-LINE(LINE-IDX)(1:1) NOT = "#"
                   MOVE SPACES TO TGT-FIELD-1
                   UNSTRING WORKLIST-LINE(LINE-IDX) DELIMITED BY "|"
                       INTO TGT-FIELD-1
                   END-UNSTRING
                   MOVE "N" TO SET-HIT-FLAG
                   PERFORM VARYING SET-IDX FROM 1 BY 1
                           UNTIL SET-IDX > SCRIPT-SET-COUNT
                       IF FUNCTION TRIM(TGT-FIELD-1) =
                               FUNCTION TRIM(SET-SCRIPT(SET-IDX))
                           MOVE "Y" TO SET-HIT-FLAG
                       END-IF
                   END-PERFORM
                   IF SCRIPT-IN-SET
                       PERFORM NEW-ITEM-SLOT
                       IF ITEM-LIMIT-HIT NOT = "Y"
                           MOVE "JOB" TO ITEM-TYPE(ITEM-COUNT)
                           MOVE WORKLIST-LINE(LINE-IDX)
                               TO ITEM-TEXT(ITEM-COUNT)
                           MOVE WORKLIST-LINE(LINE-IDX) TO SCAN-TEXT
                           PERFORM SET-JOB-ITEM-KEY
                           PERFORM COLLECT-SYMBOL-REFERENCES
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       EXTRACT-SYMBOL-ITEMS.
           IF SYMREF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF SYMBOL-FILE-PATH NOT = SPACES
               PERFORM LOAD-SYMBOL-LINES
           END-IF
           PERFORM VARYING SYMREF-IDX FROM 1 BY 1
                   UNTIL SYMREF-IDX > SYMREF-COUNT
               MOVE 0 TO MATCH-IDX
               PERFORM VARYING LINE-IDX FROM 1 BY 1
                       UNTIL LINE-IDX > SYMBOL-LINE-COUNT
                   MOVE SPACES TO TGT-FIELD-1
                   UNSTRING SYMBOL-LINE(LINE-IDX) DELIMITED BY "|"
                       INTO TGT-FIELD-1
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(TGT-FIELD-1))
                           = SYMREF-NAME(SYMREF-IDX)
                       MOVE LINE-IDX TO MATCH-IDX
                   END-IF
               END-PERFORM
               IF MATCH-IDX = 0
                   ADD 1 TO WARNING-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  NOTE: &"             DELIMITED BY SIZE
                          FUNCTION TRIM(SYMREF-NAME(SYMREF-IDX))
                                                   DELIMITED BY SIZE
                          " IS NOT IN THE SOURCE SYMBOL FILE - "
                                                   DELIMITED BY SIZE
                          "THE TARGET MUST SUPPLY IT"
                                                   DELIMITED BY SIZE
                          INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   PERFORM NEW-ITEM-SLOT
                   IF ITEM-LIMIT-HIT NOT = "Y"
                       MOVE "SYM" TO ITEM-TYPE(ITEM-COUNT)
                       MOVE SYMREF-NAME(SYMREF-IDX)
                           TO ITEM-KEY(ITEM-COUNT)
                       MOVE SYMBOL-LINE(MATCH-IDX)
                           TO ITEM-TEXT(ITEM-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

      *> Scans SCAN-TEXT for &NAME references, DENO-BATCH's rules.
       COLLECT-SYMBOL-REFERENCES.
           COMPUTE SCAN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(SCAN-TEXT TRAILING))
           MOVE 1 TO SCAN-IDX
           PERFORM UNTIL SCAN-IDX > SCAN-LEN
               MOVE SCAN-TEXT(SCAN-IDX:1) TO SCAN-CHAR
               EVALUATE TRUE
                   WHEN SCAN-CHAR = "&"
                    AND SCAN-IDX < SCAN-LEN
                    AND SCAN-TEXT(SCAN-IDX + 1:1) = "&"
                       ADD 2 TO SCAN-IDX
                   WHEN SCAN-CHAR = "&"
                       ADD 1 TO SCAN-IDX
                       PERFORM TAKE-SYMBOL-NAME
                   WHEN OTHER
                       ADD 1 TO SCAN-IDX
               END-EVALUATE
           END-PERFORM.

       TAKE-SYMBOL-NAME.
           MOVE SPACES TO SCAN-NAME
           MOVE 0 TO SCAN-NAME-LEN
           PERFORM UNTIL SCAN-IDX > SCAN-LEN OR SCAN-NAME-LEN >= 20
               MOVE SCAN-TEXT(SCAN-IDX:1) TO SCAN-CHAR
               IF (SCAN-CHAR >= "A" AND SCAN-CHAR <= "Z")
                 OR (SCAN-CHAR >= "0" AND SCAN-CHAR <= "9")
                   ADD 1 TO SCAN-NAME-LEN
                   MOVE SCAN-CHAR TO SCAN-NAME(SCAN-NAME-LEN:1)
                   ADD 1 TO SCAN-IDX
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF SCAN-NAME = SPACES
             OR SCAN-NAME = "BUSDATE"
             OR SCAN-NAME = "YYYYMMDD"
             OR SCAN-NAME = "ENV"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO SYMREF-FOUND
           PERFORM VARYING SYMREF-IDX FROM 1 BY 1
                   UNTIL SYMREF-IDX > SYMREF-COUNT
               IF SYMREF-NAME(SYMREF-IDX) = SCAN-NAME
                   MOVE "Y" TO SYMREF-FOUND
               END-IF
           END-PERFORM
           IF SYMREF-FOUND = "N" AND SYMREF-COUNT < 40
               ADD 1 TO SYMREF-COUNT
               MOVE SCAN-NAME TO SYMREF-NAME(SYMREF-COUNT)
           END-IF.

       WRITE-PACKAGE-FILE.
           OPEN OUTPUT PACKAGE-FD
           IF PACKAGE-FILE-STATUS NOT = "00"
               ADD 1 TO ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ERROR: CANNOT WRITE PACKAGE "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM(PACKAGE-FILE-PATH)
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PACKAGE-REC
           STRING "PKG|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(PACKAGE-NAME)      DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(SOURCE-PROFILE)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  PACKAGE-STAMP                    DELIMITED BY SIZE
                  INTO PACKAGE-REC
           WRITE PACKAGE-REC
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               MOVE SPACES TO PACKAGE-REC
               STRING FUNCTION TRIM(ITEM-TYPE(ITEM-IDX))
                                                   DELIMITED BY SIZE
                      "|"                         DELIMITED BY SIZE
                      ITEM-TEXT(ITEM-IDX)          DELIMITED BY SIZE
                      INTO PACKAGE-REC
               WRITE PACKAGE-REC
               MOVE SPACES TO REPORT-LINE
               STRING "  PACKAGED "               DELIMITED BY SIZE
                      FUNCTION TRIM(ITEM-TYPE(ITEM-IDX))
                                                   DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(ITEM-KEY(ITEM-IDX))
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE ITEM-COUNT TO COUNT-DISPLAY-1
           MOVE SPACES TO PACKAGE-REC
           STRING "END|"                          DELIMITED BY SIZE
                  FUNCTION TRIM(COUNT-DISPLAY-1)   DELIMITED BY SIZE
                  INTO PACKAGE-REC
           WRITE PACKAGE-REC
           CLOSE PACKAGE-FD.

      *>----------------------------------------------------------
      *> PREVIEW / APPLY: load and judge the package
      *>----------------------------------------------------------
       LOAD-PACKAGE.
           MOVE SPACES TO PACKAGE-FAULT
           MOVE "N" TO HEADER-SEEN END-SEEN
           MOVE SPACES TO END-COUNT-TEXT
           MOVE "N" TO INPUT-EOF
           OPEN INPUT PACKAGE-FD
           IF PACKAGE-FILE-STATUS NOT = "00"
               MOVE "PACKAGE FILE UNREADABLE" TO PACKAGE-FAULT
               PERFORM REPORT-PACKAGE-FAULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NO-MORE-INPUT-LINES
               READ PACKAGE-FD INTO PACKAGE-LINE
                   AT END
                       MOVE "Y" TO INPUT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PACKAGE-LINE) NOT = SPACES
                         AND PACKAGE-FAULT = SPACES
                           PERFORM TAKE-PACKAGE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PACKAGE-FD
           IF PACKAGE-FAULT = SPACES AND HEADER-SEEN NOT = "Y"
               MOVE "NO PKG HEADER RECORD" TO PACKAGE-FAULT
           END-IF
           IF PACKAGE-FAULT = SPACES AND END-SEEN NOT = "Y"
               MOVE "NO END RECORD - PACKAGE INCOMPLETE"
                   TO PACKAGE-FAULT
           END-IF
           IF PACKAGE-FAULT = SPACES
               IF FUNCTION TEST-NUMVAL(FUNCTION TRIM(END-COUNT-TEXT))
                       NOT = 0
                   MOVE "END RECORD COUNT NOT NUMERIC" TO PACKAGE-FAULT
               ELSE
                   IF FUNCTION NUMVAL(FUNCTION TRIM(END-COUNT-TEXT))
                           NOT = ITEM-COUNT
                       MOVE "ITEM COUNT DISAGREES WITH END RECORD"
                           TO PACKAGE-FAULT
                   END-IF
               END-IF
           END-IF
           IF TARGET-PROFILE = SPACES
               MOVE SOURCE-PROFILE TO TARGET-PROFILE
           END-IF
           IF PACKAGE-FAULT NOT = SPACES
               PERFORM REPORT-PACKAGE-FAULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "PROMOTION PACKAGE "            DELIMITED BY SIZE
                  FUNCTION TRIM(PACKAGE-NAME)      DELIMITED BY SIZE
                  " FROM "                        DELIMITED BY SIZE
                  FUNCTION TRIM(SOURCE-PROFILE)    DELIMITED BY SIZE
                  " ("                            DELIMITED BY SIZE
                  PACKAGE-STAMP                    DELIMITED BY SIZE
                  ") TO PROFILE "                 DELIMITED BY SIZE
                  FUNCTION TRIM(TARGET-PROFILE)    DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       TAKE-PACKAGE-LINE.
           MOVE 0 TO BAR-POS
           INSPECT PACKAGE-LINE TALLYING BAR-POS
               FOR CHARACTERS BEFORE INITIAL "|"
           MOVE SPACES TO LINE-TYPE LINE-PAYLOAD
           IF BAR-POS = 0 OR BAR-POS > 4
               MOVE "UNRECOGNISED PACKAGE RECORD" TO PACKAGE-FAULT
               EXIT PARAGRAPH
           END-IF
           MOVE PACKAGE-LINE(1:BAR-POS) TO LINE-TYPE
           MOVE PACKAGE-LINE(BAR-POS + 2:) TO LINE-PAYLOAD
           IF END-SEEN = "Y"
               MOVE "RECORDS AFTER THE END RECORD" TO PACKAGE-FAULT
               EXIT PARAGRAPH
           END-IF
           EVALUATE LINE-TYPE
               WHEN "PKG"
                   MOVE "Y" TO HEADER-SEEN
                   MOVE SPACES TO PACKAGE-NAME SOURCE-PROFILE
                       PACKAGE-STAMP
                   UNSTRING LINE-PAYLOAD DELIMITED BY "|"
                       INTO PACKAGE-NAME SOURCE-PROFILE PACKAGE-STAMP
                   END-UNSTRING
               WHEN "END"
                   MOVE "Y" TO END-SEEN
                   MOVE LINE-PAYLOAD TO END-COUNT-TEXT
               WHEN "CAT"
               WHEN "PERM"
               WHEN "PROF"
               WHEN "JOB"
               WHEN "SYM"
                   IF HEADER-SEEN NOT = "Y"
                       MOVE "ITEMS BEFORE THE PKG HEADER"
                           TO PACKAGE-FAULT
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM NEW-ITEM-SLOT
                   IF ITEM-LIMIT-HIT = "Y"
                       MOVE "MORE THAN 500 ITEMS" TO PACKAGE-FAULT
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LINE-TYPE TO ITEM-TYPE(ITEM-COUNT)
                   MOVE LINE-PAYLOAD TO ITEM-TEXT(ITEM-COUNT)
                   PERFORM SET-ITEM-KEY
               WHEN OTHER
                   MOVE "UNKNOWN PACKAGE RECORD TYPE" TO PACKAGE-FAULT
           END-EVALUATE.

       SET-ITEM-KEY.
           MOVE SPACES TO PK-FIELD-1
           UNSTRING ITEM-TEXT(ITEM-COUNT) DELIMITED BY "|"
               INTO PK-FIELD-1
           END-UNSTRING
           EVALUATE ITEM-TYPE(ITEM-COUNT)
               WHEN "JOB"
                   PERFORM SET-JOB-ITEM-KEY
               WHEN "SYM"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PK-FIELD-1))
                       TO ITEM-KEY(ITEM-COUNT)
               WHEN OTHER
                   MOVE FUNCTION TRIM(PK-FIELD-1)
                       TO ITEM-KEY(ITEM-COUNT)
           END-EVALUATE.

      *> A step is known by its script and step name together: the
      *> same script may run as several steps.
       SET-JOB-ITEM-KEY.
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2 PK-FIELD-3
               PK-STEP-NAME
           UNSTRING ITEM-TEXT(ITEM-COUNT) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2 PK-FIELD-3 PK-STEP-NAME
           END-UNSTRING
           MOVE SPACES TO ITEM-KEY(ITEM-COUNT)
           STRING FUNCTION TRIM(PK-FIELD-1)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(PK-STEP-NAME)      DELIMITED BY SIZE
                  INTO ITEM-KEY(ITEM-COUNT).

       NEW-ITEM-SLOT.
           IF ITEM-COUNT >= 500
               MOVE "Y" TO ITEM-LIMIT-HIT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ITEM-COUNT
           MOVE SPACES TO ITEM-TYPE(ITEM-COUNT) ITEM-KEY(ITEM-COUNT)
               ITEM-TEXT(ITEM-COUNT) ITEM-VERDICT(ITEM-COUNT)
               ITEM-NOTE(ITEM-COUNT) ITEM-BEFORE(ITEM-COUNT)
           MOVE 0 TO ITEM-MATCH-IDX(ITEM-COUNT)
           MOVE "P" TO ITEM-STATE(ITEM-COUNT).

       REPORT-PACKAGE-FAULT.
           MOVE 8 TO RETURN-CODE
           MOVE SPACES TO REPORT-LINE
           STRING "PACKAGE REFUSED: "             DELIMITED BY SIZE
                  FUNCTION TRIM(PACKAGE-FAULT)     DELIMITED BY SIZE
                  " ("                            DELIMITED BY SIZE
                  FUNCTION TRIM(PACKAGE-FILE-PATH) DELIMITED BY SIZE
                  ")"                             DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> Every item against the target as it stands now. Nothing is
      *> written here - PREVIEW stops after the listing, APPLY goes
      *> on only if no item came back ERROR.
       ASSESS-PACKAGE.
           PERFORM RESOLVE-TARGET-FILES
           OPEN INPUT CATALOG-FD
           OPEN INPUT PERMISSIONS-FD
           OPEN INPUT OWNER-FD
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               MOVE SPACES TO CHANGE-NOTE
               EVALUATE ITEM-TYPE(ITEM-IDX)
                   WHEN "CAT"
                       PERFORM ASSESS-CATALOG-ITEM
                   WHEN "PERM"
                       PERFORM ASSESS-PERMISSION-ITEM
                   WHEN "PROF"
                       PERFORM ASSESS-PROFILE-ITEM
                   WHEN "JOB"
                       PERFORM ASSESS-WORKLIST-ITEM
                   WHEN "SYM"
                       PERFORM ASSESS-SYMBOL-ITEM
               END-EVALUATE
               EVALUATE ITEM-VERDICT(ITEM-IDX)
                   WHEN "ADD"
                       ADD 1 TO ADD-COUNT
                   WHEN "CHANGE"
                       ADD 1 TO CHANGE-COUNT
                   WHEN "SAME"
                       ADD 1 TO SAME-COUNT
                   WHEN OTHER
                       MOVE "ERROR" TO ITEM-VERDICT(ITEM-IDX)
                       ADD 1 TO ERROR-COUNT
               END-EVALUATE
               PERFORM REPORT-ITEM-VERDICT
           END-PERFORM
           IF CATALOG-STATUS NOT = "35"
               CLOSE CATALOG-FD
           END-IF
           IF PERMISSIONS-STATUS NOT = "35"
               CLOSE PERMISSIONS-FD
           END-IF
           IF OWNER-STATUS NOT = "35"
               CLOSE OWNER-FD
           END-IF
           PERFORM CHECK-TARGET-CAPACITY
           IF ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> The target profile as it stands names the permissions
      *> manifest, worklist and symbol file unless the operator
      *> did; only files the package touches are loaded.
       RESOLVE-TARGET-FILES.
           MOVE TARGET-PROFILE TO PROF-NAME
           MOVE PROFILES-FILE-PATH TO PROFILE-LOOKUP-PATH
           MOVE "N" TO PROFILE-FOUND-FLAG
           IF TARGET-PROFILE NOT = SPACES
               CALL "DENO-PROFILE" USING PROFILE-LOOKUP-PATH
                   PROFILE-BLOCK PROFILE-FOUND-FLAG
           END-IF
           IF PROFILE-FOUND-FLAG NOT = "Y"
               MOVE SPACES TO PROF-PERMISSIONS-FILE
                   PROF-JOB-CONTROL-PATH PROF-SYMBOL-FILE-PATH
           END-IF
           IF PERMISSIONS-PATH-SET NOT = "Y"
             AND PROF-PERMISSIONS-FILE NOT = SPACES
               MOVE PROF-PERMISSIONS-FILE TO PERMISSIONS-FILE-PATH
           END-IF
           MOVE WORKLIST-OVERRIDE TO WORKLIST-FILE-PATH
           IF WORKLIST-FILE-PATH = SPACES
               MOVE PROF-JOB-CONTROL-PATH TO WORKLIST-FILE-PATH
           END-IF
           MOVE SYMBOL-OVERRIDE TO SYMBOL-FILE-PATH
           IF SYMBOL-FILE-PATH = SPACES
               MOVE PROF-SYMBOL-FILE-PATH TO SYMBOL-FILE-PATH
           END-IF
           PERFORM LOAD-PROFILE-LINES
           IF WORKLIST-FILE-PATH NOT = SPACES
               PERFORM LOAD-WORKLIST-LINES
           END-IF
           IF SYMBOL-FILE-PATH NOT = SPACES
               PERFORM LOAD-SYMBOL-LINES
           END-IF.

       ASSESS-CATALOG-ITEM.
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2 PK-FIELD-3
               PK-FIELD-4 PK-FIELD-5 PK-FIELD-6
           UNSTRING ITEM-TEXT(ITEM-IDX) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2 PK-FIELD-3 PK-FIELD-4
                    PK-FIELD-5 PK-FIELD-6
           END-UNSTRING
      *> The script on the target disk must be the one approved.
           MOVE FUNCTION TRIM(PK-FIELD-1) TO HASH-PATH
           CALL "DENO-FILE-HASH" USING HASH-PATH SCRIPT-HASH
               SCRIPT-HASH-FOUND
           IF SCRIPT-HASH-FOUND NOT = "Y"
               MOVE "SCRIPT NOT ON TARGET (OR UNREADABLE)"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF SCRIPT-HASH NOT = PK-FIELD-4(1:64)
               MOVE "TARGET SCRIPT DIFFERS FROM THE APPROVED HASH"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
      *> DENO-MAINT's rules: a known owner, a valid declaration.
           IF OWNER-STATUS NOT = "00"
               MOVE "TARGET OWNER MASTER UNAVAILABLE"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OWNER-REC
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PK-FIELD-2))
               TO OWN-ID
           READ OWNER-FD
               INVALID KEY
                   MOVE SPACES TO ITEM-NOTE(ITEM-IDX)
                   STRING "OWNER "                DELIMITED BY SIZE
                          FUNCTION TRIM(OWN-ID)    DELIMITED BY SIZE
                          " NOT ON TARGET OWNER MASTER"
                                                   DELIMITED BY SIZE
                          INTO ITEM-NOTE(ITEM-IDX)
           END-READ
           IF ITEM-NOTE(ITEM-IDX) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF PK-FIELD-5 NOT = SPACES
               MOVE "V" TO RSRC-ACTION
               MOVE FUNCTION TRIM(PK-FIELD-5) TO RSRC-LIST
               CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
                   RESOURCE-STATUS
               IF RESOURCE-STATUS NOT = 0
                   MOVE RSRC-DETAIL TO ITEM-NOTE(ITEM-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF PK-FIELD-6 NOT = SPACES
               MOVE "V" TO ASCH-ACTION
               MOVE PK-FIELD-6 TO ASCH-SCHEMA
               MOVE 0 TO RUN-ARG-COUNT
               CALL "DENO-ARG-SCHEMA" USING ARG-SCHEMA-REQUEST
                   RUN-ARG-COUNT RUN-ARG-ENTRY ARG-SCHEMA-STATUS
               IF ARG-SCHEMA-STATUS NOT = 0
                   MOVE ASCH-DETAIL TO ITEM-NOTE(ITEM-IDX)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF CATALOG-STATUS = "35"
               MOVE "ADD" TO ITEM-VERDICT(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF CATALOG-STATUS NOT = "00"
               MOVE "TARGET CATALOG UNAVAILABLE" TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CAT-REC
           MOVE FUNCTION TRIM(PK-FIELD-1) TO CAT-SCRIPT-PATH
           READ CATALOG-FD
               INVALID KEY
                   MOVE "ADD" TO ITEM-VERDICT(ITEM-IDX)
               NOT INVALID KEY
                   MOVE 1 TO CHANGE-PTR
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PK-FIELD-2))
                       TO OWN-ID
                   IF CAT-OWNER NOT = OWN-ID
                       STRING "OWNER "            DELIMITED BY SIZE
                              INTO CHANGE-NOTE
                              WITH POINTER CHANGE-PTR
                   END-IF
                   IF CAT-DESCRIPTION NOT = PK-FIELD-3
                       STRING "DESCRIPTION "      DELIMITED BY SIZE
                              INTO CHANGE-NOTE
                              WITH POINTER CHANGE-PTR
                   END-IF
                   IF CAT-HASH NOT = PK-FIELD-4(1:64)
                       STRING "HASH "             DELIMITED BY SIZE
                              INTO CHANGE-NOTE
                              WITH POINTER CHANGE-PTR
                   END-IF
                   IF CAT-RESOURCES NOT = PK-FIELD-5
                       STRING "RESOURCES "        DELIMITED BY SIZE
                              INTO CHANGE-NOTE
                              WITH POINTER CHANGE-PTR
                   END-IF
                   IF CAT-ARG-SCHEMA NOT = PK-FIELD-6
                       STRING "ARGS "             DELIMITED BY SIZE
                              INTO CHANGE-NOTE
                              WITH POINTER CHANGE-PTR
                   END-IF
                   IF CHANGE-NOTE = SPACES
                       MOVE "SAME" TO ITEM-VERDICT(ITEM-IDX)
                   ELSE
                       MOVE "CHANGE" TO ITEM-VERDICT(ITEM-IDX)
                       STRING "DIFFERS IN: "      DELIMITED BY SIZE
                              CHANGE-NOTE          DELIMITED BY SIZE
                              INTO ITEM-NOTE(ITEM-IDX)
                   END-IF
           END-READ.

       ASSESS-PERMISSION-ITEM.
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2
           UNSTRING ITEM-TEXT(ITEM-IDX) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2
           END-UNSTRING
           IF PERMISSIONS-STATUS = "35"
               MOVE "ADD" TO ITEM-VERDICT(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF PERMISSIONS-STATUS NOT = "00"
               MOVE "TARGET PERMISSIONS MANIFEST UNAVAILABLE"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PERM-REC
           MOVE FUNCTION TRIM(PK-FIELD-1) TO PERM-SCRIPT-NAME
           READ PERMISSIONS-FD
               INVALID KEY
                   MOVE "ADD" TO ITEM-VERDICT(ITEM-IDX)
               NOT INVALID KEY
                   IF PERM-FLAGS = PK-FIELD-2
                       MOVE "SAME" TO ITEM-VERDICT(ITEM-IDX)
                   ELSE
                       MOVE "CHANGE" TO ITEM-VERDICT(ITEM-IDX)
                       STRING "FLAGS '"           DELIMITED BY SIZE
                              FUNCTION TRIM(PERM-FLAGS)
                                                   DELIMITED BY SIZE
                              "' -> '"            DELIMITED BY SIZE
                              FUNCTION TRIM(PK-FIELD-2)
                                                   DELIMITED BY SIZE
                              "'"                 DELIMITED BY SIZE
                              INTO ITEM-NOTE(ITEM-IDX)
                   END-IF
           END-READ.

       ASSESS-PROFILE-ITEM.
           IF TARGET-PROFILE = SPACES
               MOVE "NO TARGET PROFILE NAME" TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF PROFILE-TOO-LARGE = "Y"
               MOVE "TARGET PROFILE FILE TOO LARGE TO REWRITE"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2
           UNSTRING ITEM-TEXT(ITEM-IDX) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2
           END-UNSTRING
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > PROFILE-LINE-COUNT
               MOVE SPACES TO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
               UNSTRING PROFILE-LINE(LINE-IDX) DELIMITED BY "|"
                   INTO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
               END-UNSTRING
               IF FUNCTION TRIM(TGT-FIELD-1) =
                       FUNCTION TRIM(TARGET-PROFILE)
                 AND FUNCTION TRIM(TGT-FIELD-2) =
                       FUNCTION TRIM(PK-FIELD-1)
                   MOVE LINE-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               MOVE "ADD" TO ITEM-VERDICT(ITEM-IDX)
               ADD 1 TO PROFILE-ADDS
               EXIT PARAGRAPH
           END-IF
           MOVE MATCH-IDX TO ITEM-MATCH-IDX(ITEM-IDX)
           MOVE SPACES TO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
           UNSTRING PROFILE-LINE(MATCH-IDX) DELIMITED BY "|"
               INTO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
           END-UNSTRING
           IF TGT-FIELD-3 = PK-FIELD-2
               MOVE "SAME" TO ITEM-VERDICT(ITEM-IDX)
           ELSE
               MOVE "CHANGE" TO ITEM-VERDICT(ITEM-IDX)
               STRING "'"                         DELIMITED BY SIZE
                      FUNCTION TRIM(TGT-FIELD-3)   DELIMITED BY SIZE
                      "' -> '"                    DELIMITED BY SIZE
                      FUNCTION TRIM(PK-FIELD-2)    DELIMITED BY SIZE
                      "'"                         DELIMITED BY SIZE
                      INTO ITEM-NOTE(ITEM-IDX)
           END-IF.

       ASSESS-WORKLIST-ITEM.
           IF WORKLIST-FILE-PATH = SPACES
               MOVE "NO TARGET WORKLIST - SET DENO_PROMOTE_WORKLIST"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WORKLIST-TOO-LARGE = "Y"
               MOVE "TARGET WORKLIST TOO LARGE TO REWRITE"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > WORKLIST-LINE-COUNT
               IF WORKLIST-LINE(LINE-IDX)(1:1) NOT = "#"
                   MOVE SPACES TO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
                       TGT-STEP-NAME
                   UNSTRING WORKLIST-LINE(LINE-IDX) DELIMITED BY "|"
                       INTO TGT-FIELD-1 TGT-FIELD-2 TGT-FIELD-3
                            TGT-STEP-NAME
                   END-UNSTRING
                   MOVE SPACES TO TGT-STEP-KEY
                   STRING FUNCTION TRIM(TGT-FIELD-1) DELIMITED BY SIZE
                          "|"                     DELIMITED BY SIZE
                          FUNCTION TRIM(TGT-STEP-NAME)
                                                   DELIMITED BY SIZE
                          INTO TGT-STEP-KEY
                   IF TGT-STEP-KEY = ITEM-KEY(ITEM-IDX)
                       MOVE LINE-IDX TO MATCH-IDX
                   END-IF
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               MOVE "ADD" TO ITEM-VERDICT(ITEM-IDX)
               ADD 1 TO WORKLIST-ADDS
               EXIT PARAGRAPH
           END-IF
           MOVE MATCH-IDX TO ITEM-MATCH-IDX(ITEM-IDX)
           IF WORKLIST-LINE(MATCH-IDX) = ITEM-TEXT(ITEM-IDX)(1:720)
               MOVE "SAME" TO ITEM-VERDICT(ITEM-IDX)
           ELSE
               MOVE "CHANGE" TO ITEM-VERDICT(ITEM-IDX)
               MOVE "STEP RECORD DIFFERS" TO ITEM-NOTE(ITEM-IDX)
           END-IF.

       ASSESS-SYMBOL-ITEM.
           IF SYMBOL-FILE-PATH = SPACES
               MOVE "NO TARGET SYMBOL FILE - SET DENO_PROMOTE_SYMBOLS"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           IF SYMBOL-TOO-LARGE = "Y"
               MOVE "TARGET SYMBOL FILE TOO LARGE TO REWRITE"
                   TO ITEM-NOTE(ITEM-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2
           UNSTRING ITEM-TEXT(ITEM-IDX) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2
           END-UNSTRING
           MOVE 0 TO MATCH-IDX
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > SYMBOL-LINE-COUNT
               MOVE SPACES TO TGT-FIELD-1
               UNSTRING SYMBOL-LINE(LINE-IDX) DELIMITED BY "|"
                   INTO TGT-FIELD-1
               END-UNSTRING
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(TGT-FIELD-1))
                       = ITEM-KEY(ITEM-IDX)
                   MOVE LINE-IDX TO MATCH-IDX
               END-IF
           END-PERFORM
           IF MATCH-IDX = 0
               MOVE "ADD" TO ITEM-VERDICT(ITEM-IDX)
               ADD 1 TO SYMBOL-ADDS
               EXIT PARAGRAPH
           END-IF
           MOVE MATCH-IDX TO ITEM-MATCH-IDX(ITEM-IDX)
           MOVE SPACES TO TGT-FIELD-1 TGT-FIELD-2
           UNSTRING SYMBOL-LINE(MATCH-IDX) DELIMITED BY "|"
               INTO TGT-FIELD-1 TGT-FIELD-2
           END-UNSTRING
           IF TGT-FIELD-2 = PK-FIELD-2
               MOVE "SAME" TO ITEM-VERDICT(ITEM-IDX)
           ELSE
               MOVE "CHANGE" TO ITEM-VERDICT(ITEM-IDX)
               STRING "'"                         DELIMITED BY SIZE
                      FUNCTION TRIM(TGT-FIELD-2)   DELIMITED BY SIZE
                      "' -> '"                    DELIMITED BY SIZE
                      FUNCTION TRIM(PK-FIELD-2)    DELIMITED BY SIZE
                      "'"                         DELIMITED BY SIZE
                      INTO ITEM-NOTE(ITEM-IDX)
           END-IF.

      *> Appends must fit the in-core tables, or the rewrite would
      *> drop lines; the file that would overflow fails the apply.
       CHECK-TARGET-CAPACITY.
           IF PROFILE-LINE-COUNT + PROFILE-ADDS > 500
             OR PROFILE-TOO-LARGE = "Y"
               ADD 1 TO ERROR-COUNT
               MOVE "  ERROR: TARGET PROFILE WOULD EXCEED 500 LINES"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WORKLIST-LINE-COUNT + WORKLIST-ADDS > 500
             OR WORKLIST-TOO-LARGE = "Y"
               ADD 1 TO ERROR-COUNT
               MOVE "  ERROR: TARGET WORKLIST WOULD EXCEED 500 LINES"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF SYMBOL-LINE-COUNT + SYMBOL-ADDS > 200
             OR SYMBOL-TOO-LARGE = "Y"
               ADD 1 TO ERROR-COUNT
               MOVE "  ERROR: TARGET SYMBOL FILE WOULD EXCEED 200 LINES"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REPORT-ITEM-VERDICT.
           MOVE SPACES TO REPORT-LINE
           STRING "  "                            DELIMITED BY SIZE
                  ITEM-VERDICT(ITEM-IDX)           DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  ITEM-TYPE(ITEM-IDX)              DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-KEY(ITEM-IDX)) DELIMITED BY SIZE
                  INTO REPORT-LINE
           IF ITEM-NOTE(ITEM-IDX) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REPORT-LINE))
                   TO CHANGE-PTR
               ADD 1 TO CHANGE-PTR
               STRING " - "                       DELIMITED BY SIZE
                      FUNCTION TRIM(ITEM-NOTE(ITEM-IDX))
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER CHANGE-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *>----------------------------------------------------------
      *> APPLY
      *>----------------------------------------------------------
      *> Taken before LOAD-PACKAGE reads the target's files: the
      *> in-core profile, worklist and symbol tables, the match
      *> indexes and the ADD/CHANGE verdicts are only true of the
      *> target while no other promotion can write it.
       TAKE-PROMOTE-LOCK.
           MOVE "N" TO PROMOTE-LOCK-HELD
           MOVE "W" TO PROMOTE-LOCK-ACTION
           CALL "DENO-LOCK" USING PROMOTE-LOCK-KEY
               PROMOTE-LOCK-ACTION PROMOTE-LOCK-STATUS
           IF PROMOTE-LOCK-STATUS = 0
               MOVE "Y" TO PROMOTE-LOCK-HELD
           END-IF.

       RELEASE-PROMOTE-LOCK.
           IF PROMOTE-LOCK-IS-HELD
               MOVE "R" TO PROMOTE-LOCK-ACTION
               CALL "DENO-LOCK" USING PROMOTE-LOCK-KEY
                   PROMOTE-LOCK-ACTION PROMOTE-LOCK-STATUS
               MOVE "N" TO PROMOTE-LOCK-HELD
           END-IF.

       APPLY-PACKAGE.
           PERFORM APPLY-INDEXED-ITEMS
           IF NOT APPLY-HAS-FAILED
               PERFORM APPLY-LINE-ITEMS
           END-IF
           IF NOT APPLY-HAS-FAILED
               PERFORM REWRITE-LINE-FILES
           END-IF
           IF APPLY-HAS-FAILED
               PERFORM ROLL-BACK-LINE-FILES
               PERFORM ROLL-BACK-INDEXED-ITEMS
           END-IF
           PERFORM FINISH-APPLY.

      *> Catalog and manifest first, each write's before-image kept
      *> on the item; the first failure stops the loop.
       APPLY-INDEXED-ITEMS.
           OPEN I-O CATALOG-FD
           IF CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FD
               CLOSE CATALOG-FD
               OPEN I-O CATALOG-FD
           END-IF
           IF CATALOG-STATUS NOT = "00"
               MOVE "Y" TO APPLY-FAILED
               MOVE "TARGET CATALOG WILL NOT OPEN FOR UPDATE"
                   TO APPLY-FAULT
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PERMISSIONS-FD
           IF PERMISSIONS-STATUS = "35"
               OPEN OUTPUT PERMISSIONS-FD
               CLOSE PERMISSIONS-FD
               OPEN I-O PERMISSIONS-FD
           END-IF
           IF PERMISSIONS-STATUS NOT = "00"
               CLOSE CATALOG-FD
               MOVE "Y" TO APPLY-FAILED
               MOVE "TARGET MANIFEST WILL NOT OPEN FOR UPDATE"
                   TO APPLY-FAULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT OR APPLY-HAS-FAILED
               IF ITEM-VERDICT(ITEM-IDX) = "ADD"
                 OR ITEM-VERDICT(ITEM-IDX) = "CHANGE"
                   EVALUATE ITEM-TYPE(ITEM-IDX)
                       WHEN "CAT"
                           PERFORM APPLY-CATALOG-ITEM
                       WHEN "PERM"
                           PERFORM APPLY-PERMISSION-ITEM
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CATALOG-FD
           CLOSE PERMISSIONS-FD.

       APPLY-CATALOG-ITEM.
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2 PK-FIELD-3
               PK-FIELD-4 PK-FIELD-5 PK-FIELD-6
           UNSTRING ITEM-TEXT(ITEM-IDX) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2 PK-FIELD-3 PK-FIELD-4
                    PK-FIELD-5 PK-FIELD-6
           END-UNSTRING
           MOVE SPACES TO CAT-REC
           MOVE FUNCTION TRIM(PK-FIELD-1) TO CAT-SCRIPT-PATH
           IF ITEM-VERDICT(ITEM-IDX) = "CHANGE"
               READ CATALOG-FD
                   INVALID KEY
                       MOVE "Y" TO APPLY-FAILED
               END-READ
               IF APPLY-HAS-FAILED
                   MOVE "CATALOG RECORD VANISHED BEFORE CHANGE"
                       TO APPLY-FAULT
                   EXIT PARAGRAPH
               END-IF
               MOVE CAT-REC TO ITEM-BEFORE(ITEM-IDX)
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PK-FIELD-2))
               TO CAT-OWNER
           MOVE PK-FIELD-3 TO CAT-DESCRIPTION
           MOVE PK-FIELD-4(1:64) TO CAT-HASH
           MOVE PK-FIELD-5 TO CAT-RESOURCES
           MOVE PK-FIELD-6 TO CAT-ARG-SCHEMA
           IF ITEM-VERDICT(ITEM-IDX) = "ADD"
               WRITE CAT-REC
                   INVALID KEY
                       MOVE "Y" TO APPLY-FAILED
               END-WRITE
           ELSE
               REWRITE CAT-REC
                   INVALID KEY
                       MOVE "Y" TO APPLY-FAILED
               END-REWRITE
           END-IF
           IF APPLY-HAS-FAILED
               MOVE SPACES TO APPLY-FAULT
               STRING "CATALOG WRITE FAILED STATUS="
                                                   DELIMITED BY SIZE
                      CATALOG-STATUS               DELIMITED BY SIZE
                      INTO APPLY-FAULT
           ELSE
               MOVE "A" TO ITEM-STATE(ITEM-IDX)
           END-IF.

       APPLY-PERMISSION-ITEM.
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2
           UNSTRING ITEM-TEXT(ITEM-IDX) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2
           END-UNSTRING
           MOVE SPACES TO PERM-REC
           MOVE FUNCTION TRIM(PK-FIELD-1) TO PERM-SCRIPT-NAME
           IF ITEM-VERDICT(ITEM-IDX) = "CHANGE"
               READ PERMISSIONS-FD
                   INVALID KEY
                       MOVE "Y" TO APPLY-FAILED
               END-READ
               IF APPLY-HAS-FAILED
                   MOVE "MANIFEST RECORD VANISHED BEFORE CHANGE"
                       TO APPLY-FAULT
                   EXIT PARAGRAPH
               END-IF
               MOVE PERM-REC TO ITEM-BEFORE(ITEM-IDX)
           END-IF
           MOVE PK-FIELD-2 TO PERM-FLAGS
           IF ITEM-VERDICT(ITEM-IDX) = "ADD"
               WRITE PERM-REC
                   INVALID KEY
                       MOVE "Y" TO APPLY-FAILED
               END-WRITE
           ELSE
               REWRITE PERM-REC
                   INVALID KEY
                       MOVE "Y" TO APPLY-FAILED
               END-REWRITE
           END-IF
           IF APPLY-HAS-FAILED
               MOVE SPACES TO APPLY-FAULT
               STRING "MANIFEST WRITE FAILED STATUS="
                                                   DELIMITED BY SIZE
                      PERMISSIONS-STATUS           DELIMITED BY SIZE
                      INTO APPLY-FAULT
           ELSE
               MOVE "A" TO ITEM-STATE(ITEM-IDX)
           END-IF.

      *> Profile, worklist and symbol items change the in-core
      *> copies only; REWRITE-LINE-FILES puts them on disk.
       APPLY-LINE-ITEMS.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               IF ITEM-VERDICT(ITEM-IDX) = "ADD"
                 OR ITEM-VERDICT(ITEM-IDX) = "CHANGE"
                   EVALUATE ITEM-TYPE(ITEM-IDX)
                       WHEN "PROF"
                           PERFORM APPLY-PROFILE-ITEM
                       WHEN "JOB"
                           PERFORM APPLY-WORKLIST-ITEM
                       WHEN "SYM"
                           PERFORM APPLY-SYMBOL-ITEM
                   END-EVALUATE
               END-IF
           END-PERFORM.

       APPLY-PROFILE-ITEM.
           MOVE SPACES TO PK-FIELD-1 PK-FIELD-2
           UNSTRING ITEM-TEXT(ITEM-IDX) DELIMITED BY "|"
               INTO PK-FIELD-1 PK-FIELD-2
           END-UNSTRING
           MOVE SPACES TO CHANGE-NOTE
           IF ITEM-VERDICT(ITEM-IDX) = "CHANGE"
               MOVE ITEM-MATCH-IDX(ITEM-IDX) TO LINE-IDX
               MOVE PROFILE-LINE(LINE-IDX) TO ITEM-BEFORE(ITEM-IDX)
           ELSE
               ADD 1 TO PROFILE-LINE-COUNT
               MOVE PROFILE-LINE-COUNT TO LINE-IDX
           END-IF
           MOVE SPACES TO PROFILE-LINE(LINE-IDX)
           STRING FUNCTION TRIM(TARGET-PROFILE)    DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(PK-FIELD-1)        DELIMITED BY SIZE
                  "|"                             DELIMITED BY SIZE
                  FUNCTION TRIM(PK-FIELD-2)        DELIMITED BY SIZE
                  INTO PROFILE-LINE(LINE-IDX)
           MOVE "Y" TO PROFILE-DIRTY
           MOVE "A" TO ITEM-STATE(ITEM-IDX).

       APPLY-WORKLIST-ITEM.
           IF ITEM-VERDICT(ITEM-IDX) = "CHANGE"
               MOVE ITEM-MATCH-IDX(ITEM-IDX) TO LINE-IDX
               MOVE WORKLIST-LINE(LINE-IDX) TO ITEM-BEFORE(ITEM-IDX)
           ELSE
               ADD 1 TO WORKLIST-LINE-COUNT
               MOVE WORKLIST-LINE-COUNT TO LINE-IDX
           END-IF
           MOVE ITEM-TEXT(ITEM-IDX)(1:720) TO WORKLIST-LINE(LINE-IDX)
           MOVE "Y" TO WORKLIST-DIRTY
           MOVE "A" TO ITEM-STATE(ITEM-IDX).

       APPLY-SYMBOL-ITEM.
           IF ITEM-VERDICT(ITEM-IDX) = "CHANGE"
               MOVE ITEM-MATCH-IDX(ITEM-IDX) TO LINE-IDX
               MOVE SYMBOL-LINE(LINE-IDX) TO ITEM-BEFORE(ITEM-IDX)
           ELSE
               ADD 1 TO SYMBOL-LINE-COUNT
               MOVE SYMBOL-LINE-COUNT TO LINE-IDX
           END-IF
           MOVE ITEM-TEXT(ITEM-IDX)(1:130) TO SYMBOL-LINE(LINE-IDX)
           MOVE "Y" TO SYMBOL-DIRTY
           MOVE "A" TO ITEM-STATE(ITEM-IDX).

       REWRITE-LINE-FILES.
           IF PROFILE-DIRTY = "Y"
               PERFORM WRITE-PROFILE-FILE
               IF REWRITE-FAILED = "Y"
                   MOVE "Y" TO APPLY-FAILED
                   MOVE "TARGET PROFILE FILE WILL NOT REWRITE"
                       TO APPLY-FAULT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WORKLIST-DIRTY = "Y"
               PERFORM WRITE-WORKLIST-FILE
               IF REWRITE-FAILED = "Y"
                   MOVE "Y" TO APPLY-FAILED
                   MOVE "TARGET WORKLIST WILL NOT REWRITE"
                       TO APPLY-FAULT
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF SYMBOL-DIRTY = "Y"
               PERFORM WRITE-SYMBOL-FILE
               IF REWRITE-FAILED = "Y"
                   MOVE "Y" TO APPLY-FAILED
                   MOVE "TARGET SYMBOL FILE WILL NOT REWRITE"
                       TO APPLY-FAULT
               END-IF
           END-IF.

      *> Undo in reverse order: each changed line gets its
      *> before-image back, appended lines fall off the end, and
      *> every dirty file is written back as it was (a file that did
      *> not exist before is removed again).
       ROLL-BACK-LINE-FILES.
           PERFORM VARYING UNDO-IDX FROM ITEM-COUNT BY -1
                   UNTIL UNDO-IDX < 1
               IF ITEM-APPLIED(UNDO-IDX)
                 AND ITEM-VERDICT(UNDO-IDX) = "CHANGE"
                   MOVE ITEM-MATCH-IDX(UNDO-IDX) TO LINE-IDX
                   EVALUATE ITEM-TYPE(UNDO-IDX)
                       WHEN "PROF"
                           MOVE ITEM-BEFORE(UNDO-IDX)
                               TO PROFILE-LINE(LINE-IDX)
                       WHEN "JOB"
                           MOVE ITEM-BEFORE(UNDO-IDX)
                               TO WORKLIST-LINE(LINE-IDX)
                       WHEN "SYM"
                           MOVE ITEM-BEFORE(UNDO-IDX)
                               TO SYMBOL-LINE(LINE-IDX)
                   END-EVALUATE
               END-IF
               IF ITEM-APPLIED(UNDO-IDX)
                 AND (ITEM-TYPE(UNDO-IDX) = "PROF"
                   OR ITEM-TYPE(UNDO-IDX) = "JOB"
                   OR ITEM-TYPE(UNDO-IDX) = "SYM")
                   MOVE "R" TO ITEM-STATE(UNDO-IDX)
               END-IF
           END-PERFORM
           MOVE PROFILE-ORIG-COUNT TO PROFILE-LINE-COUNT
           MOVE WORKLIST-ORIG-COUNT TO WORKLIST-LINE-COUNT
           MOVE SYMBOL-ORIG-COUNT TO SYMBOL-LINE-COUNT
           IF PROFILE-DIRTY = "Y"
               IF PROFILE-EXISTED = "Y"
                   PERFORM WRITE-PROFILE-FILE
               ELSE
                   MOVE PROFILES-FILE-PATH TO HASH-PATH
                   PERFORM REMOVE-NEW-FILE
               END-IF
           END-IF
           IF WORKLIST-DIRTY = "Y"
               IF WORKLIST-EXISTED = "Y"
                   PERFORM WRITE-WORKLIST-FILE
               ELSE
                   MOVE WORKLIST-FILE-PATH TO HASH-PATH
                   PERFORM REMOVE-NEW-FILE
               END-IF
           END-IF
           IF SYMBOL-DIRTY = "Y"
               IF SYMBOL-EXISTED = "Y"
                   PERFORM WRITE-SYMBOL-FILE
               ELSE
                   MOVE SYMBOL-FILE-PATH TO HASH-PATH
                   PERFORM REMOVE-NEW-FILE
               END-IF
           END-IF.

       REMOVE-NEW-FILE.
           MOVE SPACES TO CLEAN-CMD
           STRING "rm -f '"                       DELIMITED BY SIZE
                  FUNCTION TRIM(HASH-PATH)         DELIMITED BY SIZE
                  "'"                             DELIMITED BY SIZE
                  INTO CLEAN-CMD
           CALL "SYSTEM" USING CLEAN-CMD RETURNING CLEAN-RET-VAL.

      *> Added records are deleted, changed ones rewritten from
      *> their before-images.
       ROLL-BACK-INDEXED-ITEMS.
           OPEN I-O CATALOG-FD
           OPEN I-O PERMISSIONS-FD
           PERFORM VARYING UNDO-IDX FROM ITEM-COUNT BY -1
                   UNTIL UNDO-IDX < 1
               IF ITEM-APPLIED(UNDO-IDX)
                   EVALUATE TRUE
                       WHEN ITEM-TYPE(UNDO-IDX) = "CAT"
                        AND ITEM-VERDICT(UNDO-IDX) = "ADD"
                           MOVE SPACES TO CAT-REC
                           MOVE ITEM-KEY(UNDO-IDX) TO CAT-SCRIPT-PATH
                           DELETE CATALOG-FD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE "R" TO ITEM-STATE(UNDO-IDX)
                       WHEN ITEM-TYPE(UNDO-IDX) = "CAT"
                           MOVE ITEM-BEFORE(UNDO-IDX) TO CAT-REC
                           REWRITE CAT-REC
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           MOVE "R" TO ITEM-STATE(UNDO-IDX)
                       WHEN ITEM-TYPE(UNDO-IDX) = "PERM"
                        AND ITEM-VERDICT(UNDO-IDX) = "ADD"
                           MOVE SPACES TO PERM-REC
                           MOVE ITEM-KEY(UNDO-IDX) TO PERM-SCRIPT-NAME
                           DELETE PERMISSIONS-FD
                               INVALID KEY
                                   CONTINUE
                           END-DELETE
                           MOVE "R" TO ITEM-STATE(UNDO-IDX)
                       WHEN ITEM-TYPE(UNDO-IDX) = "PERM"
                           MOVE ITEM-BEFORE(UNDO-IDX) TO PERM-REC
                           REWRITE PERM-REC
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           MOVE "R" TO ITEM-STATE(UNDO-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           CLOSE CATALOG-FD
           CLOSE PERMISSIONS-FD.

      *> One audit line per item, whatever became of it.
       FINISH-APPLY.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               EVALUATE TRUE
                   WHEN ITEM-VERDICT(ITEM-IDX) = "SAME"
                       MOVE "UNCHANGED" TO ITEM-OUTCOME
                       MOVE 0 TO STATUS-CODE
                   WHEN ITEM-APPLIED(ITEM-IDX)
                       MOVE "APPLIED" TO ITEM-OUTCOME
                       MOVE 0 TO STATUS-CODE
                   WHEN ITEM-ROLLED-BACK(ITEM-IDX)
                       MOVE "ROLLED BACK" TO ITEM-OUTCOME
                       MOVE 8 TO STATUS-CODE
                   WHEN OTHER
                       MOVE "NOT APPLIED" TO ITEM-OUTCOME
                       MOVE 8 TO STATUS-CODE
               END-EVALUATE
               PERFORM AUDIT-ONE-ITEM
           END-PERFORM
           IF APPLY-HAS-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO REPORT-LINE
               STRING "APPLY FAILED, NOTHING CHANGED: "
                                                   DELIMITED BY SIZE
                      FUNCTION TRIM(APPLY-FAULT)   DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "PACKAGE APPLIED" TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       AUDIT-REFUSED-ITEMS.
           MOVE 8 TO RETURN-CODE
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               MOVE "NOT APPLIED - PACKAGE REFUSED" TO ITEM-OUTCOME
               MOVE 8 TO STATUS-CODE
               PERFORM AUDIT-ONE-ITEM
           END-PERFORM.

       AUDIT-ONE-ITEM.
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "PROMOTE "                      DELIMITED BY SIZE
                  FUNCTION TRIM(PACKAGE-NAME)      DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-VERDICT(ITEM-IDX))
                                                   DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-TYPE(ITEM-IDX))
                                                   DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-KEY(ITEM-IDX)) DELIMITED BY SIZE
                  " | "                           DELIMITED BY SIZE
                  FUNCTION TRIM(ITEM-OUTCOME)      DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           IF ITEM-NOTE(ITEM-IDX) NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(AUDIT-CMD-TEXT))
                   TO CHANGE-PTR
               ADD 1 TO CHANGE-PTR
               STRING " ("                        DELIMITED BY SIZE
                      FUNCTION TRIM(ITEM-NOTE(ITEM-IDX))
                                                   DELIMITED BY SIZE
                      ")"                         DELIMITED BY SIZE
                      INTO AUDIT-CMD-TEXT
                      WITH POINTER CHANGE-PTR
           END-IF
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               PROMOTE-ELAPSED.

       AUDIT-STEP-SUMMARY.
           MOVE ADD-COUNT TO COUNT-DISPLAY-1
           MOVE CHANGE-COUNT TO COUNT-DISPLAY-2
           MOVE SAME-COUNT TO COUNT-DISPLAY-3
           MOVE ERROR-COUNT TO COUNT-DISPLAY-4
           MOVE SPACES TO REPORT-LINE
           IF FUNCTION TRIM(PROMOTE-ACTION-TEXT) = "EXTRACT"
               MOVE ITEM-COUNT TO COUNT-DISPLAY-1
               MOVE WARNING-COUNT TO COUNT-DISPLAY-2
               STRING "PROMOTE EXTRACT "          DELIMITED BY SIZE
                      FUNCTION TRIM(PACKAGE-NAME)  DELIMITED BY SIZE
                      " ITEMS="                   DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-1)
                                                   DELIMITED BY SIZE
                      " NOTES="                   DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2)
                                                   DELIMITED BY SIZE
                      " ERRORS="                  DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-4)
                                                   DELIMITED BY SIZE
                      " -> "                      DELIMITED BY SIZE
                      FUNCTION TRIM(PACKAGE-FILE-PATH)
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "PROMOTE "                  DELIMITED BY SIZE
                      FUNCTION TRIM(PROMOTE-ACTION-TEXT)
                                                   DELIMITED BY SIZE
                      " "                         DELIMITED BY SIZE
                      FUNCTION TRIM(PACKAGE-NAME)  DELIMITED BY SIZE
                      " ADD="                     DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-1)
                                                   DELIMITED BY SIZE
                      " CHANGE="                  DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-2)
                                                   DELIMITED BY SIZE
                      " SAME="                    DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-3)
                                                   DELIMITED BY SIZE
                      " ERRORS="                  DELIMITED BY SIZE
                      FUNCTION TRIM(COUNT-DISPLAY-4)
                                                   DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           IF PACKAGE-FAULT NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REPORT-LINE))
                   TO CHANGE-PTR
               ADD 1 TO CHANGE-PTR
               STRING " REFUSED: "                DELIMITED BY SIZE
                      FUNCTION TRIM(PACKAGE-FAULT) DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER CHANGE-PTR
           END-IF
           IF APPLY-HAS-FAILED
               MOVE FUNCTION LENGTH(FUNCTION TRIM(REPORT-LINE))
                   TO CHANGE-PTR
               ADD 1 TO CHANGE-PTR
               STRING " ROLLED BACK: "            DELIMITED BY SIZE
                      FUNCTION TRIM(APPLY-FAULT)   DELIMITED BY SIZE
                      INTO REPORT-LINE
                      WITH POINTER CHANGE-PTR
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF ERROR-COUNT > 0 OR PACKAGE-FAULT NOT = SPACES
             OR APPLY-HAS-FAILED
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO STATUS-CODE
           ELSE
               MOVE 0 TO STATUS-CODE
           END-IF
           MOVE SPACES TO AUDIT-CMD-TEXT
           MOVE REPORT-LINE TO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               PROMOTE-ELAPSED.

      *>----------------------------------------------------------
      *> Line-sequential file loaders and writers
      *>----------------------------------------------------------
       LOAD-PROFILE-LINES.
           MOVE 0 TO PROFILE-LINE-COUNT
           MOVE "N" TO PROFILE-EXISTED INPUT-EOF PROFILE-TOO-LARGE
           OPEN INPUT PROFILE-FD
           IF PROFILE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO PROFILE-EXISTED
           PERFORM UNTIL NO-MORE-INPUT-LINES
               READ PROFILE-FD
                   AT END
                       MOVE "Y" TO INPUT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(PROFILE-REC) NOT = SPACES
                           IF PROFILE-LINE-COUNT < 500
                               ADD 1 TO PROFILE-LINE-COUNT
                               MOVE PROFILE-REC
                                 TO PROFILE-LINE(PROFILE-LINE-COUNT)
                           ELSE
                               MOVE "Y" TO PROFILE-TOO-LARGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROFILE-FD
           MOVE PROFILE-LINE-COUNT TO PROFILE-ORIG-COUNT.

       LOAD-WORKLIST-LINES.
           MOVE 0 TO WORKLIST-LINE-COUNT
           MOVE "N" TO WORKLIST-EXISTED INPUT-EOF WORKLIST-TOO-LARGE
           MOVE "Y" TO WORKLIST-LOADED
           OPEN INPUT WORKLIST-FD
           IF WORKLIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WORKLIST-EXISTED
           PERFORM UNTIL NO-MORE-INPUT-LINES
               READ WORKLIST-FD
                   AT END
                       MOVE "Y" TO INPUT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(WORKLIST-REC) NOT = SPACES
                           IF WORKLIST-LINE-COUNT < 500
                               ADD 1 TO WORKLIST-LINE-COUNT
                               MOVE WORKLIST-REC
                                 TO WORKLIST-LINE(WORKLIST-LINE-COUNT)
                           ELSE
                               MOVE "Y" TO WORKLIST-TOO-LARGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORKLIST-FD
           MOVE WORKLIST-LINE-COUNT TO WORKLIST-ORIG-COUNT.

       LOAD-SYMBOL-LINES.
           MOVE 0 TO SYMBOL-LINE-COUNT
           MOVE "N" TO SYMBOL-EXISTED INPUT-EOF SYMBOL-TOO-LARGE
           MOVE "Y" TO SYMBOL-LOADED
           OPEN INPUT SYMBOL-FD
           IF SYMBOL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SYMBOL-EXISTED
           PERFORM UNTIL NO-MORE-INPUT-LINES
               READ SYMBOL-FD
                   AT END
                       MOVE "Y" TO INPUT-EOF
                   NOT AT END
                       IF FUNCTION TRIM(SYMBOL-REC) NOT = SPACES
                           IF SYMBOL-LINE-COUNT < 200
                               ADD 1 TO SYMBOL-LINE-COUNT
                               MOVE SYMBOL-REC
                                   TO SYMBOL-LINE(SYMBOL-LINE-COUNT)
                           ELSE
                               MOVE "Y" TO SYMBOL-TOO-LARGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYMBOL-FD
           MOVE SYMBOL-LINE-COUNT TO SYMBOL-ORIG-COUNT.

       WRITE-PROFILE-FILE.
           MOVE "N" TO REWRITE-FAILED
           OPEN OUTPUT PROFILE-FD
           IF PROFILE-FILE-STATUS NOT = "00"
               MOVE "Y" TO REWRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > PROFILE-LINE-COUNT
               MOVE PROFILE-LINE(LINE-IDX) TO PROFILE-REC
               WRITE PROFILE-REC
           END-PERFORM
           CLOSE PROFILE-FD.

       WRITE-WORKLIST-FILE.
           MOVE "N" TO REWRITE-FAILED
           OPEN OUTPUT WORKLIST-FD
           IF WORKLIST-FILE-STATUS NOT = "00"
               MOVE "Y" TO REWRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > WORKLIST-LINE-COUNT
               MOVE WORKLIST-LINE(LINE-IDX) TO WORKLIST-REC
               WRITE WORKLIST-REC
           END-PERFORM
           CLOSE WORKLIST-FD.

       WRITE-SYMBOL-FILE.
           MOVE "N" TO REWRITE-FAILED
           OPEN OUTPUT SYMBOL-FD
           IF SYMBOL-FILE-STATUS NOT = "00"
               MOVE "Y" TO REWRITE-FAILED
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > SYMBOL-LINE-COUNT
               MOVE SYMBOL-LINE(LINE-IDX) TO SYMBOL-REC
               WRITE SYMBOL-REC
           END-PERFORM
           CLOSE SYMBOL-FD.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO PROMOTE-REPORT-REC
           WRITE PROMOTE-REPORT-REC
           DISPLAY "DENO-PROMOTE: " FUNCTION TRIM(REPORT-LINE).
