       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-COMPARE.

      *> Parallel-run comparison of a cataloged script's approved
      *> content against a candidate rewrite, so a changed script is
      *> re-approved on evidence instead of hope. Both versions run
      *> through DENO-CAPTURE with the same flags, the same
      *> arguments, the same environment and the same business
      *> date; their outputs are compared record by record and
      *> their result manifests name by name; the difference report
      *> ends in a PASS/FAIL verdict that is kept on the verdict
      *> file (DENOVERD.cpy) for DENO-MAINT to find.
      *>
      *>   DENO_COMPARE_SCRIPT    the cataloged script path (required)
      *>   DENO_COMPARE_NEW       the candidate file (required)
      *>   DENO_COMPARE_OLD       the approved version; default the
      *>                          cataloged path itself. Whichever
      *>                          file it is must still hash to
      *>                          CAT-HASH - keep a copy of the
      *>                          approved script when the rewrite is
      *>                          put in place.
      *>   DENO_COMPARE_FLAGS     deno run flags for both runs
      *>   DENO_COMPARE_ARGS      space-separated arguments for both
      *>                          runs; &BUSDATE becomes the business
      *>                          date, as in a job record
      *>   DENO_COMPARE_BUSDATE   run "as of" this YYYYMMDD instead
      *>                          of the registered business date
      *>   DENO_COMPARE_KEY       start:length of a record key (for
      *>                          example 1:10). Without one, records
      *>                          are paired by position; with one,
      *>                          both outputs are sorted on it and
      *>                          paired by key, so an inserted record
      *>                          is ONLY-IN-NEW rather than shifting
      *>                          every record after it to CHANGED.
      *>   DENO_COMPARE_PROFILE   environment profile whose deno
      *>                          binary both runs use (with
      *>                          DENO_PROFILE_FILE), as DENO-QUEUE
      *>
      *> Paths: DENO_COMPARE_CATALOG (default /tmp/deno-catalog.dat),
      *> DENO_COMPARE_VERDICTS (/tmp/deno-compare-verdicts.dat),
      *> DENO_COMPARE_REPORT (/tmp/deno-compare-report.txt). The two
      *> captured outputs are kept, named in the report, for review.
      *>
      *> Each run is handed its own DENO_RESULT_FILE, so each
      *> version's manifest is read back separately. The script's
      *> declared resources (CAT-RESOURCES) are held across both
      *> runs, as DENO-RUN would hold them for either one. A
      *> candidate identical to the approved content has nothing to
      *> prove and ends 0 with no verdict. PASS needs the same exit
      *> status (and a clean approved run), no CHANGED, ONLY-IN-OLD
      *> or ONLY-IN-NEW record, and the same manifest. Ends 0 on
      *> PASS, 8 on FAIL or when the comparison could not be made;
      *> either way one audit line records it.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT CATALOG-FD
                   ASSIGN TO DYNAMIC CATALOG-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS CAT-SCRIPT-PATH
                   FILE STATUS IS CATALOG-STATUS.
               SELECT VERDICT-FD
                   ASSIGN TO DYNAMIC VERDICT-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS VRD-KEY
                   FILE STATUS IS VERDICT-STATUS.
               SELECT CAPTURED-FD
                   ASSIGN TO DYNAMIC CAPTURED-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS CAPTURED-STATUS.
               SELECT OLD-SORTED-FD
                   ASSIGN TO DYNAMIC OLD-SORTED-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS OLD-SORTED-STATUS.
               SELECT NEW-SORTED-FD
                   ASSIGN TO DYNAMIC NEW-SORTED-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS NEW-SORTED-STATUS.
               SELECT SORT-FD
                   ASSIGN TO DYNAMIC SORT-WORK-PATH.
               SELECT MANIFEST-FD
                   ASSIGN TO DYNAMIC MANIFEST-FILE-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS MANIFEST-STATUS.
               SELECT COMPARE-REPORT-FD
                   ASSIGN TO DYNAMIC COMPARE-REPORT-PATH
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD  CATALOG-FD.
           COPY DENOCAT.

           FD  VERDICT-FD.
           COPY DENOVERD.

           FD  CAPTURED-FD
               LABEL RECORDS ARE STANDARD.
           01  CAPTURED-REC        PIC X(1000).

      *> Each output in pairing order: the pairing key, the record's
      *> position in its own output, the record itself.
           FD  OLD-SORTED-FD
               LABEL RECORDS ARE STANDARD.
           01  OLD-SORTED-REC.
               05  OS-KEY          PIC X(100).
               05  OS-SEQ          PIC 9(9).
               05  OS-IMAGE        PIC X(1000).

           FD  NEW-SORTED-FD
               LABEL RECORDS ARE STANDARD.
           01  NEW-SORTED-REC.
               05  NS-KEY          PIC X(100).
               05  NS-SEQ          PIC 9(9).
               05  NS-IMAGE        PIC X(1000).

           SD  SORT-FD.
           01  SORT-REC.
               05  SORT-KEY        PIC X(100).
               05  SORT-SEQ        PIC 9(9).
               05  SORT-IMAGE      PIC X(1000).

           FD  MANIFEST-FD
               LABEL RECORDS ARE STANDARD.
           01  MANIFEST-REC        PIC X(200).

           FD  COMPARE-REPORT-FD
               LABEL RECORDS ARE STANDARD.
           01  COMPARE-REPORT-REC  PIC X(300).

           WORKING-STORAGE SECTION.
               01  AUDIT-PROG-NAME PIC X(20) VALUE "DENO-COMPARE".
      *> Sized to match DENO-AUDIT-LOG's AUDIT-COMMAND LINKAGE.
               01  AUDIT-CMD-TEXT  PIC X(10500).
               01  COMPARE-ELAPSED PIC 9(9) VALUE 0.

               01  CATALOG-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-catalog.dat".
               01  VERDICT-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-compare-verdicts.dat".
               01  COMPARE-REPORT-PATH PIC X(100) VALUE
                       "/tmp/deno-compare-report.txt".
               01  CAPTURED-FILE-PATH PIC X(100).
               01  OLD-OUTPUT-PATH PIC X(100).
               01  NEW-OUTPUT-PATH PIC X(100).
               01  OLD-ERROR-PATH  PIC X(100).
               01  NEW-ERROR-PATH  PIC X(100).
               01  OLD-RESULT-PATH PIC X(100).
               01  NEW-RESULT-PATH PIC X(100).
               01  OLD-SORTED-PATH PIC X(100).
               01  NEW-SORTED-PATH PIC X(100).
               01  SORT-WORK-PATH  PIC X(100).
               01  MANIFEST-FILE-PATH PIC X(100).
               01  CATALOG-STATUS  PIC XX.
               01  VERDICT-STATUS  PIC XX.
               01  CAPTURED-STATUS PIC XX.
               01  OLD-SORTED-STATUS PIC XX.
               01  NEW-SORTED-STATUS PIC XX.
               01  MANIFEST-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  RUN-DISCRIMINATOR PIC X(8).
               01  CLEAN-CMD       PIC X(600).
               01  SHELL-RET-VAL   PIC S9(9) COMP.

      *> What is being compared.
               01  COMPARE-SCRIPT  PIC X(100).
               01  OLD-VERSION-PATH PIC X(100).
               01  NEW-VERSION-PATH PIC X(100).
               01  COMPARE-FLAGS   PIC X(50).
               01  COMPARE-ARGS    PIC X(200).
               01  COMPARE-KEY-TEXT PIC X(20).
               01  KEY-START-TEXT  PIC X(10).
               01  KEY-LEN-TEXT    PIC X(10).
               01  KEY-START       PIC 9(4) VALUE 0.
               01  KEY-LEN         PIC 9(3) VALUE 0.
               01  KEYED-FLAG      PIC X VALUE "N".
                   88  PAIR-BY-KEY             VALUE "Y".
               01  COMPARE-BUSDATE PIC X(8).
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-STATUS  PIC S9(4) COMP.
               01  APPROVED-HASH   PIC X(64).
               01  OLD-HASH        PIC X(64).
               01  NEW-HASH        PIC X(64).
               01  HASH-PATH       PIC X(250).
               01  SCRIPT-HASH     PIC X(64).
               01  SCRIPT-HASH-FOUND PIC X(1).
               01  REFUSAL-TEXT    PIC X(100).

      *> The binary both runs use.
               01  COMPARE-PROFILE-NAME PIC X(30).
               01  COMPARE-PROFILE-FILE PIC X(100).
               COPY DENOPROF.
               01  DENO-BIN-NAME   PIC X(100) VALUE "deno".

      *> DENO-CAPTURE's argument list, shared by both runs.
               COPY DENOARGS.
               01  ARG-IDX         PIC 9(2).
               01  ESCAPED-ARG     PIC X(400).
               01  CAPTURE-CMD     PIC X(500).
               01  CAPTURE-CMD-PTR PIC 9(4).
               01  CAPTURE-SCRIPT  PIC X(100).
               01  CAPTURE-OUTPUT-PATH PIC X(100).
               01  CAPTURE-ERROR-PATH PIC X(100).
               01  APPEND-MODE     PIC X(1) VALUE SPACE.
               01  JOB-STEP-NAME   PIC X(30) VALUE SPACES.
               01  CHECKPOINT-MODE PIC X(1) VALUE SPACE.
               01  CHECKPOINT-FILE PIC X(100) VALUE SPACES.
               COPY DENOENV.
               COPY DENORCON.
               01  OUTPUT-MAX-KB   PIC 9(9) VALUE 0.
               COPY DENOSTAT.
               01  OLD-RUN-STATUS  PIC S9(4) COMP VALUE 0.
               01  NEW-RUN-STATUS  PIC S9(4) COMP VALUE 0.
               COPY DENORSRC.
               01  RESOURCE-STATUS PIC S9(4) COMP.

      *> Record pairing.
               01  RELEASE-SEQ     PIC 9(9).
               01  CAPTURED-EOF    PIC X.
                   88  NO-MORE-CAPTURED-LINES  VALUE "Y".
               01  OLD-PAIR-KEY    PIC X(100).
               01  NEW-PAIR-KEY    PIC X(100).
               01  MATCHED-COUNT   PIC 9(9) VALUE 0.
               01  CHANGED-COUNT   PIC 9(9) VALUE 0.
               01  ONLY-OLD-COUNT  PIC 9(9) VALUE 0.
               01  ONLY-NEW-COUNT  PIC 9(9) VALUE 0.
               01  DETAIL-COUNT    PIC 9(9) VALUE 0.
               01  DETAIL-LIMIT    PIC 9(9) VALUE 200.
               01  DIFF-PAIR-KEY   PIC X(100).
               01  DIFF-KEY-TEXT   PIC X(130).
               01  DIFF-SEQ-DISPLAY PIC Z(8)9.

      *> Result manifests, NAME|VALUE, one table per version.
               01  MANIFEST-EOF    PIC X.
                   88  NO-MORE-MANIFEST-LINES  VALUE "Y".
               01  MAN-NAME-TEXT   PIC X(30).
               01  MAN-VALUE-TEXT  PIC X(100).
               01  LOAD-COUNT      PIC 9(2).
               01  LOAD-TABLE.
                   05  LOAD-ENTRY OCCURS 20 TIMES.
                       10  LOAD-NAME   PIC X(30).
                       10  LOAD-VALUE  PIC X(100).
               01  OLD-MAN-COUNT   PIC 9(2) VALUE 0.
               01  OLD-MAN-TABLE.
                   05  OLD-MAN-ENTRY OCCURS 20 TIMES.
                       10  OLD-MAN-NAME  PIC X(30).
                       10  OLD-MAN-VALUE PIC X(100).
               01  NEW-MAN-COUNT   PIC 9(2) VALUE 0.
               01  NEW-MAN-TABLE.
                   05  NEW-MAN-ENTRY OCCURS 20 TIMES.
                       10  NEW-MAN-NAME  PIC X(30).
                       10  NEW-MAN-VALUE PIC X(100).
               01  OLD-MAN-IDX     PIC 9(2).
               01  NEW-MAN-IDX     PIC 9(2).
               01  MAN-HIT-IDX     PIC 9(2).
               01  MANIFEST-DIFF-COUNT PIC 9(3) VALUE 0.
               01  OLD-MAN-SHOWN   PIC X(100).
               01  NEW-MAN-SHOWN   PIC X(100).

               01  MANIFEST-WORD   PIC X(9).
               01  FINAL-VERDICT   PIC X(4).
               01  VERDICT-REASON  PIC X(60).
               01  REPORT-LINE     PIC X(300).
               01  STATUS-DISPLAY  PIC -(4)9.
               01  STATUS-DISPLAY-2 PIC -(4)9.
               01  MATCHED-DISPLAY PIC Z(8)9.
               01  CHANGED-DISPLAY PIC Z(8)9.
               01  ONLY-OLD-DISPLAY PIC Z(8)9.
               01  ONLY-NEW-DISPLAY PIC Z(8)9.

       PROCEDURE DIVISION.
           PERFORM READ-COMPARE-SETTINGS
           PERFORM CHECK-COMPARE-REQUEST
           IF REFUSAL-TEXT NOT = SPACES
               PERFORM REFUSE-COMPARISON
           END-IF
           PERFORM CHECK-APPROVED-VERSION
           IF REFUSAL-TEXT NOT = SPACES
               PERFORM REFUSE-COMPARISON
           END-IF
           IF NEW-HASH = APPROVED-HASH
               DISPLAY "DENO-COMPARE: candidate is the approved "
                   "content of " FUNCTION TRIM(COMPARE-SCRIPT)
                   "; nothing to compare"
               STOP RUN
           END-IF

           PERFORM PREPARE-COMPARE-ARGS
           PERFORM ACQUIRE-SCRIPT-RESOURCES
           IF REFUSAL-TEXT NOT = SPACES
               PERFORM REFUSE-COMPARISON
           END-IF
           MOVE OLD-VERSION-PATH TO CAPTURE-SCRIPT
           MOVE OLD-OUTPUT-PATH TO CAPTURE-OUTPUT-PATH
           MOVE OLD-ERROR-PATH TO CAPTURE-ERROR-PATH
           MOVE OLD-RESULT-PATH TO ENV-VAR-VALUE(1)
           MOVE SPACES TO JOB-STEP-NAME
           PERFORM RUN-ONE-VERSION
           MOVE STATUS-CODE TO OLD-RUN-STATUS
           MOVE NEW-VERSION-PATH TO CAPTURE-SCRIPT
           MOVE NEW-OUTPUT-PATH TO CAPTURE-OUTPUT-PATH
           MOVE NEW-ERROR-PATH TO CAPTURE-ERROR-PATH
           MOVE NEW-RESULT-PATH TO ENV-VAR-VALUE(1)
      *> The candidate's runtime is not the cataloged script's; it
      *> is kept out of the script's perf history.
           MOVE "*CANDIDATE" TO JOB-STEP-NAME
           PERFORM RUN-ONE-VERSION
           MOVE STATUS-CODE TO NEW-RUN-STATUS
           PERFORM RELEASE-SCRIPT-RESOURCES

           OPEN OUTPUT COMPARE-REPORT-FD
           PERFORM WRITE-REPORT-HEADING
           SORT SORT-FD
               ON ASCENDING KEY SORT-KEY SORT-SEQ
               INPUT PROCEDURE IS RELEASE-OLD-RECORDS
               GIVING OLD-SORTED-FD
           SORT SORT-FD
               ON ASCENDING KEY SORT-KEY SORT-SEQ
               INPUT PROCEDURE IS RELEASE-NEW-RECORDS
               GIVING NEW-SORTED-FD
           PERFORM PAIR-OUTPUT-RECORDS
           PERFORM COMPARE-RESULT-MANIFESTS
           PERFORM DECIDE-VERDICT
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE COMPARE-REPORT-FD
           PERFORM RECORD-VERDICT
           PERFORM AUDIT-COMPARISON
           PERFORM REMOVE-WORK-FILES

           DISPLAY "DENO-COMPARE: " FUNCTION TRIM(COMPARE-SCRIPT)
               " VERDICT=" FINAL-VERDICT " MATCHED="
               FUNCTION TRIM(MATCHED-DISPLAY) " CHANGED="
               FUNCTION TRIM(CHANGED-DISPLAY) " ONLY-IN-OLD="
               FUNCTION TRIM(ONLY-OLD-DISPLAY) " ONLY-IN-NEW="
               FUNCTION TRIM(ONLY-NEW-DISPLAY)
           IF FINAL-VERDICT NOT = "PASS"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-COMPARE-SETTINGS.
           MOVE SPACES TO COMPARE-SCRIPT OLD-VERSION-PATH
           MOVE SPACES TO NEW-VERSION-PATH COMPARE-FLAGS
           MOVE SPACES TO COMPARE-ARGS COMPARE-KEY-TEXT
           MOVE SPACES TO COMPARE-BUSDATE
           ACCEPT COMPARE-SCRIPT
               FROM ENVIRONMENT "DENO_COMPARE_SCRIPT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT OLD-VERSION-PATH
               FROM ENVIRONMENT "DENO_COMPARE_OLD"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF OLD-VERSION-PATH = SPACES
               MOVE COMPARE-SCRIPT TO OLD-VERSION-PATH
           END-IF
           ACCEPT NEW-VERSION-PATH
               FROM ENVIRONMENT "DENO_COMPARE_NEW"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT COMPARE-FLAGS
               FROM ENVIRONMENT "DENO_COMPARE_FLAGS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT COMPARE-ARGS
               FROM ENVIRONMENT "DENO_COMPARE_ARGS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT COMPARE-KEY-TEXT
               FROM ENVIRONMENT "DENO_COMPARE_KEY"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           ACCEPT COMPARE-BUSDATE
               FROM ENVIRONMENT "DENO_COMPARE_BUSDATE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_COMPARE_CATALOG"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO CATALOG-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_COMPARE_VERDICTS"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO VERDICT-FILE-PATH
           END-IF
           MOVE SPACES TO ENV-PATH-TEXT
           ACCEPT ENV-PATH-TEXT
               FROM ENVIRONMENT "DENO_COMPARE_REPORT"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF ENV-PATH-TEXT NOT = SPACES
               MOVE ENV-PATH-TEXT TO COMPARE-REPORT-PATH
           END-IF
           PERFORM READ-COMPARE-PROFILE
      *> Per-invocation discriminator (the DENO-BATCH scratch-file
      *> convention) for the captured outputs and work files.
           MOVE SPACES TO RUN-DISCRIMINATOR
           STRING FUNCTION CURRENT-DATE(9:2)       DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(11:2)      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(13:2)      DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(15:2)      DELIMITED BY SIZE
                  INTO RUN-DISCRIMINATOR
           MOVE SPACES TO OLD-OUTPUT-PATH NEW-OUTPUT-PATH
           MOVE SPACES TO OLD-ERROR-PATH NEW-ERROR-PATH
           MOVE SPACES TO OLD-RESULT-PATH NEW-RESULT-PATH
           MOVE SPACES TO OLD-SORTED-PATH NEW-SORTED-PATH
           MOVE SPACES TO SORT-WORK-PATH
           STRING "/tmp/deno-compare-old-"         DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO OLD-OUTPUT-PATH
           STRING "/tmp/deno-compare-new-"         DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO NEW-OUTPUT-PATH
           STRING "/tmp/deno-compare-old-err-"     DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO OLD-ERROR-PATH
           STRING "/tmp/deno-compare-new-err-"     DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO NEW-ERROR-PATH
           STRING "/tmp/deno-compare-old-result-"  DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO OLD-RESULT-PATH
           STRING "/tmp/deno-compare-new-result-"  DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO NEW-RESULT-PATH
           STRING "/tmp/deno-compare-old-sorted-"  DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO OLD-SORTED-PATH
           STRING "/tmp/deno-compare-new-sorted-"  DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".txt"                           DELIMITED BY SIZE
                  INTO NEW-SORTED-PATH
           STRING "/tmp/deno-compare-sort-"        DELIMITED BY SIZE
                  RUN-DISCRIMINATOR                 DELIMITED BY SIZE
                  ".tmp"                           DELIMITED BY SIZE
                  INTO SORT-WORK-PATH.

      *> The binary comes from the named profile when there is one,
      *> exactly as DENO-QUEUE picks it for a captured request.
       READ-COMPARE-PROFILE.
           MOVE SPACES TO COMPARE-PROFILE-NAME
           ACCEPT COMPARE-PROFILE-NAME
               FROM ENVIRONMENT "DENO_COMPARE_PROFILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           IF COMPARE-PROFILE-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO COMPARE-PROFILE-FILE
           ACCEPT COMPARE-PROFILE-FILE
               FROM ENVIRONMENT "DENO_PROFILE_FILE"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE COMPARE-PROFILE-NAME TO PROF-NAME
           CALL "DENO-PROFILE" USING COMPARE-PROFILE-FILE
               PROFILE-BLOCK PROFILE-FOUND-FLAG
           IF PROFILE-FOUND-FLAG = "Y"
             AND PROF-DENO-BINARY-PATH NOT = SPACES
               MOVE FUNCTION TRIM(PROF-DENO-BINARY-PATH)
                   TO DENO-BIN-NAME
           END-IF.

       CHECK-COMPARE-REQUEST.
           MOVE SPACES TO REFUSAL-TEXT
           EVALUATE TRUE
               WHEN COMPARE-SCRIPT = SPACES
                   MOVE "NO SCRIPT (DENO_COMPARE_SCRIPT)"
                       TO REFUSAL-TEXT
               WHEN NEW-VERSION-PATH = SPACES
                   MOVE "NO CANDIDATE (DENO_COMPARE_NEW)"
                       TO REFUSAL-TEXT
               WHEN COMPARE-BUSDATE NOT = SPACES
                 AND COMPARE-BUSDATE NOT NUMERIC
                   MOVE "DENO_COMPARE_BUSDATE MUST BE YYYYMMDD"
                       TO REFUSAL-TEXT
           END-EVALUATE
           IF REFUSAL-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF COMPARE-KEY-TEXT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO KEY-START-TEXT KEY-LEN-TEXT
           UNSTRING COMPARE-KEY-TEXT DELIMITED BY ":"
               INTO KEY-START-TEXT KEY-LEN-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(KEY-START-TEXT) IS NOT NUMERIC
             OR FUNCTION TRIM(KEY-LEN-TEXT) IS NOT NUMERIC
               MOVE "DENO_COMPARE_KEY MUST BE START:LENGTH"
                   TO REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF
           COMPUTE KEY-START = FUNCTION NUMVAL(KEY-START-TEXT)
           COMPUTE KEY-LEN = FUNCTION NUMVAL(KEY-LEN-TEXT)
           IF KEY-START < 1 OR KEY-LEN < 1 OR KEY-LEN > 100
             OR KEY-START + KEY-LEN - 1 > 1000
               MOVE "DENO_COMPARE_KEY OUTSIDE THE RECORD"
                   TO REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO KEYED-FLAG.

      *> The "old" side must really be the approved content: a
      *> comparison against anything else would prove nothing about
      *> the change the board is asked to bless.
       CHECK-APPROVED-VERSION.
           OPEN INPUT CATALOG-FD
           IF CATALOG-STATUS NOT = "00"
               MOVE "CATALOG UNAVAILABLE" TO REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CAT-REC
           MOVE COMPARE-SCRIPT TO CAT-SCRIPT-PATH
           READ CATALOG-FD
               INVALID KEY
                   MOVE "SCRIPT NOT IN CATALOG" TO REFUSAL-TEXT
           END-READ
           CLOSE CATALOG-FD
           IF REFUSAL-TEXT NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CAT-HASH TO APPROVED-HASH
           MOVE OLD-VERSION-PATH TO HASH-PATH
           PERFORM HASH-ONE-VERSION
           IF SCRIPT-HASH-FOUND NOT = "Y"
               MOVE "APPROVED VERSION UNREADABLE" TO REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SCRIPT-HASH TO OLD-HASH
           IF OLD-HASH NOT = APPROVED-HASH
               MOVE "OLD VERSION DOES NOT MATCH THE APPROVED CAT-HASH"
                   TO REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE NEW-VERSION-PATH TO HASH-PATH
           PERFORM HASH-ONE-VERSION
           IF SCRIPT-HASH-FOUND NOT = "Y"
               MOVE "CANDIDATE UNREADABLE" TO REFUSAL-TEXT
               EXIT PARAGRAPH
           END-IF
           MOVE SCRIPT-HASH TO NEW-HASH.

       HASH-ONE-VERSION.
           MOVE SPACES TO SCRIPT-HASH
           MOVE "N" TO SCRIPT-HASH-FOUND
           CALL "DENO-FILE-HASH" USING HASH-PATH SCRIPT-HASH
               SCRIPT-HASH-FOUND.

       REFUSE-COMPARISON.
           DISPLAY "DENO-COMPARE: " FUNCTION TRIM(COMPARE-SCRIPT)
               " not compared: " FUNCTION TRIM(REFUSAL-TEXT)
           MOVE 8 TO STATUS-CODE
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "COMPARE "                       DELIMITED BY SIZE
                  FUNCTION TRIM(COMPARE-SCRIPT)     DELIMITED BY SIZE
                  " NOT COMPARED: "                DELIMITED BY SIZE
                  FUNCTION TRIM(REFUSAL-TEXT)       DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               COMPARE-ELAPSED
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *> One business date for both runs, fixed before either
      *> starts, so a cycle close between them cannot split them.
       PREPARE-COMPARE-ARGS.
           IF COMPARE-BUSDATE = SPACES
               MOVE "G" TO BUSDATE-ACTION
               CALL "DENO-BUSDATE" USING BUSDATE-ACTION
                   COMPARE-BUSDATE BUSDATE-STATUS
           END-IF
           MOVE 0 TO RUN-ARG-COUNT
           PERFORM VARYING ARG-IDX FROM 1 BY 1 UNTIL ARG-IDX > 10
               MOVE SPACES TO RUN-ARG-ENTRY(ARG-IDX)
           END-PERFORM
           IF COMPARE-ARGS NOT = SPACES
               UNSTRING COMPARE-ARGS DELIMITED BY ALL SPACE
                   INTO RUN-ARG-ENTRY(1) RUN-ARG-ENTRY(2)
                        RUN-ARG-ENTRY(3) RUN-ARG-ENTRY(4)
                        RUN-ARG-ENTRY(5) RUN-ARG-ENTRY(6)
                        RUN-ARG-ENTRY(7) RUN-ARG-ENTRY(8)
                        RUN-ARG-ENTRY(9) RUN-ARG-ENTRY(10)
               END-UNSTRING
               PERFORM VARYING ARG-IDX FROM 1 BY 1
                       UNTIL ARG-IDX > 10
                   IF RUN-ARG-ENTRY(ARG-IDX) NOT = SPACES
                       ADD 1 TO RUN-ARG-COUNT
                       INSPECT RUN-ARG-ENTRY(ARG-IDX)
                           REPLACING ALL "&BUSDATE" BY COMPARE-BUSDATE
                   END-IF
               END-PERFORM
           END-IF
      *> The only environment the runs do not share: where each
      *> one leaves its result manifest.
           MOVE 1 TO ENV-VAR-COUNT
           MOVE SPACES TO ENV-VAR-TABLE
           MOVE "DENO_RESULT_FILE" TO ENV-VAR-NAME(1)
           MOVE SPACES TO RECON-CONTRACT.

       ACQUIRE-SCRIPT-RESOURCES.
           MOVE SPACES TO RSRC-TOKEN
           IF CAT-RESOURCES = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO RSRC-ACTION
           MOVE CAT-RESOURCES TO RSRC-LIST
           MOVE AUDIT-PROG-NAME TO RSRC-PROGRAM
           MOVE COMPARE-SCRIPT TO RSRC-SCRIPT
           CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
               RESOURCE-STATUS
           IF RESOURCE-STATUS NOT = 0
               MOVE RSRC-DETAIL TO REFUSAL-TEXT
           END-IF.

       RELEASE-SCRIPT-RESOURCES.
           IF RSRC-TOKEN NOT = SPACES
               MOVE "R" TO RSRC-ACTION
               CALL "DENO-RESOURCE" USING RESOURCE-REQUEST
                   RESOURCE-STATUS
           END-IF.

      *> The DENO-QUEUE command shape: deno run flags 'script', each
      *> argument shell-escaped and quoted. stderr is kept apart
      *> from the output being compared.
       RUN-ONE-VERSION.
           MOVE SPACES TO CAPTURE-CMD
           MOVE 1 TO CAPTURE-CMD-PTR
           STRING FUNCTION TRIM(DENO-BIN-NAME)     DELIMITED BY SIZE
                  " run "                          DELIMITED BY SIZE
                  FUNCTION TRIM(COMPARE-FLAGS)      DELIMITED BY SIZE
                  " '"                             DELIMITED BY SIZE
                  FUNCTION TRIM(CAPTURE-SCRIPT)     DELIMITED BY SIZE
                  "'"                              DELIMITED BY SIZE
                  INTO CAPTURE-CMD
                  WITH POINTER CAPTURE-CMD-PTR
           PERFORM VARYING ARG-IDX FROM 1 BY 1
                   UNTIL ARG-IDX > RUN-ARG-COUNT
               CALL "DENO-SHELL-ESCAPE" USING
                   RUN-ARG-ENTRY(ARG-IDX) ESCAPED-ARG
               STRING " '"                         DELIMITED BY SIZE
                      FUNCTION TRIM(ESCAPED-ARG)    DELIMITED BY SIZE
                      "'"                          DELIMITED BY SIZE
                      INTO CAPTURE-CMD
                      WITH POINTER CAPTURE-CMD-PTR
           END-PERFORM
           CALL "DENO-CAPTURE" USING CAPTURE-CMD CAPTURE-OUTPUT-PATH
               STATUS-CODE APPEND-MODE CAPTURE-ERROR-PATH
               JOB-STEP-NAME CHECKPOINT-MODE CHECKPOINT-FILE
               ENV-VAR-COUNT ENV-VAR-TABLE RECON-CONTRACT
               OUTPUT-MAX-KB.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE
           STRING "DENO-COMPARE PARALLEL RUN "     DELIMITED BY SIZE
                  FUNCTION TRIM(COMPARE-SCRIPT)     DELIMITED BY SIZE
                  "  BUSINESS DATE "               DELIMITED BY SIZE
                  COMPARE-BUSDATE                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE OLD-RUN-STATUS TO STATUS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "APPROVED  "                     DELIMITED BY SIZE
                  FUNCTION TRIM(OLD-VERSION-PATH)   DELIMITED BY SIZE
                  " HASH="                         DELIMITED BY SIZE
                  OLD-HASH(1:16)                    DELIMITED BY SIZE
                  " STATUS="                       DELIMITED BY SIZE
                  FUNCTION TRIM(STATUS-DISPLAY)     DELIMITED BY SIZE
                  " OUTPUT="                       DELIMITED BY SIZE
                  FUNCTION TRIM(OLD-OUTPUT-PATH)    DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE NEW-RUN-STATUS TO STATUS-DISPLAY
           MOVE SPACES TO REPORT-LINE
           STRING "CANDIDATE "                     DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-VERSION-PATH)   DELIMITED BY SIZE
                  " HASH="                         DELIMITED BY SIZE
                  NEW-HASH(1:16)                    DELIMITED BY SIZE
                  " STATUS="                       DELIMITED BY SIZE
                  FUNCTION TRIM(STATUS-DISPLAY)     DELIMITED BY SIZE
                  " OUTPUT="                       DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-OUTPUT-PATH)    DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF PAIR-BY-KEY
               STRING "FLAGS="                     DELIMITED BY SIZE
                      FUNCTION TRIM(COMPARE-FLAGS)  DELIMITED BY SIZE
                      " ARGS="                     DELIMITED BY SIZE
                      FUNCTION TRIM(COMPARE-ARGS)   DELIMITED BY SIZE
                      " PAIRED BY KEY "            DELIMITED BY SIZE
                      FUNCTION TRIM(COMPARE-KEY-TEXT)
                                                    DELIMITED BY SIZE
                      INTO REPORT-LINE
           ELSE
               STRING "FLAGS="                     DELIMITED BY SIZE
                      FUNCTION TRIM(COMPARE-FLAGS)  DELIMITED BY SIZE
                      " ARGS="                     DELIMITED BY SIZE
                      FUNCTION TRIM(COMPARE-ARGS)   DELIMITED BY SIZE
                      " PAIRED BY POSITION"        DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO COMPARE-REPORT-REC
           WRITE COMPARE-REPORT-REC.

       RELEASE-OLD-RECORDS.
           MOVE OLD-OUTPUT-PATH TO CAPTURED-FILE-PATH
           PERFORM RELEASE-CAPTURED-RECORDS.

       RELEASE-NEW-RECORDS.
           MOVE NEW-OUTPUT-PATH TO CAPTURED-FILE-PATH
           PERFORM RELEASE-CAPTURED-RECORDS.

      *> A missing output (the run never wrote one) is an empty
      *> one: every record on the other side is then unpaired.
       RELEASE-CAPTURED-RECORDS.
           MOVE 0 TO RELEASE-SEQ
           OPEN INPUT CAPTURED-FD
           IF CAPTURED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO CAPTURED-EOF
           PERFORM UNTIL NO-MORE-CAPTURED-LINES
               MOVE SPACES TO CAPTURED-REC
               READ CAPTURED-FD
                   AT END
                       MOVE "Y" TO CAPTURED-EOF
                   NOT AT END
                       ADD 1 TO RELEASE-SEQ
                       MOVE SPACES TO SORT-KEY
                       IF PAIR-BY-KEY
                           MOVE CAPTURED-REC(KEY-START:KEY-LEN)
                               TO SORT-KEY
                       ELSE
                           MOVE RELEASE-SEQ TO SORT-KEY(1:9)
                       END-IF
                       MOVE RELEASE-SEQ TO SORT-SEQ
                       MOVE CAPTURED-REC TO SORT-IMAGE
                       RELEASE SORT-REC
               END-READ
           END-PERFORM
           CLOSE CAPTURED-FD.

      *> Classic two-file match on the pairing key: equal keys pair
      *> (MATCHED or CHANGED), the lower key is unpaired and only
      *> its own side advances. Records sharing a key pair off in
      *> their original order.
       PAIR-OUTPUT-RECORDS.
           OPEN INPUT OLD-SORTED-FD
           OPEN INPUT NEW-SORTED-FD
           PERFORM READ-OLD-SORTED
           PERFORM READ-NEW-SORTED
           PERFORM UNTIL OLD-PAIR-KEY = HIGH-VALUES
                     AND NEW-PAIR-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN OLD-PAIR-KEY = NEW-PAIR-KEY
                       IF OS-IMAGE = NS-IMAGE
                           ADD 1 TO MATCHED-COUNT
                       ELSE
                           ADD 1 TO CHANGED-COUNT
                           PERFORM REPORT-CHANGED-RECORD
                       END-IF
                       PERFORM READ-OLD-SORTED
                       PERFORM READ-NEW-SORTED
                   WHEN OLD-PAIR-KEY < NEW-PAIR-KEY
                       ADD 1 TO ONLY-OLD-COUNT
                       PERFORM REPORT-ONLY-OLD-RECORD
                       PERFORM READ-OLD-SORTED
                   WHEN OTHER
                       ADD 1 TO ONLY-NEW-COUNT
                       PERFORM REPORT-ONLY-NEW-RECORD
                       PERFORM READ-NEW-SORTED
               END-EVALUATE
           END-PERFORM
           CLOSE OLD-SORTED-FD
           CLOSE NEW-SORTED-FD.

       READ-OLD-SORTED.
           IF OLD-SORTED-STATUS NOT = "00"
               MOVE HIGH-VALUES TO OLD-PAIR-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OLD-SORTED-REC
           READ OLD-SORTED-FD
               AT END
                   MOVE HIGH-VALUES TO OLD-PAIR-KEY
               NOT AT END
                   MOVE OS-KEY TO OLD-PAIR-KEY
           END-READ.

       READ-NEW-SORTED.
           IF NEW-SORTED-STATUS NOT = "00"
               MOVE HIGH-VALUES TO NEW-PAIR-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NEW-SORTED-REC
           READ NEW-SORTED-FD
               AT END
                   MOVE HIGH-VALUES TO NEW-PAIR-KEY
               NOT AT END
                   MOVE NS-KEY TO NEW-PAIR-KEY
           END-READ.

      *> The counts are always complete; the detail lines stop at
      *> DETAIL-LIMIT so a wholesale change does not bury the
      *> verdict under the whole of both outputs.
       REPORT-CHANGED-RECORD.
           ADD 1 TO DETAIL-COUNT
           IF DETAIL-COUNT > DETAIL-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE OS-SEQ TO DIFF-SEQ-DISPLAY
           MOVE OS-KEY TO DIFF-PAIR-KEY
           PERFORM FORMAT-DIFF-KEY
           MOVE SPACES TO REPORT-LINE
           STRING "CHANGED     "                   DELIMITED BY SIZE
                  FUNCTION TRIM(DIFF-KEY-TEXT)      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  OLD: "                        DELIMITED BY SIZE
                  OS-IMAGE(1:250)                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  NEW: "                        DELIMITED BY SIZE
                  NS-IMAGE(1:250)                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONLY-OLD-RECORD.
           ADD 1 TO DETAIL-COUNT
           IF DETAIL-COUNT > DETAIL-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE OS-SEQ TO DIFF-SEQ-DISPLAY
           MOVE OS-KEY TO DIFF-PAIR-KEY
           PERFORM FORMAT-DIFF-KEY
           MOVE SPACES TO REPORT-LINE
           STRING "ONLY-IN-OLD "                   DELIMITED BY SIZE
                  FUNCTION TRIM(DIFF-KEY-TEXT)      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  OLD: "                        DELIMITED BY SIZE
                  OS-IMAGE(1:250)                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONLY-NEW-RECORD.
           ADD 1 TO DETAIL-COUNT
           IF DETAIL-COUNT > DETAIL-LIMIT
               EXIT PARAGRAPH
           END-IF
           MOVE NS-SEQ TO DIFF-SEQ-DISPLAY
           MOVE NS-KEY TO DIFF-PAIR-KEY
           PERFORM FORMAT-DIFF-KEY
           MOVE SPACES TO REPORT-LINE
           STRING "ONLY-IN-NEW "                   DELIMITED BY SIZE
                  FUNCTION TRIM(DIFF-KEY-TEXT)      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  NEW: "                        DELIMITED BY SIZE
                  NS-IMAGE(1:250)                   DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> "RECORD n" by position; by key, the key and where the
      *> record sat in its own output.
       FORMAT-DIFF-KEY.
           MOVE SPACES TO DIFF-KEY-TEXT
           IF PAIR-BY-KEY
               STRING "KEY '"                      DELIMITED BY SIZE
                      DIFF-PAIR-KEY(1:KEY-LEN)      DELIMITED BY SIZE
                      "' (RECORD "                 DELIMITED BY SIZE
                      FUNCTION TRIM(DIFF-SEQ-DISPLAY)
                                                    DELIMITED BY SIZE
                      ")"                          DELIMITED BY SIZE
                      INTO DIFF-KEY-TEXT
           ELSE
               STRING "RECORD "                    DELIMITED BY SIZE
                      FUNCTION TRIM(DIFF-SEQ-DISPLAY)
                                                    DELIMITED BY SIZE
                      INTO DIFF-KEY-TEXT
           END-IF.

      *> The manifest is each version's own account of its run;
      *> names are compared, not line positions, so a script that
      *> writes STATUS before MESSAGE still agrees with one that
      *> writes them the other way round.
       COMPARE-RESULT-MANIFESTS.
           MOVE OLD-RESULT-PATH TO MANIFEST-FILE-PATH
           PERFORM LOAD-RESULT-MANIFEST
           MOVE LOAD-COUNT TO OLD-MAN-COUNT
           MOVE LOAD-TABLE TO OLD-MAN-TABLE
           MOVE NEW-RESULT-PATH TO MANIFEST-FILE-PATH
           PERFORM LOAD-RESULT-MANIFEST
           MOVE LOAD-COUNT TO NEW-MAN-COUNT
           MOVE LOAD-TABLE TO NEW-MAN-TABLE
           PERFORM VARYING OLD-MAN-IDX FROM 1 BY 1
                   UNTIL OLD-MAN-IDX > OLD-MAN-COUNT
               MOVE 0 TO MAN-HIT-IDX
               PERFORM VARYING NEW-MAN-IDX FROM 1 BY 1
                       UNTIL NEW-MAN-IDX > NEW-MAN-COUNT
                   IF NEW-MAN-NAME(NEW-MAN-IDX) =
                           OLD-MAN-NAME(OLD-MAN-IDX)
                       MOVE NEW-MAN-IDX TO MAN-HIT-IDX
                   END-IF
               END-PERFORM
               MOVE OLD-MAN-VALUE(OLD-MAN-IDX) TO OLD-MAN-SHOWN
               IF MAN-HIT-IDX = 0
                   MOVE "(NONE)" TO NEW-MAN-SHOWN
                   MOVE OLD-MAN-NAME(OLD-MAN-IDX) TO MAN-NAME-TEXT
                   PERFORM REPORT-MANIFEST-DIFFERENCE
               ELSE
                   IF NEW-MAN-VALUE(MAN-HIT-IDX) NOT =
                           OLD-MAN-VALUE(OLD-MAN-IDX)
                       MOVE NEW-MAN-VALUE(MAN-HIT-IDX)
                           TO NEW-MAN-SHOWN
                       MOVE OLD-MAN-NAME(OLD-MAN-IDX)
                           TO MAN-NAME-TEXT
                       PERFORM REPORT-MANIFEST-DIFFERENCE
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING NEW-MAN-IDX FROM 1 BY 1
                   UNTIL NEW-MAN-IDX > NEW-MAN-COUNT
               MOVE 0 TO MAN-HIT-IDX
               PERFORM VARYING OLD-MAN-IDX FROM 1 BY 1
                       UNTIL OLD-MAN-IDX > OLD-MAN-COUNT
                   IF OLD-MAN-NAME(OLD-MAN-IDX) =
                           NEW-MAN-NAME(NEW-MAN-IDX)
                       MOVE OLD-MAN-IDX TO MAN-HIT-IDX
                   END-IF
               END-PERFORM
               IF MAN-HIT-IDX = 0
                   MOVE "(NONE)" TO OLD-MAN-SHOWN
                   MOVE NEW-MAN-VALUE(NEW-MAN-IDX) TO NEW-MAN-SHOWN
                   MOVE NEW-MAN-NAME(NEW-MAN-IDX) TO MAN-NAME-TEXT
                   PERFORM REPORT-MANIFEST-DIFFERENCE
               END-IF
           END-PERFORM.

      *> NAME|VALUE lines as DENO-RUN reads them; no file is the
      *> normal "said nothing" case. The file is removed once read.
       LOAD-RESULT-MANIFEST.
           MOVE 0 TO LOAD-COUNT
           MOVE SPACES TO LOAD-TABLE
           OPEN INPUT MANIFEST-FD
           IF MANIFEST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO MANIFEST-EOF
           PERFORM UNTIL NO-MORE-MANIFEST-LINES
               MOVE SPACES TO MANIFEST-REC
               READ MANIFEST-FD
                   AT END
                       MOVE "Y" TO MANIFEST-EOF
                   NOT AT END
                       PERFORM LOAD-MANIFEST-LINE
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FD
           MOVE SPACES TO CLEAN-CMD
           STRING "rm -f '"                        DELIMITED BY SIZE
                  FUNCTION TRIM(MANIFEST-FILE-PATH) DELIMITED BY SIZE
                  "'"                              DELIMITED BY SIZE
                  INTO CLEAN-CMD
           CALL "SYSTEM" USING CLEAN-CMD RETURNING SHELL-RET-VAL.

       LOAD-MANIFEST-LINE.
           MOVE SPACES TO MAN-NAME-TEXT MAN-VALUE-TEXT
           UNSTRING MANIFEST-REC DELIMITED BY "|"
               INTO MAN-NAME-TEXT MAN-VALUE-TEXT
           END-UNSTRING
           IF MAN-NAME-TEXT = SPACES OR LOAD-COUNT >= 20
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LOAD-COUNT
           MOVE FUNCTION TRIM(MAN-NAME-TEXT) TO LOAD-NAME(LOAD-COUNT)
           MOVE FUNCTION TRIM(MAN-VALUE-TEXT)
               TO LOAD-VALUE(LOAD-COUNT).

       REPORT-MANIFEST-DIFFERENCE.
           ADD 1 TO MANIFEST-DIFF-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MANIFEST    "                   DELIMITED BY SIZE
                  FUNCTION TRIM(MAN-NAME-TEXT)      DELIMITED BY SIZE
                  " OLD="                          DELIMITED BY SIZE
                  FUNCTION TRIM(OLD-MAN-SHOWN)      DELIMITED BY SIZE
                  " NEW="                          DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-MAN-SHOWN)      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> The first reason found is the one reported; every figure
      *> behind it is on the summary line regardless.
       DECIDE-VERDICT.
           MOVE "PASS" TO FINAL-VERDICT
           MOVE SPACES TO VERDICT-REASON
           MOVE OLD-RUN-STATUS TO STATUS-DISPLAY
           MOVE NEW-RUN-STATUS TO STATUS-DISPLAY-2
           EVALUATE TRUE
               WHEN OLD-RUN-STATUS NOT = 0
                   STRING "APPROVED VERSION DID NOT RUN CLEAN "
                                                    DELIMITED BY SIZE
                          "(STATUS="               DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-DISPLAY)
                                                    DELIMITED BY SIZE
                          ")"                      DELIMITED BY SIZE
                          INTO VERDICT-REASON
               WHEN NEW-RUN-STATUS NOT = OLD-RUN-STATUS
                   STRING "EXIT STATUS DIFFERS (OLD="
                                                    DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-DISPLAY)
                                                    DELIMITED BY SIZE
                          " NEW="                  DELIMITED BY SIZE
                          FUNCTION TRIM(STATUS-DISPLAY-2)
                                                    DELIMITED BY SIZE
                          ")"                      DELIMITED BY SIZE
                          INTO VERDICT-REASON
               WHEN CHANGED-COUNT > 0 OR ONLY-OLD-COUNT > 0
                 OR ONLY-NEW-COUNT > 0
                   MOVE "OUTPUT RECORDS DIFFER" TO VERDICT-REASON
               WHEN MANIFEST-DIFF-COUNT > 0
                   MOVE "RESULT MANIFESTS DIFFER" TO VERDICT-REASON
           END-EVALUATE
           IF VERDICT-REASON NOT = SPACES
               MOVE "FAIL" TO FINAL-VERDICT
           END-IF.

       WRITE-REPORT-SUMMARY.
           MOVE MATCHED-COUNT TO MATCHED-DISPLAY
           MOVE CHANGED-COUNT TO CHANGED-DISPLAY
           MOVE ONLY-OLD-COUNT TO ONLY-OLD-DISPLAY
           MOVE ONLY-NEW-COUNT TO ONLY-NEW-DISPLAY
           IF MANIFEST-DIFF-COUNT = 0
               MOVE "SAME" TO MANIFEST-WORD
           ELSE
               MOVE "DIFFERENT" TO MANIFEST-WORD
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           IF DETAIL-COUNT > DETAIL-LIMIT
               MOVE SPACES TO REPORT-LINE
               STRING "(DETAIL LINES STOPPED AFTER THE FIRST 200 "
                                                    DELIMITED BY SIZE
                      "DIFFERENCES)"               DELIMITED BY SIZE
                      INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "MATCHED="                       DELIMITED BY SIZE
                  FUNCTION TRIM(MATCHED-DISPLAY)    DELIMITED BY SIZE
                  " CHANGED="                      DELIMITED BY SIZE
                  FUNCTION TRIM(CHANGED-DISPLAY)    DELIMITED BY SIZE
                  " ONLY-IN-OLD="                  DELIMITED BY SIZE
                  FUNCTION TRIM(ONLY-OLD-DISPLAY)   DELIMITED BY SIZE
                  " ONLY-IN-NEW="                  DELIMITED BY SIZE
                  FUNCTION TRIM(ONLY-NEW-DISPLAY)   DELIMITED BY SIZE
                  " MANIFEST="                     DELIMITED BY SIZE
                  FUNCTION TRIM(MANIFEST-WORD)      DELIMITED BY SIZE
                  INTO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF VERDICT-REASON = SPACES
               MOVE "VERDICT PASS" TO REPORT-LINE
           ELSE
               STRING "VERDICT FAIL - "            DELIMITED BY SIZE
                      FUNCTION TRIM(VERDICT-REASON) DELIMITED BY SIZE
                      INTO REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *> A verdict that cannot be filed is as good as none to
      *> DENO-MAINT, so it fails the run rather than pass quietly.
       RECORD-VERDICT.
           OPEN I-O VERDICT-FD
           IF VERDICT-STATUS = "35"
               OPEN OUTPUT VERDICT-FD
               CLOSE VERDICT-FD
               OPEN I-O VERDICT-FD
           END-IF
           IF VERDICT-STATUS NOT = "00"
               DISPLAY "DENO-COMPARE: verdict file "
                   FUNCTION TRIM(VERDICT-FILE-PATH)
                   " unavailable STATUS=" VERDICT-STATUS
                   "; verdict not filed"
               MOVE "FAIL" TO FINAL-VERDICT
               MOVE "VERDICT NOT FILED" TO VERDICT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VERDICT-REC
           MOVE COMPARE-SCRIPT TO VRD-SCRIPT-PATH
           MOVE NEW-HASH TO VRD-NEW-HASH
           MOVE OLD-HASH TO VRD-OLD-HASH
           MOVE FINAL-VERDICT TO VRD-VERDICT
           MOVE FUNCTION CURRENT-DATE(1:14) TO VRD-STAMP
           MOVE COMPARE-BUSDATE TO VRD-BUSDATE
           MOVE OLD-RUN-STATUS TO VRD-OLD-STATUS
           MOVE NEW-RUN-STATUS TO VRD-NEW-STATUS
           MOVE MATCHED-COUNT TO VRD-MATCHED
           MOVE CHANGED-COUNT TO VRD-CHANGED
           MOVE ONLY-OLD-COUNT TO VRD-ONLY-OLD
           MOVE ONLY-NEW-COUNT TO VRD-ONLY-NEW
           IF MANIFEST-DIFF-COUNT = 0
               MOVE "S" TO VRD-MANIFEST
           ELSE
               MOVE "D" TO VRD-MANIFEST
           END-IF
           MOVE COMPARE-REPORT-PATH TO VRD-REPORT-PATH
           WRITE VERDICT-REC
               INVALID KEY
                   REWRITE VERDICT-REC
                       INVALID KEY
                           MOVE "FAIL" TO FINAL-VERDICT
                           MOVE "VERDICT NOT FILED"
                               TO VERDICT-REASON
                   END-REWRITE
           END-WRITE
           CLOSE VERDICT-FD.

       AUDIT-COMPARISON.
           IF FINAL-VERDICT = "PASS"
               MOVE 0 TO STATUS-CODE
           ELSE
               MOVE 8 TO STATUS-CODE
           END-IF
           MOVE SPACES TO AUDIT-CMD-TEXT
           STRING "COMPARE "                       DELIMITED BY SIZE
                  FUNCTION TRIM(COMPARE-SCRIPT)     DELIMITED BY SIZE
                  " CANDIDATE="                    DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-VERSION-PATH)   DELIMITED BY SIZE
                  " NEW-HASH="                     DELIMITED BY SIZE
                  NEW-HASH(1:16)                    DELIMITED BY SIZE
                  " BUSDATE="                      DELIMITED BY SIZE
                  COMPARE-BUSDATE                   DELIMITED BY SIZE
                  " VERDICT="                      DELIMITED BY SIZE
                  FINAL-VERDICT                     DELIMITED BY SIZE
                  " MATCHED="                      DELIMITED BY SIZE
                  FUNCTION TRIM(MATCHED-DISPLAY)    DELIMITED BY SIZE
                  " CHANGED="                      DELIMITED BY SIZE
                  FUNCTION TRIM(CHANGED-DISPLAY)    DELIMITED BY SIZE
                  " ONLY-IN-OLD="                  DELIMITED BY SIZE
                  FUNCTION TRIM(ONLY-OLD-DISPLAY)   DELIMITED BY SIZE
                  " ONLY-IN-NEW="                  DELIMITED BY SIZE
                  FUNCTION TRIM(ONLY-NEW-DISPLAY)   DELIMITED BY SIZE
                  " "                              DELIMITED BY SIZE
                  FUNCTION TRIM(VERDICT-REASON)     DELIMITED BY SIZE
                  INTO AUDIT-CMD-TEXT
           CALL "DENO-AUDIT-LOG" USING
               AUDIT-PROG-NAME AUDIT-CMD-TEXT STATUS-CODE
               COMPARE-ELAPSED.

      *> The captured outputs and stderr stay for review; the sort
      *> work and paired copies are only this run's scaffolding.
       REMOVE-WORK-FILES.
           MOVE SPACES TO CLEAN-CMD
           STRING "rm -f '"                        DELIMITED BY SIZE
                  FUNCTION TRIM(OLD-SORTED-PATH)    DELIMITED BY SIZE
                  "' '"                            DELIMITED BY SIZE
                  FUNCTION TRIM(NEW-SORTED-PATH)    DELIMITED BY SIZE
                  "' '"                            DELIMITED BY SIZE
                  FUNCTION TRIM(SORT-WORK-PATH)     DELIMITED BY SIZE
                  "'"                              DELIMITED BY SIZE
                  INTO CLEAN-CMD
           CALL "SYSTEM" USING CLEAN-CMD RETURNING SHELL-RET-VAL.
