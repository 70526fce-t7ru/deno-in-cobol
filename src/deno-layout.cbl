       IDENTIFICATION DIVISION.
       PROGRAM-ID. DENO-LAYOUT.

      *> Single source of record layouts: an indexed registry of
      *> field tables keyed by layout name and version (DENOLREG.cpy),
      *> so DENO-EXPORT, DENO-IMPORT, DENO-REWORK and DENO-INQUIRY
      *> describe a feed's records the same way instead of each
      *> caller hand-building its own FIELD-LAYOUT-TABLE and the two
      *> ends of a feed drifting apart when a copybook changes.
      *>
      *>   action "G": return LAYOUT-NAME's field table in
      *>               FIELD-LAYOUT-COUNT/-TABLE. LAYOUT-VERSION
      *>               names the version; zero (or not numeric)
      *>               asks for the highest registered, and the
      *>               version actually loaded is returned there.
      *>   action "R": register the caller's table under
      *>               LAYOUT-NAME as the next version (1 for a new
      *>               name) and return that version. A table
      *>               identical to the highest version already
      *>               registered is not stored again - its version
      *>               is returned and LAYOUT-ACTION comes back "U"
      *>               (unchanged) instead of "R".
      *>
      *> STATUS-CODE 0 on success; 8 when the name/version is not
      *> registered, the registry cannot be opened, or the table to
      *> register is empty. The registry path is /tmp/deno-layouts.dat
      *> unless DENO_LAYOUT_REGISTRY names another. Registration is
      *> audited by its caller (DENO-MAINT "LAY" transactions).

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT REGISTRY-FD
                   ASSIGN TO DYNAMIC REGISTRY-FILE-PATH
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LREG-KEY
                   FILE STATUS IS REGISTRY-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD  REGISTRY-FD.
           COPY DENOLREG.

           WORKING-STORAGE SECTION.
               01  REGISTRY-FILE-PATH PIC X(100) VALUE
                       "/tmp/deno-layouts.dat".
               01  REGISTRY-STATUS PIC XX.
               01  ENV-PATH-TEXT   PIC X(100).
               01  PATH-RESOLVED   PIC X VALUE "N".
               01  REGISTRY-EOF    PIC X.
                   88  NO-MORE-REGISTRY-RECORDS VALUE "Y".
               01  LATEST-FLAG     PIC X.
                   88  LATEST-VERSION-FOUND    VALUE "Y".
      *> The highest version's record, held apart from the record
      *> area the READ NEXT scan keeps overlaying.
               01  LATEST-REG-IMAGE PIC X(804).
               01  NORMAL-TABLE    PIC X(760).
               01  USED-TABLE-LEN  PIC 9(3).
               01  NEW-VERSION     PIC 9(5).
               01  BUSDATE-ACTION  PIC X(1).
               01  BUSDATE-STATUS  PIC S9(4) COMP.

       LINKAGE SECTION.
               01  LAYOUT-ACTION   PIC X(1).
                   88  LAYOUT-GET          VALUE "G" SPACE.
                   88  LAYOUT-REGISTER     VALUE "R".
               01  LAYOUT-NAME     PIC X(30).
               01  LAYOUT-VERSION  PIC 9(4).
               COPY DENOLAYT.
               COPY DENOSTAT.

       PROCEDURE DIVISION USING LAYOUT-ACTION LAYOUT-NAME
               LAYOUT-VERSION FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
               STATUS-CODE.
           MOVE 0 TO STATUS-CODE
           IF PATH-RESOLVED NOT = "Y"
               MOVE SPACES TO ENV-PATH-TEXT
               ACCEPT ENV-PATH-TEXT
                   FROM ENVIRONMENT "DENO_LAYOUT_REGISTRY"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF ENV-PATH-TEXT NOT = SPACES
                   MOVE ENV-PATH-TEXT TO REGISTRY-FILE-PATH
               END-IF
               MOVE "Y" TO PATH-RESOLVED
           END-IF
           IF LAYOUT-NAME = SPACES
               DISPLAY "DENO-LAYOUT: no layout name given"
               MOVE 8 TO STATUS-CODE
               EXIT PROGRAM
           END-IF

           EVALUATE TRUE
               WHEN LAYOUT-REGISTER
                   PERFORM REGISTER-LAYOUT
               WHEN OTHER
                   PERFORM GET-LAYOUT
           END-EVALUATE
           EXIT PROGRAM.

       GET-LAYOUT.
           OPEN INPUT REGISTRY-FD
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "DENO-LAYOUT: registry "
                   FUNCTION TRIM(REGISTRY-FILE-PATH)
                   " unavailable STATUS=" REGISTRY-STATUS
               MOVE 8 TO STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           IF LAYOUT-VERSION IS NOT NUMERIC
               MOVE 0 TO LAYOUT-VERSION
           END-IF
           MOVE "N" TO LATEST-FLAG
           IF LAYOUT-VERSION = 0
               PERFORM FIND-LATEST-VERSION
           ELSE
               MOVE LAYOUT-NAME TO LREG-NAME
               MOVE LAYOUT-VERSION TO LREG-VERSION
               READ REGISTRY-FD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LAYOUT-REG-REC TO LATEST-REG-IMAGE
                       MOVE "Y" TO LATEST-FLAG
               END-READ
           END-IF
           CLOSE REGISTRY-FD
           IF NOT LATEST-VERSION-FOUND
               DISPLAY "DENO-LAYOUT: layout "
                   FUNCTION TRIM(LAYOUT-NAME) " version "
                   LAYOUT-VERSION " is not registered"
               MOVE 8 TO STATUS-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LATEST-REG-IMAGE TO LAYOUT-REG-REC
           MOVE LREG-VERSION TO LAYOUT-VERSION
           MOVE LREG-FIELD-COUNT TO FIELD-LAYOUT-COUNT
           MOVE LREG-FIELD-TABLE TO FIELD-LAYOUT-TABLE.

      *> Versions of one name are adjacent in key order, lowest
      *> first, so the last record read under the name is the
      *> highest version.
       FIND-LATEST-VERSION.
           MOVE "N" TO LATEST-FLAG
           MOVE LAYOUT-NAME TO LREG-NAME
           MOVE 0 TO LREG-VERSION
           START REGISTRY-FD KEY IS NOT LESS THAN LREG-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO REGISTRY-EOF
           PERFORM UNTIL NO-MORE-REGISTRY-RECORDS
               READ REGISTRY-FD NEXT RECORD
                   AT END
                       MOVE "Y" TO REGISTRY-EOF
                   NOT AT END
                       IF LREG-NAME = LAYOUT-NAME
                           MOVE LAYOUT-REG-REC TO LATEST-REG-IMAGE
                           MOVE "Y" TO LATEST-FLAG
                       ELSE
                           MOVE "Y" TO REGISTRY-EOF
                       END-IF
               END-READ
           END-PERFORM.

       REGISTER-LAYOUT.
           IF FIELD-LAYOUT-COUNT IS NOT NUMERIC
             OR FIELD-LAYOUT-COUNT < 1 OR FIELD-LAYOUT-COUNT > 20
               DISPLAY "DENO-LAYOUT: layout "
                   FUNCTION TRIM(LAYOUT-NAME)
                   " has no fields to register"
               MOVE 8 TO STATUS-CODE
               EXIT PARAGRAPH
           END-IF
      *> Entries past the count are whatever the caller left there;
      *> they are blanked so an unchanged layout compares equal.
           MOVE FIELD-LAYOUT-TABLE TO NORMAL-TABLE
           COMPUTE USED-TABLE-LEN = FIELD-LAYOUT-COUNT * 38
           IF USED-TABLE-LEN < 760
               MOVE SPACES TO NORMAL-TABLE(USED-TABLE-LEN + 1:)
           END-IF

           OPEN I-O REGISTRY-FD
           IF REGISTRY-STATUS = "35"
               OPEN OUTPUT REGISTRY-FD
               CLOSE REGISTRY-FD
               OPEN I-O REGISTRY-FD
           END-IF
           IF REGISTRY-STATUS NOT = "00"
               DISPLAY "DENO-LAYOUT: registry "
                   FUNCTION TRIM(REGISTRY-FILE-PATH)
                   " unavailable STATUS=" REGISTRY-STATUS
               MOVE 8 TO STATUS-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-LATEST-VERSION
           MOVE 1 TO NEW-VERSION
           IF LATEST-VERSION-FOUND
               MOVE LATEST-REG-IMAGE TO LAYOUT-REG-REC
               IF LREG-FIELD-COUNT = FIELD-LAYOUT-COUNT
                 AND LREG-FIELD-TABLE = NORMAL-TABLE
                   MOVE LREG-VERSION TO LAYOUT-VERSION
                   MOVE "U" TO LAYOUT-ACTION
                   CLOSE REGISTRY-FD
                   EXIT PARAGRAPH
               END-IF
               COMPUTE NEW-VERSION = LREG-VERSION + 1
           END-IF
           IF NEW-VERSION > 9999
               DISPLAY "DENO-LAYOUT: layout "
                   FUNCTION TRIM(LAYOUT-NAME)
                   " has no versions left"
               MOVE 8 TO STATUS-CODE
               CLOSE REGISTRY-FD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LAYOUT-REG-REC
           MOVE LAYOUT-NAME TO LREG-NAME
           MOVE NEW-VERSION TO LREG-VERSION
           MOVE "G" TO BUSDATE-ACTION
           CALL "DENO-BUSDATE" USING BUSDATE-ACTION LREG-REGISTERED
               BUSDATE-STATUS
           MOVE FIELD-LAYOUT-COUNT TO LREG-FIELD-COUNT
           MOVE NORMAL-TABLE TO LREG-FIELD-TABLE
           WRITE LAYOUT-REG-REC
               INVALID KEY
                   DISPLAY "DENO-LAYOUT: cannot register "
                       FUNCTION TRIM(LAYOUT-NAME)
                       " STATUS=" REGISTRY-STATUS
                   MOVE 8 TO STATUS-CODE
               NOT INVALID KEY
                   MOVE LREG-VERSION TO LAYOUT-VERSION
           END-WRITE
           CLOSE REGISTRY-FD.
