      *>
      *>   DENO_INQUIRY_MASTER   the master to read (required)
      *>   DENO_INQUIRY_LAYOUT   layout file describing the records
      *>                         (this or a layout name required),
      *>                         one field per line:
      *>                           name|start|length|type|scale
      *>                         in the same terms as DENOLAYT.cpy
      *>                         (types A and Z), entry 1 the key
      *>   DENO_INQUIRY_LAYOUT_NAME  alternatively, a layout name in
      *>                         the layout registry (DENO-LAYOUT)
      *>   DENO_INQUIRY_LAYOUT_VERSION  its version (default: the
      *>                         current one)
      *>   DENO_INQUIRY_FIELD    field to search on; blank, or the
      *>                         key field's name, reads directly by
      *>                         IMP-KEY
               01  LAY-LEN-TEXT    PIC X(10).
               01  LAY-TYPE-TEXT   PIC X(5).
               01  LAY-SCALE-TEXT  PIC X(5).
               01  LAYOUT-REG-NAME PIC X(30).
               01  LAYOUT-REG-VERSION PIC 9(4).
               01  LAYOUT-VERSION-TEXT PIC X(10).
               01  LAYOUT-LOAD-ACTION PIC X(1).
               01  LAYOUT-LOAD-STATUS PIC S9(4) COMP.

               01  SEARCH-FIELD    PIC X(30).
               01  SEARCH-VALUE    PIC X(100).
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO LAYOUT-REG-NAME
           ACCEPT LAYOUT-REG-NAME
               FROM ENVIRONMENT "DENO_INQUIRY_LAYOUT_NAME"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE SPACES TO LAYOUT-VERSION-TEXT
           ACCEPT LAYOUT-VERSION-TEXT
               FROM ENVIRONMENT "DENO_INQUIRY_LAYOUT_VERSION"
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT
           MOVE 0 TO LAYOUT-REG-VERSION
           IF LAYOUT-VERSION-TEXT NOT = SPACES
             AND FUNCTION TEST-NUMVAL(
                 FUNCTION TRIM(LAYOUT-VERSION-TEXT)) = 0
               MOVE FUNCTION NUMVAL(LAYOUT-VERSION-TEXT)
                   TO LAYOUT-REG-VERSION
           END-IF
           MOVE SPACES TO SEARCH-FIELD
           ACCEPT SEARCH-FIELD
               FROM ENVIRONMENT "DENO_INQUIRY_FIELD"
                   CONTINUE
           END-ACCEPT
           IF MASTER-FILE-PATH = SPACES
             OR (LAYOUT-FILE-PATH = SPACES
                 AND LAYOUT-REG-NAME = SPACES)
             OR SEARCH-VALUE = SPACES
               DISPLAY "DENO-INQUIRY: DENO_INQUIRY_MASTER, "
                   "DENO_INQUIRY_LAYOUT (or _LAYOUT_NAME) and "
                   "DENO_INQUIRY_VALUE are required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LAYOUT-REG-NAME NOT = SPACES
               PERFORM LOAD-REGISTERED-LAYOUT
           ELSE
               PERFORM LOAD-LAYOUT-FILE
           END-IF
           IF FIELD-LAYOUT-COUNT = 0
               DISPLAY "DENO-INQUIRY: no usable layout in "
                   FUNCTION TRIM(LAYOUT-FILE-PATH)
                   FUNCTION TRIM(LAYOUT-REG-NAME)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-PERFORM
           CLOSE LAYOUT-FD.

      *> A name wins over a file: the registry is the copy both
      *> ends of the feed were built from.
       LOAD-REGISTERED-LAYOUT.
           MOVE "G" TO LAYOUT-LOAD-ACTION
           CALL "DENO-LAYOUT" USING LAYOUT-LOAD-ACTION
               LAYOUT-REG-NAME LAYOUT-REG-VERSION
               FIELD-LAYOUT-COUNT FIELD-LAYOUT-TABLE
               LAYOUT-LOAD-STATUS
           IF LAYOUT-LOAD-STATUS NOT = 0
               MOVE 0 TO FIELD-LAYOUT-COUNT
           END-IF.

       ADD-LAYOUT-ENTRY.
           MOVE SPACES TO LAY-NAME-TEXT LAY-START-TEXT
           MOVE SPACES TO LAY-LEN-TEXT LAY-TYPE-TEXT LAY-SCALE-TEXT
