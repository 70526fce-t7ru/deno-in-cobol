      *> the content hash total must match too. An out-of-balance
      *> load ends with DENO-IMPORT-OUT-OF-BALANCE so the master is
      *> never trusted on count alone.
      *> A delta export's record adds its mode and added/changed/
      *> deleted counts (see DENOEOPT.cpy); a clean load of it must
      *> then also match the "_op" tallies of the JSON lines read.
      *>
      *> IMP-JOURNAL-FILE: when set, every record written to the
      *> master is journaled (appended) with before- and
      *> after-images tagged by load run, the recovery trail
      *> DENO-BACKOUT reverses a bad load from. Journal record,
      *> fixed columns:
      *>   1-20   load id     21  action
      *>   22-321 before-image    322-621 after-image
      *> Actions written by a load: A added (after-image only),
      *> C changed (before and after), X deleted (before-image
      *> only). Actions written by DENO-BACKOUT reversing them:
      *> D deleted (reverses A), R rewritten (reverses C), I
      *> re-inserted (reverses X). DENO-BACKOUT reverses A, C and X
      *> entries and leaves its own D/R/I trail alone on a repeat
      *> backout.
      *>
      *> IMP-LOAD-ID: tags this load's journal entries; left blank,
      *> DENO-IMPORT generates a timestamp id and RETURNS it here so
      *> DENO-EXPORT writes, matching members to the layout's
      *> FIELD-NAME entries - the symmetric round trip that ends
      *> the embedded-pipe mis-framing bug for good.
      *>
      *> IMP-LOAD-MODE: space/"L" loads every good record as a new
      *> master record (a key already on file rejects 05); "T" is
      *> the change-transaction mode - each record carries an action
      *> code, A add, C change (replace the record on file), D
      *> delete. Delimited input puts the code in front of the
      *> fields (A|key|...); JSON input uses the "_op" member a
      *> delta DENO-EXPORT writes. A D needs only its key; the other
      *> fields are not edited. Transaction-only reject reasons:
      *>   08 ADD - KEY ALREADY ON FILE
      *>   09 CHANGE - KEY NOT ON FILE
      *>   10 DELETE - KEY NOT ON FILE
      *>   11 INVALID ACTION CODE (also a C/D-tagged JSON line met
      *>      in plain load mode)
      *> Content hash balancing counts the records added and changed;
      *> a delete carries no content into the master. With a control
      *> record from a full refresh (mode "R", DENO-EXPORT's delta
      *> fallback) an A whose key is on file replaces the record
      *> instead of rejecting 08, and after a clean, balanced load
      *> every master key the file did not carry is deleted and
      *> journaled; with rejects or out of balance nothing is
      *> removed and the audit line says so.
      *>
      *> IMP-LAYOUT-NAME: when set, the field table is loaded from
      *> the layout registry (DENO-LAYOUT) into the caller's
      *> FIELD-LAYOUT-TABLE; IMP-LAYOUT-VERSION names the version,
      *> zero or spaces meaning the current one, and returns the
      *> version used. A control record stamped by DENO-EXPORT with
      *> a different name or version refuses the whole file
      *> (DENO-IMPORT-REJECTED) before anything is loaded.
      *>
      *> IMP-TYPE-COUNT (zero or spaces: one layout, as above) turns
      *> on multi-record-type files, the DENO-EXPORT EXP-TYPE-*
      *> counterpart. The record type is the first token of a
      *> delimited line (H|...) or the "_type" member of a JSON
      *> line. Each IMP-TYPE-ENTRY gives a code, its role (H header,
      *> D detail, T trailer; at most one H and one T, at least one
      *> D) and the registered layout for that type (version zero
      *> or spaces: the current one). Only detail records are
      *> edited and loaded; header and trailer records are controls
      *> and are neither loaded nor rejected. Before anything is
      *> loaded the whole file is checked: a header must come
      *> first, a trailer last, and every code must be in the table
      *> - otherwise DENO-IMPORT-REJECTED. The trailer entry then
      *> names the trailer field carrying the detail record count
      *> (IMP-TYPE-COUNT-FIELD) and up to three trailer fields
      *> (IMP-TYPE-TOTAL-FIELD) each carrying the total of a detail
      *> field (IMP-TYPE-TOTAL-OF, summed over every detail type
      *> whose layout has it). Counted or summed over the details
      *> actually read, any disagreement refuses the whole file
      *> with DENO-IMPORT-OUT-OF-BALANCE and nothing loaded.
      *> Record types cannot be combined with IMP-LAYOUT-NAME or
      *> with transaction mode, and DENO-REWORK does not take them:
      *> a typed file is corrected and loaded again whole.
       01  IMPORT-OPTIONS.
           05  IMP-CONTROL-FILE    PIC X(100).
           05  IMP-JOURNAL-FILE    PIC X(100).
           05  IMP-INPUT-FORMAT    PIC X(1).
               88  IMP-FORMAT-DELIMITED    VALUE SPACE "D".
               88  IMP-FORMAT-JSON         VALUE "J".
           05  IMP-LOAD-MODE       PIC X(1).
               88  IMP-MODE-LOAD           VALUE SPACE "L".
               88  IMP-MODE-TRANSACTION    VALUE "T".
           05  IMP-LAYOUT-NAME     PIC X(30).
           05  IMP-LAYOUT-VERSION  PIC 9(4).
           05  IMP-TYPE-COUNT      PIC 9(2).
           05  IMP-TYPE-ENTRY OCCURS 9 TIMES.
               10  IMP-TYPE-CODE           PIC X(10).
               10  IMP-TYPE-ROLE           PIC X(1).
                   88  IMP-TYPE-IS-HEADER      VALUE "H".
                   88  IMP-TYPE-IS-DETAIL      VALUE "D".
                   88  IMP-TYPE-IS-TRAILER     VALUE "T".
               10  IMP-TYPE-LAYOUT-NAME    PIC X(30).
               10  IMP-TYPE-LAYOUT-VERSION PIC 9(4).
               10  IMP-TYPE-COUNT-FIELD    PIC X(30).
               10  IMP-TYPE-TOTAL OCCURS 3 TIMES.
                   15  IMP-TYPE-TOTAL-FIELD PIC X(30).
                   15  IMP-TYPE-TOTAL-OF    PIC X(30).
