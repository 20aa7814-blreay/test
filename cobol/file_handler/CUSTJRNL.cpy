      * ------------------------------------------------------------
      * Customer master change journal record (CUSTJRNL)
      *  -Record's length : 600
      *  -Key : ident, stamp date, stamp time, sequence - so one
      *         customer's history reads back in order
      * Before and after are whole VS-ODCSF0-RECORD images: spaces
      * before an add, spaces after a delete.  An erasure keeps the
      * ident alone, and the entries before it are stripped of their
      * images the same way.
      * ------------------------------------------------------------
       01 CJ-RECORD.
          05 CJ-KEY.
             10 CJ-CUSTIDENT        PIC 9(006).
             10 CJ-STAMP-DATE       PIC 9(008).
             10 CJ-STAMP-TIME       PIC 9(008).
             10 CJ-SEQ              PIC 9(004).
          05 CJ-ACTION              PIC X(001).
             88 CJ-ADDED              VALUE 'A'.
             88 CJ-CHANGED            VALUE 'C'.
             88 CJ-DELETED            VALUE 'D'.
             88 CJ-ERASED             VALUE 'E'.
          05 CJ-PROGRAM             PIC X(016).
          05 CJ-JOB                 PIC X(008).
          05 CJ-OPERATOR            PIC X(008).
          05 CJ-BEFORE              PIC X(266).
          05 CJ-AFTER               PIC X(266).
          05 CJ-FILLER              PIC X(009).
      * ------------------------------------------------------------
