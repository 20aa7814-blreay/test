      * ------------------------------------------------------------
      * Parameter store audit trail record (PARMAUD) - one entry per
      * add, change or delete PARMMNT applies to PARMSTOR
      *  -Record's length : 300
      *  -Sequential, appended in the order the changes were made
      * The before value is spaces on an add, the after value spaces
      * on a delete.
      * ------------------------------------------------------------
       01 PA-RECORD.
          05 PA-STAMP-DATE          PIC 9(008).
          05 PA-STAMP-TIME          PIC 9(008).
          05 PA-USER                PIC X(008).
          05 PA-ACTION              PIC X(001).
             88 PA-ADDED              VALUE 'A'.
             88 PA-CHANGED            VALUE 'C'.
             88 PA-DELETED            VALUE 'D'.
          05 PA-KEY.
             10 PA-ENV              PIC X(008).
             10 PA-JOB              PIC X(008).
             10 PA-STEP             PIC X(008).
             10 PA-NAME             PIC X(030).
          05 PA-BEFORE              PIC X(100).
          05 PA-AFTER               PIC X(100).
          05 PA-FILLER              PIC X(021).
      * ------------------------------------------------------------
