      * ------------------------------------------------------------
      * Resolved parameter log record (PARMLOG) - PARMSRV appends
      * one entry for every parameter a run looks up, so the values
      * a job actually ran with can be read back by run identifier
      *  -Record's length : 240
      *  -Sequential, appended
      *   PL-SOURCE  E  environment value (overrides the store)
      *              S  the store, PL-SCOPE the scope that matched
      *              N  set nowhere - the program's own default
      * ------------------------------------------------------------
       01 PL-RECORD.
          05 PL-RUN-ID              PIC X(028).
          05 PL-STAMP-DATE          PIC 9(008).
          05 PL-STAMP-TIME          PIC 9(008).
          05 PL-ENV                 PIC X(008).
          05 PL-JOB                 PIC X(008).
          05 PL-STEP                PIC X(008).
          05 PL-NAME                PIC X(030).
          05 PL-SOURCE              PIC X(001).
             88 PL-FROM-ENVIRONMENT   VALUE 'E'.
             88 PL-FROM-STORE         VALUE 'S'.
             88 PL-NOT-SET            VALUE 'N'.
          05 PL-SCOPE               PIC X(024).
          05 PL-VALUE               PIC X(100).
          05 PL-FILLER              PIC X(017).
      * ------------------------------------------------------------
