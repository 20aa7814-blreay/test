      * ------------------------------------------------------------
      * Customer access log record (CUSTACCL) - who looked at a
      * customer, when, and why
      *  -Record's length : 80
      *  -Key : ident, stamp date, stamp time, sequence - so one
      *         customer's access history reads back in order
      * The operator is the signed-on user online, the OPERATOR
      * environment value in batch (blank when the run had none);
      * the job is the transaction id online, the job name in batch.
      * ------------------------------------------------------------
       01 AC-RECORD.
          05 AC-KEY.
             10 AC-CUSTIDENT        PIC 9(006).
             10 AC-STAMP-DATE       PIC 9(008).
             10 AC-STAMP-TIME       PIC 9(008).
             10 AC-SEQ              PIC 9(004).
          05 AC-OPERATOR            PIC X(008).
          05 AC-JOB                 PIC X(008).
          05 AC-PROGRAM             PIC X(016).
          05 AC-PURPOSE             PIC X(002).
             88 AC-INQUIRY            VALUE 'IQ'.
             88 AC-MAINTENANCE        VALUE 'MT'.
             88 AC-BULK-RETRIEVAL     VALUE 'BR'.
             88 AC-NAME-SEARCH        VALUE 'NS'.
             88 AC-STATE-SEARCH       VALUE 'SS'.
             88 AC-EXTRACT            VALUE 'EX'.
          05 AC-FILLER              PIC X(020).
      * ------------------------------------------------------------
