      * ------------------------------------------------------------
      * Customer correspondence log record (CUSTCORR)
      *  -Record's length : 80
      *  -Key : VS-CUSTIDENT, the date and time the letter was
      *         produced and a sequence, so a customer's letters
      *         read back oldest first
      * GENLETTER writes one per customer letter, naming the letter
      * by the LETTERID the run was given.
      * ------------------------------------------------------------
       01 CR-RECORD.
          05 CR-KEY.
             10 CR-CUSTIDENT        PIC 9(006).
             10 CR-SENT-DATE        PIC 9(008).
             10 CR-SENT-TIME        PIC 9(008).
             10 CR-SEQ              PIC 9(004).
          05 CR-LETTER-ID           PIC X(016).
          05 CR-JOB                 PIC X(008).
          05 CR-FILLER              PIC X(030).
      * ------------------------------------------------------------
