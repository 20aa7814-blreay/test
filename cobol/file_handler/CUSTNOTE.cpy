      * ------------------------------------------------------------
      * Customer service note record (CUSTNOTE)
      *  -Record's length : 200
      *  -Key : VS-CUSTIDENT and the time the note was taken, so a
      *         customer's notes read back oldest first
      * The PURGECUSTOMER notes archive (CUSTNARC) carries the purge
      * date ahead of this record, as the customer archive does.
      * ------------------------------------------------------------
       01 CN-RECORD.
          05 CN-KEY.
             10 CN-CUSTIDENT        PIC 9(006).
             10 CN-STAMP-DATE       PIC 9(008).
             10 CN-STAMP-TIME       PIC 9(008).
          05 CN-TYPE                PIC X(004).
             88 CN-TYPE-CALL          VALUE 'CALL'.
             88 CN-TYPE-MAIL          VALUE 'MAIL'.
             88 CN-TYPE-COMPLAINT     VALUE 'COMP'.
             88 CN-TYPE-INFO          VALUE 'INFO'.
             88 CN-TYPE-VALID         VALUE 'CALL' 'MAIL' 'COMP'
                                            'INFO'.
          05 CN-OPERATOR            PIC X(008).
          05 CN-TEXT                PIC X(160).
          05 CN-FILLER              PIC X(006).
      * ------------------------------------------------------------
