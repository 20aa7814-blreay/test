      * ------------------------------------------------------------
      * Household membership record (CUSTHHLD)
      *  -Record's length : 80
      *  -Key : household id then VS-CUSTIDENT, so a household's
      *         members read back together; the ident alone is the
      *         unique alternate key (path CUSTHHID) that finds a
      *         customer's household
      * HOUSEHOLD reloads the file every run, alongside HOUSEOUT.
      * ------------------------------------------------------------
       01 HX-RECORD.
          05 HX-KEY.
             10 HX-HH-ID            PIC 9(008).
             10 HX-CUSTIDENT        PIC 9(006).
          05 HX-CONTACT             PIC X(001).
             88 HX-MAILING-CONTACT    VALUE 'Y'.
          05 HX-FILLER              PIC X(065).
      * ------------------------------------------------------------
