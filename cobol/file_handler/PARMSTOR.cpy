      * ------------------------------------------------------------
      * Runtime parameter store record (PARMSTOR) - one value per
      * parameter name and scope, in the DATAIDX S-ID / S-NAME /
      * S-VALUE manner
      *  -Record's length : 200
      *  -Key : scope (environment, job, step) + parameter name
      * A scope field of '*' means any: '*' '*' '*' is the shop-wide
      * value, PROD EXTRCUST '*' the value for every step of that
      * job in production.  PARMSRV takes the most specific scope
      * that matches the run; PARMMNT maintains the file.
      * ------------------------------------------------------------
       01 PS-RECORD.
          05 PS-KEY.
             10 PS-ID.
                15 PS-ENV           PIC X(008).
                15 PS-JOB           PIC X(008).
                15 PS-STEP          PIC X(008).
             10 PS-NAME             PIC X(030).
          05 PS-VALUE               PIC X(100).
          05 PS-MAINT-DATE          PIC 9(008).
          05 PS-MAINT-TIME          PIC 9(008).
          05 PS-MAINT-USER          PIC X(008).
          05 PS-FILLER              PIC X(022).
      * ------------------------------------------------------------
