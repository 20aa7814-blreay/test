             88 VS-CUST-INACTIVE      VALUE 'I'.
             88 VS-CUST-DECEASED      VALUE 'D'.
          05 VS-CUSTADDDATE         PIC 9(008).
      *  returned-mail marking (RTNMAIL): the address is known
      *  undeliverable from the return date, for the post office
      *  reason given; cleared when the address is changed
          05 VS-CUSTRTNFLAG         PIC X(001).
             88 VS-CUST-UNDELIVERABLE VALUE 'U'.
          05 VS-CUSTRTNDATE         PIC 9(008).
          05 VS-CUSTRTNRSN          PIC X(002).
      *  death-notification matching (DTHMATCH): the match state,
      *  the date of death notified and the match score; a customer
      *  under review is not mailed until customer services decides
          05 VS-CUSTDTHFLAG         PIC X(001).
             88 VS-CUST-DEATH-MATCHED VALUE 'M'.
             88 VS-CUST-DEATH-REVIEW  VALUE 'R'.
             88 VS-CUST-DEATH-CLEARED VALUE 'C'.
          05 VS-CUSTDTHDATE         PIC 9(008).
          05 VS-CUSTDTHSCORE        PIC 9(003).
          05 VS-FILLER              PIC X(059).
      * ------------------------------------------------------------
      
