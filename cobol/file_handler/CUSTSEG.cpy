      * ------------------------------------------------------------
      * Customer rental segment record (CUSTSEG) - one per customer
      * on the master, rebuilt by the monthly CustSegment scoring
      * run over the rental history
      *  -Record's length : 80
      *  -Key : ident
      * Scores run 1 (weakest) to 5, nought for a customer with no
      * rentals in the scoring window:
      *   recency   - days from the last rental to the month end
      *   frequency - rental visits (days rented on) in the year
      *   volume    - copies rented in the year
      * The previous code is the segment the customer held at the
      * last scoring run before this month's, blank when the
      * customer was not scored then; the fan supplier is the one
      * whose titles made up half or more of the year's rentals.
      * ------------------------------------------------------------
       01 SG-RECORD.
          05 SG-CUSTIDENT           PIC 9(006).
          05 SG-MONTH               PIC 9(006).
          05 SG-CODE                PIC X(003).
             88 SG-NEVER-RENTED       VALUE 'NON'.
             88 SG-NEW-RENTER         VALUE 'NEW'.
             88 SG-FREQUENT           VALUE 'FRQ'.
             88 SG-REGULAR            VALUE 'REG'.
             88 SG-LAPSED             VALUE 'LAP'.
          05 SG-PREV-CODE           PIC X(003).
          05 SG-RECENCY             PIC 9(001).
          05 SG-FREQUENCY           PIC 9(001).
          05 SG-VOLUME              PIC 9(001).
          05 SG-FAN-SUPPLIER        PIC 9(002).
          05 SG-FIRST-DATE          PIC 9(008).
          05 SG-LAST-DATE           PIC 9(008).
          05 SG-VISITS              PIC 9(005).
          05 SG-COPIES              PIC 9(005).
          05 SG-FAN-COPIES          PIC 9(005).
          05 SG-FILLER              PIC X(026).
      * ------------------------------------------------------------
