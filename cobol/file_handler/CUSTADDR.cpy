      * ------------------------------------------------------------
      * Customer address record (CUSTADDR)
      *  -Record's length : 120
      *  -Key : VS-CUSTIDENT, address type and the date the address
      *         takes effect, so a customer's addresses read back
      *         together, each type oldest first
      * AD-EFF-TO zero is open-ended.  The master's own address
      * stands when no CUSTADDR address is in effect.
      * AD-STD-STATUS: addresses keyed online are pending until the
      * STANDADDR pass checks them; batch-loaded addresses are
      * checked on the way in.  An address sent for review is not
      * mailed to, nor is one RTNMAIL has marked undeliverable (a
      * change to its lines clears the mark).
      * ------------------------------------------------------------
       01 AD-RECORD.
          05 AD-KEY.
             10 AD-CUSTIDENT        PIC 9(006).
             10 AD-TYPE             PIC X(001).
                88 AD-RESIDENCE       VALUE 'R'.
                88 AD-MAILING         VALUE 'M'.
                88 AD-SEASONAL        VALUE 'S'.
                88 AD-TYPE-VALID      VALUE 'R' 'M' 'S'.
             10 AD-EFF-FROM         PIC 9(008).
          05 AD-EFF-TO              PIC 9(008).
          05 AD-ADDRS               PIC X(030).
          05 AD-CITY                PIC X(020).
          05 AD-STATE               PIC X(002).
          05 AD-POSTAL              PIC X(009).
          05 AD-STD-STATUS          PIC X(001).
             88 AD-STD-PENDING        VALUE 'P'.
             88 AD-STD-CLEAN          VALUE 'C'.
             88 AD-STD-REVIEW         VALUE 'R'.
          05 AD-CHANGED-DATE        PIC 9(008).
          05 AD-CHANGED-BY          PIC X(008).
          05 AD-RTN-FLAG            PIC X(001).
             88 AD-UNDELIVERABLE      VALUE 'U'.
          05 AD-RTN-DATE            PIC 9(008).
          05 AD-RTN-REASON          PIC X(002).
          05 AD-FILLER              PIC X(008).
      * ------------------------------------------------------------
