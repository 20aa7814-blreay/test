      *   key  OP-OPERATOR X(8) + OP-TRANID X(4)
      *   OP-BROWSE X  'Y' may browse/inquire
      *   OP-UPDATE X  'Y' may rewrite/delete/purge
      *   OP-STATES X(20) the states whose customers the operator
      *                serves, up to ten two-letter codes; blank is
      *                not assigned.  ACCRPT flags an operator's
      *                look at a customer outside the states on any
      *                of their profiles
      * The online checks deny a destructive function when the
      * operator's record is absent or carries 'N' - absence denies,
      * so a new terminal id starts with nothing.
      *   cols 10-13 transaction id
      *   col 15    browse flag (A/C)
      *   col 17    update flag (A/C)
      *   cols 19-38 assigned states, codes run together ('CANYTX')
      *             (A/C; on a change blank leaves them, '**' clears)
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
             05 OP-UPDATE              PIC X.
             05 OP-STAMP-DATE          PIC 9(8).
             05 OP-STAMP-TIME          PIC 9(8).
             05 OP-STATES              PIC X(20).
             05 FILLER                 PIC X(30).
         FD  CARD-FILE
             LABEL RECORD STANDARD
             DATA RECORD CARD-RECORD.
             05 CD-BROWSE              PIC X.
             05 FILLER                 PIC X.
             05 CD-UPDATE              PIC X.
             05 FILLER                 PIC X.
             05 CD-STATES              PIC X(20).
             05 FILLER                 PIC X(42).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
            MOVE CD-TRANID   TO OP-TRANID.
            MOVE CD-BROWSE   TO OP-BROWSE.
            MOVE CD-UPDATE   TO OP-UPDATE.
            MOVE CD-STATES   TO OP-STATES.
            MOVE TODAY-DATE  TO OP-STAMP-DATE.
            MOVE TODAY-TIME  TO OP-STAMP-TIME.
            WRITE PROF-RECORD
               MOVE CD-BROWSE TO OP-BROWSE.
            IF CD-UPDATE = "Y" OR CD-UPDATE = "N"
               MOVE CD-UPDATE TO OP-UPDATE.
            IF CD-STATES (1:2) = "**"
               MOVE SPACES TO OP-STATES
            ELSE
              IF CD-STATES NOT = SPACES
                 MOVE CD-STATES TO OP-STATES.
            MOVE TODAY-DATE TO OP-STAMP-DATE.
            MOVE TODAY-TIME TO OP-STAMP-TIME.
            REWRITE PROF-RECORD
            IF IO-STATUS NOT = "00"
               DISPLAY "OPERPROF FILE IS EMPTY"
               GO TO E-LIST-PROFILES.
            DISPLAY "OPERATOR  TRAN  BROWSE  UPDATE  STAMPED   STATES".
       LIST-NEXT.
            READ PROF-FILE NEXT RECORD
              AT END GO TO E-LIST-PROFILES
            END-READ.
            DISPLAY OP-OPERATOR "  " OP-TRANID "  " OP-BROWSE
                    "       " OP-UPDATE "       " OP-STAMP-DATE
                    "  " OP-STATES.
            GO TO LIST-NEXT.
       E-LIST-PROFILES.
            EXIT.
