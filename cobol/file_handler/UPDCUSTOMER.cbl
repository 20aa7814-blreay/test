      * numeric, birth date plausible (CCYY 1900-2099, MM 01-12,
      * DD 01-31), VS-CUSTSTATE two non-blank characters, last name
      * non-blank.  Rejects go to CUSTREJ with a reason.
      * Every applied add, change and delete is journaled through
      * CUSTJRN with its before and after images; a journal that
      * cannot be opened stops the run before the master is touched.
      * The returned-mail mark (VS-CUSTRTNFLAG, set by RTNMAIL) is
      * not the transaction's to set: an add starts clear, and a
      * change keeps the master's mark unless the address lines or
      * postal code change, which clears it.  The death-match state
      * (VS-CUSTDTHFLAG, set by DTHMATCH) is likewise the master's:
      * a change carries it, and a change to status 'D' confirms a
      * match under review.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
              10 WK-BD-DD              PIC XX.
             05 WK-CUSTEMAIL           PIC X(040).
             05 WK-CUSTPHONE           PIC X(010).
             05 WK-CUSTPOSTAL          PIC X(009).
             05 WK-CUSTSTATUS          PIC X(001).
             05 WK-CUSTADDDATE         PIC X(008).
             05 WK-CUSTRTNFLAG         PIC X(001).
             05 WK-CUSTRTNDATE         PIC X(008).
             05 WK-CUSTRTNRSN          PIC X(002).
             05 WK-CUSTDTHFLAG         PIC X(001).
             05 WK-CUSTDTHDATE         PIC X(008).
             05 WK-CUSTDTHSCORE        PIC X(003).
             05 WK-FILLER              PIC X(059).

         01  QZ-PARMS.
             05 QZ-JOB                 PIC X(8) VALUE "UPDCUST ".
             05 QZ-EXP-MINUTES         PIC 9(4) VALUE 60.
             05 QZ-STATE               PIC X    VALUE SPACE.
             05 QZ-HOLDER              PIC X(8) VALUE SPACES.
      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "W".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16) VALUE "UPDCUSTOMER".
             05 JRN-JOB                PIC X(8) VALUE "UPDCUST ".
             05 JRN-ACTION             PIC X.
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266).
             05 JRN-AFTER              PIC X(266).
         01  TRAN-READ-CNT             PIC 9(8) VALUE 0.
         01  GOOD-ADD-CNT              PIC 9(8) VALUE 0.
         01  GOOD-CHG-CNT              PIC 9(8) VALUE 0.
         01  GOOD-DEL-CNT              PIC 9(8) VALUE 0.
         01  REJECT-CNT                PIC 9(8) VALUE 0.
         01  RTN-CLEARED-CNT           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            MOVE "O" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "UPDCUSTOMER CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            OPEN INPUT TRAN-FILE.
            IF TR-STATUS NOT = "00"
               DISPLAY "UPDCUSTOMER TRAN OPEN FAILED, ST=" TR-STATUS
            CLOSE MW-ENTREE.
            CLOSE TRAN-FILE.
            CLOSE REJ-FILE.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            CALL "cust_quiesce_clear" USING QZ-PARMS.
            DISPLAY "UPDCUSTOMER TRANSACTIONS READ...." TRAN-READ-CNT.
            DISPLAY "UPDCUSTOMER ADDS APPLIED........." GOOD-ADD-CNT.
            DISPLAY "UPDCUSTOMER CHANGES APPLIED......" GOOD-CHG-CNT.
            DISPLAY "UPDCUSTOMER DELETES APPLIED......" GOOD-DEL-CNT.
            DISPLAY "UPDCUSTOMER REJECTS WRITTEN......" REJECT-CNT.
            DISPLAY "UPDCUSTOMER RETURN MARKS CLEARED." RTN-CLEARED-CNT.

            EXIT PROGRAM.
            STOP RUN.

       ADD-CUSTOMER.
            MOVE WK-CUST-RECORD TO VS-ODCSF0-RECORD.
            MOVE SPACE  TO VS-CUSTRTNFLAG.
            MOVE ZERO   TO VS-CUSTRTNDATE.
            MOVE SPACES TO VS-CUSTRTNRSN.
            MOVE SPACE  TO VS-CUSTDTHFLAG.
            MOVE ZERO   TO VS-CUSTDTHDATE.
            MOVE ZERO   TO VS-CUSTDTHSCORE.
            WRITE VS-ODCSF0-RECORD
            END-WRITE.
            IF IO-STATUS = "00"
               ADD 1 TO GOOD-ADD-CNT
               MOVE "A"              TO JRN-ACTION
               MOVE SPACES           TO JRN-BEFORE
               MOVE VS-ODCSF0-RECORD TO JRN-AFTER
               PERFORM WRITE-JOURNAL THRU E-WRITE-JOURNAL
            ELSE
              IF IO-STATUS = "22"
                 MOVE "DUPLICATE-IDENT" TO REJECT-REASON
       E-ADD-CUSTOMER.
            EXIT.

      *  a change or delete reads the record first, for the journal's
      *  before image
       CHANGE-CUSTOMER.
            PERFORM READ-BEFORE THRU E-READ-BEFORE.
            IF IO-STATUS NOT = "00"
               GO TO E-CHANGE-CUSTOMER.
            PERFORM CARRY-RTN-MARK THRU E-CARRY-RTN-MARK.
            PERFORM CARRY-DTH-MARK THRU E-CARRY-DTH-MARK.
            MOVE WK-CUST-RECORD TO VS-ODCSF0-RECORD.
            REWRITE VS-ODCSF0-RECORD
            END-REWRITE.
            IF IO-STATUS = "00"
               ADD 1 TO GOOD-CHG-CNT
               MOVE "C"              TO JRN-ACTION
               MOVE VS-ODCSF0-RECORD TO JRN-AFTER
               PERFORM WRITE-JOURNAL THRU E-WRITE-JOURNAL
            ELSE
              IF IO-STATUS = "23"
                 MOVE "IDENT-NOT-FOUND" TO REJECT-REASON
       E-CHANGE-CUSTOMER.
            EXIT.

      * ------------------------------------------------------------
      * the returned-mail mark belongs to the address it was set on:
      * same lines and postal code keep the master's mark, any other
      * address clears it
      * ------------------------------------------------------------
       CARRY-RTN-MARK.
            IF WK-CUSTADDRS  = VS-CUSTADDRS AND
               WK-CUSTCITY   = VS-CUSTCITY  AND
               WK-CUSTSTATE  = VS-CUSTSTATE AND
               WK-CUSTPOSTAL = VS-CUSTPOSTAL
               MOVE VS-CUSTRTNFLAG TO WK-CUSTRTNFLAG
               MOVE VS-CUSTRTNDATE TO WK-CUSTRTNDATE
               MOVE VS-CUSTRTNRSN  TO WK-CUSTRTNRSN
               GO TO E-CARRY-RTN-MARK.
            IF VS-CUST-UNDELIVERABLE
               ADD 1 TO RTN-CLEARED-CNT.
            MOVE SPACE  TO WK-CUSTRTNFLAG.
            MOVE ZEROS  TO WK-CUSTRTNDATE.
            MOVE SPACES TO WK-CUSTRTNRSN.
       E-CARRY-RTN-MARK.
            EXIT.

       CARRY-DTH-MARK.
            MOVE VS-CUSTDTHFLAG  TO WK-CUSTDTHFLAG.
            MOVE VS-CUSTDTHDATE  TO WK-CUSTDTHDATE.
            MOVE VS-CUSTDTHSCORE TO WK-CUSTDTHSCORE.
            IF VS-CUST-DEATH-REVIEW AND WK-CUSTSTATUS = "D"
               MOVE "M" TO WK-CUSTDTHFLAG.
       E-CARRY-DTH-MARK.
            EXIT.

       DELETE-CUSTOMER.
            PERFORM READ-BEFORE THRU E-READ-BEFORE.
            IF IO-STATUS NOT = "00"
               GO TO E-DELETE-CUSTOMER.
            DELETE MW-ENTREE
            END-DELETE.
            IF IO-STATUS = "00"
               ADD 1 TO GOOD-DEL-CNT
               MOVE "D"              TO JRN-ACTION
               MOVE SPACES           TO JRN-AFTER
               PERFORM WRITE-JOURNAL THRU E-WRITE-JOURNAL
            ELSE
              IF IO-STATUS = "23"
                 MOVE "IDENT-NOT-FOUND" TO REJECT-REASON
       E-DELETE-CUSTOMER.
            EXIT.

       READ-BEFORE.
            MOVE WK-CUSTIDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS = "00"
               MOVE VS-ODCSF0-RECORD TO JRN-BEFORE
            ELSE
              IF IO-STATUS = "23"
                 MOVE "IDENT-NOT-FOUND" TO REJECT-REASON
                 PERFORM WRITE-REJECT THRU E-WRITE-REJECT
              ELSE
                 PERFORM IO-ERROR THRU E-IO-ERROR.
       E-READ-BEFORE.
            EXIT.

      * ------------------------------------------------------------
      * the change is on the master already; one that could not be
      * journaled is named and the run ends RC 8
      * ------------------------------------------------------------
       WRITE-JOURNAL.
            MOVE "W" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "UPDCUSTOMER CHANGE NOT JOURNALED, IDENT="
                       VS-CUSTIDENT " ACTION " JRN-ACTION
               MOVE 8 TO RETURN-CODE.
       E-WRITE-JOURNAL.
            EXIT.

       WRITE-REJECT.
            MOVE REJECT-REASON TO RJ-REASON.
            MOVE CT-ACTION     TO RJ-ACTION.
