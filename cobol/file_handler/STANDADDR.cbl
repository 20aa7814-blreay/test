      * Batch address standardization pass over the ODCSF0B customer
      * master (KSDSFILE), in the UPDCUSTOMER mould.  VS-CUSTADDRS,
      * VS-CUSTCITY and VS-CUSTPOSTAL are free-typed and our mail
      * return rate shows it; through the shared ADDRSTD routine
      * this pass:
      *   - uppercases the address and city lines
      *   - normalizes address words against the ADDRRULE table
      *     (one card per rule: match word X(10), space, replacement
      *     X(2), space, low prefix X(3), space, high prefix X(3))
      * Clean records are rewritten in place; records needing a human
      * land on the ADDRREV review file with a reason, untouched.
      * Every rewrite is journaled through CUSTJRN with the record as
      * it was and as it became; a journal that cannot be opened
      * stops the pass before anything is rewritten.
      * A second pass puts every CUSTADDR address through the same
      * checks: clean ones are rewritten standardized and marked
      * checked, the rest marked for review (and so not mailed to)
      * and listed on the ADDRREVA review file with a reason.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
            ALTERNATE RECORD KEY IS VS-CUSTSTATE
                 WITH DUPLICATES
            FILE STATUS IS IO-STATUS.
         SELECT ADDR-FILE ASSIGN TO CUSTADDR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AD-KEY
            FILE STATUS IS AD-STATUS.
         SELECT REVIEW-FILE ASSIGN TO ADDRREV
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RV-STATUS.
         SELECT AREVIEW-FILE ASSIGN TO ADDRREVA
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.

       DATA DIVISION.
       FILE SECTION.
             LABEL RECORD STANDARD
             DATA RECORD VS-ODCSF0-RECORD.
         COPY ODCSF0B.
         FD  ADDR-FILE
             LABEL RECORD STANDARD
             DATA RECORD AD-RECORD.
         COPY CUSTADDR.
         FD  REVIEW-FILE
             LABEL RECORD STANDARD
             DATA RECORD REVIEW-RECORD.
         01  REVIEW-RECORD.
             05 RV-REASON              PIC X(20).
             05 RV-RECORD              PIC X(266).
         FD  AREVIEW-FILE
             LABEL RECORD STANDARD
             DATA RECORD AREVIEW-RECORD.
         01  AREVIEW-RECORD.
             05 RA-REASON              PIC X(20).
             05 RA-RECORD              PIC X(120).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  AD-STATUS                 PIC XX.
         01  RV-STATUS                 PIC XX.
         01  RA-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  MASTER-EOF-SW             PIC 9 VALUE 0.
             88  MASTER-EOF               VALUE 1.
         01  ADDR-EOF-SW               PIC 9 VALUE 0.
             88  ADDR-EOF                 VALUE 1.
         01  REVIEW-SW                 PIC 9 VALUE 0.
             88  NEEDS-REVIEW             VALUE 1.
         01  CHANGED-SW                PIC 9 VALUE 0.
             88  RECORD-CHANGED           VALUE 1.
         01  REVIEW-REASON             PIC X(20).
         01  TODAY-DATE                PIC 9(8).
         01  ADDR-BEFORE-REC           PIC X(120).
      *  ADDRSTD handshake - the shared address checks
         01  ASD-PARMS.
             05 ASD-ADDRS              PIC X(30).
             05 ASD-CITY               PIC X(20).
             05 ASD-STATE              PIC X(2).
             05 ASD-POSTAL             PIC X(9).
             05 ASD-CHANGED            PIC 9.
             05 ASD-REASON             PIC X(20).
             05 ASD-RC                 PIC S9(4) COMP-5.

         01  MASTER-READ-CNT           PIC 9(8) VALUE 0.
      * ------------------------------------------------------------
             05 QZ-STATE               PIC X    VALUE SPACE.
             05 QZ-HOLDER              PIC X(8) VALUE SPACES.

      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "W".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16) VALUE "STANDADDR".
             05 JRN-JOB                PIC X(8) VALUE "STANDADR".
             05 JRN-ACTION             PIC X    VALUE "C".
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266).
             05 JRN-AFTER              PIC X(266).

         01  REWRITTEN-CNT             PIC 9(8) VALUE 0.
         01  UNCHANGED-CNT             PIC 9(8) VALUE 0.
         01  REVIEW-CNT                PIC 9(8) VALUE 0.
         01  ADDR-READ-CNT             PIC 9(8) VALUE 0.
         01  ADDR-REWRITTEN-CNT        PIC 9(8) VALUE 0.
         01  ADDR-REVIEW-CNT           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
      *     online services answer "master under maintenance" while
      *     this flag is up; cleared on every exit below, and aged
      *     out by the readers if an abend skips the clear
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            MOVE "O" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "STANDADDR CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            MOVE "W" TO JRN-FUNCTION.
            OPEN OUTPUT REVIEW-FILE.

       READ-MASTER.
            READ MW-ENTREE NEXT RECORD
              AT END
                PERFORM STANDARDIZE-ADDRESSES
                   THRU E-STANDARDIZE-ADDRESSES
                GO TO FIN-REL
            END-READ.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               MOVE 8 TO RETURN-CODE
               GO TO FIN-REL.
            ADD 1 TO MASTER-READ-CNT.
            MOVE VS-ODCSF0-RECORD TO JRN-BEFORE.
            PERFORM STANDARDIZE-ONE THRU E-STANDARDIZE-ONE.
            IF NEEDS-REVIEW
               PERFORM WRITE-REVIEW THRU E-WRITE-REVIEW
                 END-REWRITE
                 IF IO-STATUS = "00"
                    ADD 1 TO REWRITTEN-CNT
                    PERFORM WRITE-JOURNAL THRU E-WRITE-JOURNAL
                 ELSE
                    CALL "FSTATMSG" USING IO-STATUS, FS-REASON
                    DISPLAY "STANDADDR REWRITE FAILED, IDENT="
       FIN-REL.
            CLOSE MW-ENTREE.
            CLOSE REVIEW-FILE.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            CALL "cust_quiesce_clear" USING QZ-PARMS.
            DISPLAY "STANDADDR CUSTOMERS READ........." MASTER-READ-CNT.
            DISPLAY "STANDADDR RECORDS REWRITTEN......" REWRITTEN-CNT.
            DISPLAY "STANDADDR RECORDS UNCHANGED......" UNCHANGED-CNT.
            DISPLAY "STANDADDR SENT FOR REVIEW........" REVIEW-CNT.
            DISPLAY "STANDADDR ADDRESSES READ........." ADDR-READ-CNT.
            DISPLAY "STANDADDR ADDRESSES REWRITTEN...."
                    ADDR-REWRITTEN-CNT.
            DISPLAY "STANDADDR ADDRESSES FOR REVIEW..."
                    ADDR-REVIEW-CNT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * one customer through ADDRSTD: uppercase, word-normalize the
      * address, then state and postal cross-checks.  any check that
      * needs a human leaves the record untouched on the review file.
      * ------------------------------------------------------------
       STANDARDIZE-ONE.
            MOVE 0 TO REVIEW-SW, CHANGED-SW.
            MOVE SPACES TO REVIEW-REASON.
            MOVE VS-CUSTADDRS  TO ASD-ADDRS.
            MOVE VS-CUSTCITY   TO ASD-CITY.
            MOVE VS-CUSTSTATE  TO ASD-STATE.
            MOVE VS-CUSTPOSTAL TO ASD-POSTAL.
            CALL "ADDRSTD" USING ASD-PARMS.
            MOVE ASD-ADDRS TO VS-CUSTADDRS.
            MOVE ASD-CITY  TO VS-CUSTCITY.
            IF ASD-RC NOT = 0
               MOVE ASD-REASON TO REVIEW-REASON
               MOVE 1 TO REVIEW-SW
               GO TO E-STANDARDIZE-ONE.
            IF ASD-CHANGED = 1
               MOVE 1 TO CHANGED-SW.
       E-STANDARDIZE-ONE.
            EXIT.

      * ------------------------------------------------------------
      * the rewrite is on the master already; one that could not be
      * journaled is named and the run ends RC 8
      * ------------------------------------------------------------
       WRITE-JOURNAL.
            MOVE VS-ODCSF0-RECORD TO JRN-AFTER.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "STANDADDR CHANGE NOT JOURNALED, IDENT="
                       VS-CUSTIDENT
               MOVE 8 TO RETURN-CODE.
       E-WRITE-JOURNAL.
            EXIT.

       WRITE-REVIEW.
            MOVE REVIEW-REASON     TO RV-REASON.
            MOVE VS-ODCSF0-RECORD  TO RV-RECORD.
            EXIT.

      * ------------------------------------------------------------
      * second pass: the CUSTADDR addresses.  no address file yet
      * means no addresses have been keyed, which is not an error
      * ------------------------------------------------------------
       STANDARDIZE-ADDRESSES.
            OPEN I-O ADDR-FILE.
            IF AD-STATUS = "35"
               DISPLAY "STANDADDR NO CUSTOMER ADDRESS FILE -"
                       " ADDRESS PASS SKIPPED"
               GO TO E-STANDARDIZE-ADDRESSES.
            IF AD-STATUS NOT = "00"
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "STANDADDR CUSTADDR OPEN I-O FAILED"
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO E-STANDARDIZE-ADDRESSES.
            OPEN OUTPUT AREVIEW-FILE.
            PERFORM STANDARDIZE-ONE-ADDRESS
               THRU E-STANDARDIZE-ONE-ADDRESS
              UNTIL ADDR-EOF.
            CLOSE ADDR-FILE.
            CLOSE AREVIEW-FILE.
       E-STANDARDIZE-ADDRESSES.
            EXIT.

      *  a clean address is marked checked; one needing a human keeps
      *  its lines as keyed and is marked for review, so the mailing
      *  selection passes it over until it is corrected
       STANDARDIZE-ONE-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END
                MOVE 1 TO ADDR-EOF-SW
                GO TO E-STANDARDIZE-ONE-ADDRESS
            END-READ.
            IF AD-STATUS NOT = "00"
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "STANDADDR CUSTADDR READ FAILED"
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO ADDR-EOF-SW
               GO TO E-STANDARDIZE-ONE-ADDRESS.
            ADD 1 TO ADDR-READ-CNT.
            MOVE AD-RECORD TO ADDR-BEFORE-REC.
            MOVE AD-ADDRS  TO ASD-ADDRS.
            MOVE AD-CITY   TO ASD-CITY.
            MOVE AD-STATE  TO ASD-STATE.
            MOVE AD-POSTAL TO ASD-POSTAL.
            CALL "ADDRSTD" USING ASD-PARMS.
            IF ASD-RC NOT = 0
               MOVE "R" TO AD-STD-STATUS
               MOVE ASD-REASON TO RA-REASON
               MOVE AD-RECORD  TO RA-RECORD
               WRITE AREVIEW-RECORD
               ADD 1 TO ADDR-REVIEW-CNT
            ELSE
               MOVE ASD-ADDRS TO AD-ADDRS
               MOVE ASD-CITY  TO AD-CITY
               MOVE "C" TO AD-STD-STATUS.
            IF AD-RECORD = ADDR-BEFORE-REC
               GO TO E-STANDARDIZE-ONE-ADDRESS.
            MOVE TODAY-DATE TO AD-CHANGED-DATE.
            MOVE "STANDADR" TO AD-CHANGED-BY.
            REWRITE AD-RECORD
            END-REWRITE.
            IF AD-STATUS = "00"
               ADD 1 TO ADDR-REWRITTEN-CNT
            ELSE
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "STANDADDR CUSTADDR REWRITE FAILED, IDENT="
                       AD-CUSTIDENT " TYPE " AD-TYPE
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE.
       E-STANDARDIZE-ONE-ADDRESS.
            EXIT.
