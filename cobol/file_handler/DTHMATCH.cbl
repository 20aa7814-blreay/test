       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      DTHMATCH.
      * ------------------------------------------------------------
      * Deceased-customer matching against the periodic external
      * death-notification file (DTHFILE).  The master is loaded
      * once, as DUPCUSTOMER loads it, and every notification is
      * scored against every customer not already deceased with the
      * DUPCUSTOMER weights:
      *    last name equal ............. 40
      *    first name equal ............ 20  (first 3 equal ... 10)
      *    birth date equal ............ 25
      *    address (first 15) equal .... 10
      *    city equal ..................  5
      * Names, address and city are compared uppercased.
      *   85 or more - the customer is the person notified: the
      *                status is set 'D' (deceased) and VS-CUSTDTHFLAG
      *                'M', a rewrite journaled through CUSTJRN as
      *                UPDCUSTOMER journals its changes (85 cannot be
      *                reached without the last name and birth date)
      *   60 to 84   - a possible match: VS-CUSTDTHFLAG 'R', journaled
      *                the same way, and a line on the DTHREVW review
      *                list for customer services, who settle it on
      *                CUSTMNT (STATUS D, or DTHCHECK CLEAR)
      * Either way the date of death and the score are kept on the
      * master, and EXTRACTCUST and GENLETTER stop mailing.  A
      * match customer services cleared is not made again by the
      * same notification (same date of death).
      *
      * Notification record (DTHFILE, 139 bytes):
      *   DN-REF X(12)  the notifying body's reference
      *   DN-LNAME X(30), DN-FNAME X(20), DN-BDATE X(8) CCYYMMDD,
      *   DN-DOD X(8) date of death CCYYMMDD, DN-ADDRS X(30),
      *   DN-CITY X(20), DN-STATE X(2), DN-POSTAL X(9)
      * A notification without a last name or a numeric birth date
      * cannot be scored and is counted unusable.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT MW-ENTREE ASSIGN TO KSDSFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS VS-CUSTIDENT
            ALTERNATE RECORD KEY IS VS-CUSTSTATE
                 WITH DUPLICATES
            FILE STATUS IS IO-STATUS.
         SELECT DTH-FILE ASSIGN TO DTHFILE
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DN-STATUS.
         SELECT REVIEW-FILE ASSIGN TO DTHREVW
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RV-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  MW-ENTREE
             LABEL RECORD STANDARD
             DATA RECORD VS-ODCSF0-RECORD.
         COPY ODCSF0B.
         FD  DTH-FILE
             LABEL RECORD STANDARD
             DATA RECORD DTH-RECORD.
         01  DTH-RECORD.
             05 DN-REF                 PIC X(12).
             05 DN-LNAME               PIC X(30).
             05 DN-FNAME               PIC X(20).
             05 DN-BDATE               PIC X(8).
             05 DN-DOD                 PIC X(8).
             05 DN-ADDRS               PIC X(30).
             05 DN-CITY                PIC X(20).
             05 DN-STATE               PIC X(2).
             05 DN-POSTAL              PIC X(9).
         FD  REVIEW-FILE
             LABEL RECORD STANDARD
             DATA RECORD REVIEW-RECORD.
         01  REVIEW-RECORD.
             05 RV-IDENT               PIC X(6).
             05 FILLER                 PIC X.
             05 RV-SCORE               PIC 9(3).
             05 FILLER                 PIC X.
             05 RV-REF                 PIC X(12).
             05 FILLER                 PIC X.
             05 RV-DOD                 PIC X(8).
             05 FILLER                 PIC X.
             05 RV-CUST-LNAME          PIC X(30).
             05 RV-CUST-FNAME          PIC X(20).
             05 RV-CUST-BDATE          PIC X(8).
             05 FILLER                 PIC X.
             05 RV-DTH-LNAME           PIC X(30).
             05 RV-DTH-FNAME           PIC X(20).
             05 RV-DTH-BDATE           PIC X(8).
             05 FILLER                 PIC X.
             05 RV-DTH-ADDRS           PIC X(30).
             05 RV-DTH-CITY            PIC X(20).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  DN-STATUS                 PIC XX.
         01  RV-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  LOWER-SET                 PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         01  UPPER-SET                 PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *  the score bands
         01  MATCH-SCORE-MIN           PIC 9(3) VALUE 085.
         01  REVIEW-SCORE-MIN          PIC 9(3) VALUE 060.

      *  in-core customer table for the scoring pass
         01  CUST-TBL-MAX              PIC 9(4) COMP-5 VALUE 2000.
         01  CUST-TBL-CNT              PIC 9(4) COMP-5 VALUE 0.
         01  I1                        PIC 9(4) COMP-5.
         01  CUST-TABLE.
             05 CUST-ENTRY OCCURS 2000 TIMES.
                10 CU-IDENT            PIC X(6).
                10 CU-LNAME            PIC X(30).
                10 CU-FNAME            PIC X(20).
                10 CU-BDATE            PIC X(8).
                10 CU-ADDR15           PIC X(15).
                10 CU-CITY             PIC X(20).
                10 CU-STATUS           PIC X.
                10 CU-DTHFLAG          PIC X.
                10 CU-DTHDATE          PIC X(8).

      *  the notification, uppercased for the comparisons
         01  DN-UP-LNAME               PIC X(30).
         01  DN-UP-FNAME               PIC X(20).
         01  DN-UP-ADDR15              PIC X(15).
         01  DN-UP-CITY                PIC X(20).
         01  PAIR-SCORE                PIC 9(3).
         01  POST-FLAG                 PIC X.

         01  QZ-PARMS.
             05 QZ-JOB                 PIC X(8) VALUE "DTHMATCH".
             05 QZ-EXP-MINUTES         PIC 9(4) VALUE 60.
             05 QZ-STATE               PIC X    VALUE SPACE.
             05 QZ-HOLDER              PIC X(8) VALUE SPACES.
      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "W".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16) VALUE "DTHMATCH".
             05 JRN-JOB                PIC X(8) VALUE "DTHMATCH".
             05 JRN-ACTION             PIC X.
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266).
             05 JRN-AFTER              PIC X(266).

         01  NOTICE-READ-CNT           PIC 9(8) VALUE 0.
         01  UNUSABLE-CNT              PIC 9(8) VALUE 0.
         01  DECEASED-CNT              PIC 9(8) VALUE 0.
         01  REVIEW-CNT                PIC 9(8) VALUE 0.
         01  CLEARED-SKIP-CNT          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
      *     online services answer "master under maintenance" while
      *     this flag is up; cleared on every exit below
            CALL "cust_quiesce_set" USING QZ-PARMS.
            OPEN I-O MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "DTHMATCH OPEN I-O FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            MOVE "O" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "DTHMATCH CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            OPEN INPUT DTH-FILE.
            IF DN-STATUS NOT = "00"
               DISPLAY "DTHMATCH NOTIFICATIONS OPEN FAILED, ST="
                       DN-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            OPEN OUTPUT REVIEW-FILE.

       LOAD-LOOP.
            READ MW-ENTREE NEXT
              AT END GO TO MATCH-LOOP
            END-READ.
            IF CUST-TBL-CNT NOT < CUST-TBL-MAX
               DISPLAY "DTHMATCH TABLE FULL - REMAINING CUSTOMERS"
                       " NOT MATCHED"
               MOVE 4 TO RETURN-CODE
               GO TO MATCH-LOOP.
            ADD 1 TO CUST-TBL-CNT.
            MOVE VS-CUSTIDENT        TO CU-IDENT (CUST-TBL-CNT).
            MOVE VS-CUSTLNAME        TO CU-LNAME (CUST-TBL-CNT).
            MOVE VS-CUSTFNAME        TO CU-FNAME (CUST-TBL-CNT).
            MOVE VS-CUSTBDATE        TO CU-BDATE (CUST-TBL-CNT).
            MOVE VS-CUSTADDRS (1:15) TO CU-ADDR15 (CUST-TBL-CNT).
            MOVE VS-CUSTCITY         TO CU-CITY (CUST-TBL-CNT).
            MOVE VS-CUSTSTATUS       TO CU-STATUS (CUST-TBL-CNT).
            MOVE VS-CUSTDTHFLAG      TO CU-DTHFLAG (CUST-TBL-CNT).
            MOVE VS-CUSTDTHDATE      TO CU-DTHDATE (CUST-TBL-CNT).
            INSPECT CU-LNAME (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT CU-FNAME (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT CU-ADDR15 (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT CU-CITY (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            GO TO LOAD-LOOP.

       MATCH-LOOP.
            READ DTH-FILE
              AT END GO TO FIN-REL
            END-READ.
            ADD 1 TO NOTICE-READ-CNT.
            IF DN-LNAME = SPACES OR DN-BDATE NOT NUMERIC
               ADD 1 TO UNUSABLE-CNT
               DISPLAY "DTHMATCH NOTIFICATION UNUSABLE, REF=" DN-REF
               GO TO MATCH-LOOP.
            IF DN-DOD NOT NUMERIC
               MOVE ZEROS TO DN-DOD.
            MOVE DN-LNAME        TO DN-UP-LNAME.
            MOVE DN-FNAME        TO DN-UP-FNAME.
            MOVE DN-ADDRS (1:15) TO DN-UP-ADDR15.
            MOVE DN-CITY         TO DN-UP-CITY.
            INSPECT DN-UP-LNAME  CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT DN-UP-FNAME  CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT DN-UP-ADDR15 CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT DN-UP-CITY   CONVERTING LOWER-SET TO UPPER-SET.
            MOVE 1 TO I1.
            PERFORM SCORE-ONE-CUSTOMER THRU E-SCORE-ONE-CUSTOMER
              UNTIL I1 > CUST-TBL-CNT.
            GO TO MATCH-LOOP.

       FIN-REL.
            CLOSE MW-ENTREE.
            CLOSE DTH-FILE.
            CLOSE REVIEW-FILE.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            CALL "cust_quiesce_clear" USING QZ-PARMS.
            DISPLAY "DTHMATCH CUSTOMERS LOADED........" CUST-TBL-CNT.
            DISPLAY "DTHMATCH NOTIFICATIONS READ......" NOTICE-READ-CNT.
            DISPLAY "DTHMATCH NOTIFICATIONS UNUSABLE.." UNUSABLE-CNT.
            DISPLAY "DTHMATCH POSTED DECEASED........." DECEASED-CNT.
            DISPLAY "DTHMATCH SENT FOR REVIEW........." REVIEW-CNT.
            DISPLAY "DTHMATCH CLEARED, NOT RAISED....."
                    CLEARED-SKIP-CNT.

            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * one notification against one customer; the deceased are not
      * scored again, a review customer services cleared for this
      * date of death stays cleared, and a customer already under
      * review is not raised to review a second time
      * ------------------------------------------------------------
       SCORE-ONE-CUSTOMER.
            IF CU-STATUS (I1) = "D"
               GO TO E-SCORE-ONE-CUSTOMER.
            MOVE 0 TO PAIR-SCORE.
            IF CU-LNAME (I1) NOT = SPACES AND
               CU-LNAME (I1) = DN-UP-LNAME
               ADD 40 TO PAIR-SCORE.
            IF CU-FNAME (I1) NOT = SPACES AND
               CU-FNAME (I1) = DN-UP-FNAME
               ADD 20 TO PAIR-SCORE
            ELSE
              IF CU-FNAME (I1) (1:3) NOT = SPACES AND
                 CU-FNAME (I1) (1:3) = DN-UP-FNAME (1:3)
                 ADD 10 TO PAIR-SCORE.
            IF CU-BDATE (I1) = DN-BDATE AND
               CU-BDATE (I1) NOT = "00000000"
               ADD 25 TO PAIR-SCORE.
            IF CU-ADDR15 (I1) NOT = SPACES AND
               CU-ADDR15 (I1) = DN-UP-ADDR15
               ADD 10 TO PAIR-SCORE.
            IF CU-CITY (I1) NOT = SPACES AND
               CU-CITY (I1) = DN-UP-CITY
               ADD 5 TO PAIR-SCORE.
            IF PAIR-SCORE < REVIEW-SCORE-MIN
               GO TO E-SCORE-ONE-CUSTOMER.
            IF CU-DTHFLAG (I1) = "C" AND CU-DTHDATE (I1) = DN-DOD
               ADD 1 TO CLEARED-SKIP-CNT
               GO TO E-SCORE-ONE-CUSTOMER.
            IF PAIR-SCORE NOT < MATCH-SCORE-MIN
               MOVE "M" TO POST-FLAG
               PERFORM POST-MATCH THRU E-POST-MATCH
               GO TO E-SCORE-ONE-CUSTOMER.
            IF CU-DTHFLAG (I1) = "R"
               GO TO E-SCORE-ONE-CUSTOMER.
            MOVE "R" TO POST-FLAG.
            PERFORM POST-MATCH THRU E-POST-MATCH.
       E-SCORE-ONE-CUSTOMER.
            ADD 1 TO I1.

      * ------------------------------------------------------------
      * the match onto the master: re-read, marked, rewritten and
      * journaled with its before and after images; the table entry
      * follows so a later notification sees the customer as posted
      * ------------------------------------------------------------
       POST-MATCH.
            MOVE CU-IDENT (I1) TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "DTHMATCH READ FAILED, IDENT=" CU-IDENT (I1)
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO E-POST-MATCH.
            MOVE VS-ODCSF0-RECORD TO JRN-BEFORE.
            IF POST-FLAG = "M"
               MOVE "D" TO VS-CUSTSTATUS.
            MOVE POST-FLAG  TO VS-CUSTDTHFLAG.
            MOVE DN-DOD     TO VS-CUSTDTHDATE.
            MOVE PAIR-SCORE TO VS-CUSTDTHSCORE.
            REWRITE VS-ODCSF0-RECORD
            END-REWRITE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "DTHMATCH REWRITE FAILED, IDENT=" CU-IDENT (I1)
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO E-POST-MATCH.
            MOVE VS-CUSTSTATUS  TO CU-STATUS (I1).
            MOVE VS-CUSTDTHFLAG TO CU-DTHFLAG (I1).
            MOVE DN-DOD         TO CU-DTHDATE (I1).
            MOVE "C"              TO JRN-ACTION.
            MOVE VS-ODCSF0-RECORD TO JRN-AFTER.
            MOVE "W" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "DTHMATCH CHANGE NOT JOURNALED, IDENT="
                       VS-CUSTIDENT
               MOVE 8 TO RETURN-CODE.
            IF POST-FLAG = "M"
               ADD 1 TO DECEASED-CNT
               DISPLAY "DTHMATCH DECEASED, IDENT=" VS-CUSTIDENT
                       " SCORE " PAIR-SCORE " REF " DN-REF
            ELSE
               ADD 1 TO REVIEW-CNT
               PERFORM WRITE-REVIEW THRU E-WRITE-REVIEW.
       E-POST-MATCH.
            EXIT.

       WRITE-REVIEW.
            MOVE SPACES        TO REVIEW-RECORD.
            MOVE VS-CUSTIDENT  TO RV-IDENT.
            MOVE PAIR-SCORE    TO RV-SCORE.
            MOVE DN-REF        TO RV-REF.
            MOVE DN-DOD        TO RV-DOD.
            MOVE VS-CUSTLNAME  TO RV-CUST-LNAME.
            MOVE VS-CUSTFNAME  TO RV-CUST-FNAME.
            MOVE VS-CUSTBDATE  TO RV-CUST-BDATE.
            MOVE DN-LNAME      TO RV-DTH-LNAME.
            MOVE DN-FNAME      TO RV-DTH-FNAME.
            MOVE DN-BDATE      TO RV-DTH-BDATE.
            MOVE DN-ADDRS      TO RV-DTH-ADDRS.
            MOVE DN-CITY       TO RV-DTH-CITY.
            WRITE REVIEW-RECORD.
       E-WRITE-REVIEW.
            EXIT.
