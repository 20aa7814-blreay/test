       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      RTNRPT.
      * ------------------------------------------------------------
      * Monthly undeliverable-address report, for outreach by phone
      * or email to customers the post office cannot reach.  Lists
      * every customer whose master address is marked undeliverable
      * (VS-CUSTRTNFLAG), then every CUSTADDR address so marked
      * (AD-RTN-FLAG), each with the return date and reason, the
      * phone and email on the master, and NONE where the customer
      * has neither.  Deceased customers are counted, not listed.
      * Totals: addresses listed from each file, those returned in
      * the report month, and those with no outreach channel.
      *
      * The report date defaults to today; RPTDATE (CCYYMMDD)
      * overrides it, and its month is the one counted as new.
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
         SELECT ADDR-FILE ASSIGN TO CUSTADDR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS AD-KEY
            FILE STATUS IS AD-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  MW-ENTREE
             LABEL RECORD STANDARD
             DATA RECORD VS-ODCSF0-RECORD.
         COPY ODCSF0B.
         FD  ADDR-FILE
             LABEL RECORD STANDARD
             DATA RECORD AD-RECORD.
         COPY CUSTADDR.

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  AD-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).

         01  RPT-DATE-X                PIC X(8) VALUE SPACES.
         01  RPT-DATE                  PIC 9(8).
         01  FILLER REDEFINES RPT-DATE.
             05 RPT-CCYYMM             PIC 9(6).
             05 RPT-DD                 PIC 9(2).
         01  RTN-DATE-WORK             PIC 9(8).
         01  FILLER REDEFINES RTN-DATE-WORK.
             05 RTN-CCYYMM             PIC 9(6).
             05 RTN-DD                 PIC 9(2).

      *  one report line, filled from the master and the mark
         01  RPT-LINE.
             05 RL-IDENT               PIC 9(6).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-LNAME               PIC X(20).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-FNAME               PIC X(12).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-WHERE               PIC X(9).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-RTN-DATE            PIC 9(8).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-REASON              PIC X(2).
             05 FILLER                 PIC XX    VALUE SPACES.
             05 RL-PHONE               PIC X(10).
             05 FILLER                 PIC X     VALUE SPACE.
             05 RL-EMAIL               PIC X(40).
         01  LINE-RTN-DATE             PIC 9(8).
         01  LINE-REASON               PIC X(2).
         01  LINE-WHERE                PIC X(9).

         01  MASTER-LIST-CNT           PIC 9(8) VALUE 0.
         01  ADDR-LIST-CNT             PIC 9(8) VALUE 0.
         01  NEW-MONTH-CNT             PIC 9(8) VALUE 0.
         01  NO-CHANNEL-CNT            PIC 9(8) VALUE 0.
         01  DECEASED-CNT              PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
            MOVE SPACES TO RPT-DATE-X.
            DISPLAY "RPTDATE" UPON ENVIRONMENT-NAME.
            ACCEPT RPT-DATE-X FROM ENVIRONMENT-VALUE.
            IF RPT-DATE-X NUMERIC
               MOVE RPT-DATE-X TO RPT-DATE
            ELSE
               ACCEPT RPT-DATE FROM DATE YYYYMMDD.
            DISPLAY "RTNRPT UNDELIVERABLE ADDRESSES AS OF " RPT-DATE.

            OPEN INPUT MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "RTNRPT OPEN FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            DISPLAY "IDENT  LAST NAME            FIRST NAME   "
                    "ADDRESS   RETURNED RSN PHONE      EMAIL".
            MOVE ZERO TO VS-CUSTIDENT.
            START MW-ENTREE KEY IS NOT LESS THAN VS-CUSTIDENT
               INVALID KEY
                  GO TO LIST-ADDRESSES
            END-START.

       READ-MASTER.
            READ MW-ENTREE NEXT
              AT END GO TO LIST-ADDRESSES
            END-READ.
            IF IO-STATUS NOT = "00" AND IO-STATUS NOT = "02"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "RTNRPT READ FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO LIST-ADDRESSES.
            IF NOT VS-CUST-UNDELIVERABLE
               GO TO READ-MASTER.
            IF VS-CUST-DECEASED
               ADD 1 TO DECEASED-CNT
               GO TO READ-MASTER.
            MOVE VS-CUSTRTNDATE TO LINE-RTN-DATE.
            MOVE VS-CUSTRTNRSN  TO LINE-REASON.
            MOVE "MASTER"       TO LINE-WHERE.
            PERFORM PRINT-LINE THRU E-PRINT-LINE.
            ADD 1 TO MASTER-LIST-CNT.
            GO TO READ-MASTER.

      * ------------------------------------------------------------
      * the CUSTADDR addresses, with the customer's contact fields
      * from the master; no address file is no addresses
      * ------------------------------------------------------------
       LIST-ADDRESSES.
            OPEN INPUT ADDR-FILE.
            IF AD-STATUS = "35"
               GO TO REPORT-TOTALS.
            IF AD-STATUS NOT = "00"
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "RTNRPT CUSTADDR OPEN FAILED"
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO REPORT-TOTALS.

       READ-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END GO TO CLOSE-ADDRESSES
            END-READ.
            IF AD-STATUS NOT = "00"
               CALL "FSTATMSG" USING AD-STATUS, FS-REASON
               DISPLAY "RTNRPT CUSTADDR READ FAILED"
               DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO CLOSE-ADDRESSES.
            IF NOT AD-UNDELIVERABLE
               GO TO READ-ADDRESS.
            MOVE AD-CUSTIDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS NOT = "00"
               MOVE SPACES TO VS-ODCSF0-RECORD
               MOVE AD-CUSTIDENT TO VS-CUSTIDENT
               MOVE "(NOT ON MASTER)" TO VS-CUSTLNAME.
            IF VS-CUST-DECEASED
               ADD 1 TO DECEASED-CNT
               GO TO READ-ADDRESS.
            MOVE AD-RTN-DATE   TO LINE-RTN-DATE.
            MOVE AD-RTN-REASON TO LINE-REASON.
            IF AD-RESIDENCE
               MOVE "RESIDENCE" TO LINE-WHERE
            ELSE
              IF AD-MAILING
                 MOVE "MAILING" TO LINE-WHERE
              ELSE
                 MOVE "SEASONAL" TO LINE-WHERE.
            PERFORM PRINT-LINE THRU E-PRINT-LINE.
            ADD 1 TO ADDR-LIST-CNT.
            GO TO READ-ADDRESS.

       CLOSE-ADDRESSES.
            CLOSE ADDR-FILE.

       REPORT-TOTALS.
            DISPLAY "RTNRPT MASTER ADDRESSES LISTED..." MASTER-LIST-CNT.
            DISPLAY "RTNRPT CUSTADDR ADDRESSES LISTED." ADDR-LIST-CNT.
            DISPLAY "RTNRPT RETURNED THIS MONTH......." NEW-MONTH-CNT.
            DISPLAY "RTNRPT NO PHONE OR EMAIL........." NO-CHANNEL-CNT.
            DISPLAY "RTNRPT DECEASED, NOT LISTED......" DECEASED-CNT.

       FIN-REL.
            CLOSE MW-ENTREE.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * one address: the customer, where the mail went, the return,
      * and how else to reach them
      * ------------------------------------------------------------
       PRINT-LINE.
            MOVE VS-CUSTIDENT  TO RL-IDENT.
            MOVE VS-CUSTLNAME  TO RL-LNAME.
            MOVE VS-CUSTFNAME  TO RL-FNAME.
            MOVE LINE-WHERE    TO RL-WHERE.
            MOVE LINE-RTN-DATE TO RL-RTN-DATE.
            MOVE LINE-REASON   TO RL-REASON.
            MOVE SPACES        TO RL-PHONE.
            IF VS-CUSTPHONE NUMERIC AND VS-CUSTPHONE NOT = ZERO
               MOVE VS-CUSTPHONE TO RL-PHONE.
            MOVE VS-CUSTEMAIL  TO RL-EMAIL.
            IF RL-PHONE = SPACES AND RL-EMAIL = SPACES
               MOVE "NONE" TO RL-EMAIL
               ADD 1 TO NO-CHANNEL-CNT.
            DISPLAY RPT-LINE.
            MOVE LINE-RTN-DATE TO RTN-DATE-WORK.
            IF RTN-CCYYMM = RPT-CCYYMM
               ADD 1 TO NEW-MONTH-CNT.
       E-PRINT-LINE.
            EXIT.
