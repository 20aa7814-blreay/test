       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      IMPORTCUST.
      * ------------------------------------------------------------
      * Import of a customer book taken over from another store, in
      * one run instead of STANDADDR, VALIDSTATE, DUPCUSTOMER and
      * UPDCUSTOMER run by hand and reconciled between them.
      *
      * Incoming file (IMPORTIN), one customer per line, the fields
      * separated by "|", in this order:
      *   source key     up to 20 characters, the other store's own
      *   last name      30
      *   first name     20
      *   address line   30
      *   city           20
      *   state          2
      *   postal code    9
      *   birth date     CCYYMMDD
      *   phone          10 digits
      *   email          40 (may be empty)
      * Each row, in turn:
      *   - is split, a field longer than its master field refused
      *     rather than cut short
      *   - has its state checked through VALIDSTATE (STATEREF);
      *     the table unavailable refuses the run, since nothing
      *     acquired is loaded unchecked
      *   - has its address standardized through ADDRSTD, the
      *     STANDADDR checks (ADDRRULE words, POSTALREF prefix)
      *   - passes the field edits UPDCUSTOMER enforces, so what is
      *     staged is not rejected there
      *   - is scored against every customer on the master, and
      *     every row already taken this run, with the DUPCUSTOMER
      *     weights (names, address and city compared uppercased);
      *     60 or more is a probable duplicate, not loaded but put
      *     on the merge-review list (IMPMERGE) with the best
      *     matching ident and score
      *   - otherwise gets its identifier from NEXTCUSTID and is
      *     staged on CUSTTRAN as an UPDCUSTOMER add ('A' and the
      *     full image, status A, added today)
      * Rows refused go to IMPREJ with the reason, as received.
      * With every row read, UPDCUSTOMER is called to apply the
      * staged adds - the same edits, journal and quiesce as any
      * add - and each staged ident is then looked for on the
      * master: one UPDCUSTOMER rejected (CUSTREJ) or did not apply
      * is counted rejected with the reason.  An identifier handed
      * out to an add that was not applied is not reused.
      * The reconciliation report (IMPRECON) gives every row read
      * as LOADED, MERGE-PENDING or REJECTED with its reason, and
      * totals that must add back to the rows read.  The master
      * must hold no more customers than the in-core table.
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
         SELECT IMP-FILE ASSIGN TO IMPORTIN
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IM-STATUS.
         SELECT TRAN-FILE ASSIGN TO CUSTTRAN
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TR-STATUS.
         SELECT MERGE-FILE ASSIGN TO IMPMERGE
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MG-STATUS.
         SELECT IREJ-FILE ASSIGN TO IMPREJ
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IR-STATUS.
         SELECT WORK-FILE ASSIGN TO IMPWORK
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IW-STATUS.
         SELECT REJ-FILE ASSIGN TO CUSTREJ
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RJ-STATUS.
         SELECT RECON-FILE ASSIGN TO IMPRECON
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  MW-ENTREE
             LABEL RECORD STANDARD
             DATA RECORD VS-ODCSF0-RECORD.
         COPY ODCSF0B.
         FD  IMP-FILE
             LABEL RECORD STANDARD
             DATA RECORD IMP-RECORD.
         01  IMP-RECORD                PIC X(256).
      *  an UPDCUSTOMER transaction (CUSTTRAN layout)
         FD  TRAN-FILE
             LABEL RECORD STANDARD
             DATA RECORD TRAN-RECORD.
         01  TRAN-RECORD.
             05 CT-ACTION              PIC X.
             05 CT-RECORD              PIC X(266).
         FD  MERGE-FILE
             LABEL RECORD STANDARD
             DATA RECORD MERGE-RECORD.
         01  MERGE-RECORD.
             05 MG-ROW-NO              PIC 9(6).
             05 FILLER                 PIC X.
             05 MG-MATCH-IDENT         PIC X(6).
             05 FILLER                 PIC X.
             05 MG-SCORE               PIC 9(3).
             05 FILLER                 PIC X.
             05 MG-ROW                 PIC X(256).
         FD  IREJ-FILE
             LABEL RECORD STANDARD
             DATA RECORD IREJ-RECORD.
         01  IREJ-RECORD.
             05 IR-REASON              PIC X(20).
             05 IR-ROW-NO              PIC 9(6).
             05 IR-ROW                 PIC X(256).
      *  one line per row read, the outcome as the row left the
      *  first pass, for the reconciliation
         FD  WORK-FILE
             LABEL RECORD STANDARD
             DATA RECORD WORK-RECORD.
         01  WORK-RECORD.
             05 IW-ROW-NO              PIC 9(6).
             05 IW-OUTCOME             PIC X(13).
             05 IW-IDENT               PIC X(6).
             05 IW-SCORE               PIC 9(3).
             05 IW-REASON              PIC X(20).
             05 IW-SOURCE-KEY          PIC X(20).
      *  UPDCUSTOMER's reject file
         FD  REJ-FILE
             LABEL RECORD STANDARD
             DATA RECORD REJ-RECORD.
         01  REJ-RECORD.
             05 RJ-REASON              PIC X(20).
             05 RJ-ACTION              PIC X.
             05 RJ-RECORD              PIC X(266).
         FD  RECON-FILE
             LABEL RECORD STANDARD
             DATA RECORD RECON-RECORD.
         01  RECON-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  IM-STATUS                 PIC XX.
         01  TR-STATUS                 PIC XX.
         01  MG-STATUS                 PIC XX.
         01  IR-STATUS                 PIC XX.
         01  IW-STATUS                 PIC XX.
         01  RJ-STATUS                 PIC XX.
         01  RC-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  TODAY-DATE                PIC 9(8).
         01  EDIT-FAIL-SW              PIC 9 VALUE 0.
             88  EDIT-FAILED              VALUE 1.
         01  WORK-EOF-SW               PIC 9 VALUE 0.
             88  WORK-EOF                 VALUE 1.
         01  REJ-EOF-SW                PIC 9 VALUE 0.
             88  REJ-EOF                  VALUE 1.
         01  MASTER-OPEN-SW            PIC 9 VALUE 0.
             88  MASTER-OPEN              VALUE 1.
         01  REJECT-REASON             PIC X(20).
         01  AT-COUNT                  PIC 9(4) COMP-5.
         01  ROW-NO                    PIC 9(6) VALUE 0.
         01  UPD-RC                    PIC S9(4) COMP-5 VALUE 0.
         01  LOWER-SET                 PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         01  UPPER-SET                 PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         01  VST-PARMS.
             05 VST-CODE               PIC X(2).
             05 VST-NAME               PIC X(30).
             05 VST-RC                 PIC S9(4) COMP-5.
      *  ADDRSTD handshake - the shared address checks
         01  ASD-PARMS.
             05 ASD-ADDRS              PIC X(30).
             05 ASD-CITY               PIC X(20).
             05 ASD-STATE              PIC X(2).
             05 ASD-POSTAL             PIC X(9).
             05 ASD-CHANGED            PIC 9.
             05 ASD-REASON             PIC X(20).
             05 ASD-RC                 PIC S9(4) COMP-5.
      *  NEXTCUSTID handshake - identifier assignment
         01  NID-PARMS.
             05 NID-CALLER             PIC X(8) VALUE "IMPORTCU".
             05 NID-NEW-IDENT          PIC X(6).
             05 NID-RC                 PIC S9(4) COMP-5.

      *  the row's fields, each received wider than it may be so an
      *  overlong one is caught rather than cut short
         01  IMP-FIELDS.
             05 IM-SOURCE-KEY          PIC X(30).
             05 IM-LNAME               PIC X(40).
             05 IM-FNAME               PIC X(30).
             05 IM-ADDRS               PIC X(40).
             05 IM-CITY                PIC X(30).
             05 IM-STATE               PIC X(5).
             05 IM-POSTAL              PIC X(12).
             05 IM-BDATE               PIC X(10).
             05 IM-PHONE               PIC X(12).
             05 IM-EMAIL               PIC X(50).

      *  the customer image the row makes, edited as UPDCUSTOMER
      *  edits it
         01  WK-CUST-RECORD.
             05 WK-CUSTIDENT           PIC X(006).
             05 WK-CUSTLNAME           PIC X(030).
             05 WK-CUSTFNAME           PIC X(020).
             05 WK-CUSTADDRS           PIC X(030).
             05 WK-CUSTCITY            PIC X(020).
             05 WK-CUSTSTATE           PIC X(002).
             05 WK-CUSTBDATE           PIC X(008).
             05 WK-CUSTBDATE-G REDEFINES WK-CUSTBDATE.
              10 WK-BD-CC              PIC XX.
              10 WK-BD-YY              PIC XX.
              10 WK-BD-MM              PIC XX.
              10 WK-BD-DD              PIC XX.
             05 WK-CUSTEMAIL           PIC X(040).
             05 WK-CUSTPHONE           PIC X(010).
             05 WK-CUSTPOSTAL          PIC X(009).
             05 WK-CUSTSTATUS          PIC X(001).
             05 WK-CUSTADDDATE         PIC 9(008).
             05 WK-CUSTRTNFLAG         PIC X(001).
             05 WK-CUSTRTNDATE         PIC 9(008).
             05 WK-CUSTRTNRSN          PIC X(002).
             05 WK-CUSTDTHFLAG         PIC X(001).
             05 WK-CUSTDTHDATE         PIC 9(008).
             05 WK-CUSTDTHSCORE        PIC 9(003).
             05 WK-FILLER              PIC X(059).

      *  in-core table for the duplicate scoring: the master, then
      *  each row taken this run
         01  CUST-TBL-MAX              PIC 9(4) COMP-5 VALUE 4000.
         01  CUST-TBL-CNT              PIC 9(4) COMP-5 VALUE 0.
         01  MASTER-CNT                PIC 9(4) COMP-5 VALUE 0.
         01  I1                        PIC 9(4) COMP-5.
         01  CUST-TABLE.
             05 CUST-ENTRY OCCURS 4000 TIMES.
                10 CU-IDENT            PIC X(6).
                10 CU-LNAME            PIC X(30).
                10 CU-FNAME            PIC X(20).
                10 CU-BDATE            PIC X(8).
                10 CU-ADDR15           PIC X(15).
                10 CU-CITY             PIC X(20).
      *  the row, uppercased for the comparisons
         01  UP-LNAME                  PIC X(30).
         01  UP-FNAME                  PIC X(20).
         01  UP-ADDR15                 PIC X(15).
         01  UP-CITY                   PIC X(20).
         01  PAIR-SCORE                PIC 9(3).
         01  BEST-SCORE                PIC 9(3).
         01  BEST-IDENT                PIC X(6).
         01  REVIEW-SCORE-MIN          PIC 9(3) VALUE 060.

      *  the adds UPDCUSTOMER rejected, from CUSTREJ
         01  UREJ-TBL-MAX              PIC 9(4) COMP-5 VALUE 2000.
         01  UREJ-TBL-CNT              PIC 9(4) COMP-5 VALUE 0.
         01  UREJ-I                    PIC 9(4) COMP-5.
         01  UREJ-TABLE.
             05 UREJ-ENTRY OCCURS 2000 TIMES.
                10 UR-IDENT            PIC X(6).
                10 UR-REASON           PIC X(20).

      *  reconciliation report lines
         01  RECON-HEAD-1.
             05 FILLER                 PIC X(40)
                VALUE "IMPORTCUST RECONCILIATION - RUN DATE ".
             05 RH-DATE                PIC 9(8).
         01  RECON-HEAD-2.
             05 FILLER                 PIC X(50) VALUE
                "ROW     SOURCE KEY            OUTCOME       IDENT ".
             05 FILLER                 PIC X(30) VALUE
                " SCORE REASON".
         01  RECON-LINE.
             05 RL-ROW-NO              PIC 9(6).
             05 FILLER                 PIC XX VALUE SPACES.
             05 RL-SOURCE-KEY          PIC X(20).
             05 FILLER                 PIC XX VALUE SPACES.
             05 RL-OUTCOME             PIC X(13).
             05 FILLER                 PIC X VALUE SPACE.
             05 RL-IDENT               PIC X(6).
             05 FILLER                 PIC XX VALUE SPACES.
             05 RL-SCORE               PIC ZZ9.
             05 FILLER                 PIC XX VALUE SPACES.
             05 RL-REASON              PIC X(20).
         01  RECON-TOTAL.
             05 RT-LABEL               PIC X(30).
             05 RT-COUNT               PIC ZZ,ZZZ,ZZ9.

         01  ROW-READ-CNT              PIC 9(8) VALUE 0.
         01  STAGED-CNT                PIC 9(8) VALUE 0.
         01  LOADED-CNT                PIC 9(8) VALUE 0.
         01  MERGE-CNT                 PIC 9(8) VALUE 0.
         01  REJECT-CNT                PIC 9(8) VALUE 0.
         01  UPD-REJECT-CNT            PIC 9(8) VALUE 0.
         01  STD-CHANGED-CNT           PIC 9(8) VALUE 0.
         01  ACCOUNTED-CNT             PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
      *     an acquired book is not loaded with its states unchecked
            MOVE SPACES TO VST-CODE.
            CALL "VALIDSTATE" USING VST-PARMS.
            IF VST-RC = 8
               DISPLAY "IMPORTCUST STATE TABLE UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            OPEN INPUT MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "IMPORTCUST OPEN FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.

       LOAD-LOOP.
            READ MW-ENTREE NEXT
              AT END GO TO LOAD-DONE
            END-READ.
            IF CUST-TBL-CNT NOT < CUST-TBL-MAX
               DISPLAY "IMPORTCUST TABLE FULL - DUPLICATES CANNOT BE"
                       " FOUND - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE MW-ENTREE
               GO TO FIN-EXIT.
            ADD 1 TO CUST-TBL-CNT.
            MOVE VS-CUSTIDENT        TO CU-IDENT (CUST-TBL-CNT).
            MOVE VS-CUSTLNAME        TO CU-LNAME (CUST-TBL-CNT).
            MOVE VS-CUSTFNAME        TO CU-FNAME (CUST-TBL-CNT).
            MOVE VS-CUSTBDATE        TO CU-BDATE (CUST-TBL-CNT).
            MOVE VS-CUSTADDRS (1:15) TO CU-ADDR15 (CUST-TBL-CNT).
            MOVE VS-CUSTCITY         TO CU-CITY (CUST-TBL-CNT).
            INSPECT CU-LNAME (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT CU-FNAME (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT CU-ADDR15 (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT CU-CITY (CUST-TBL-CNT)
              CONVERTING LOWER-SET TO UPPER-SET.
            GO TO LOAD-LOOP.

      *     the master is closed for UPDCUSTOMER to open it I-O
       LOAD-DONE.
            CLOSE MW-ENTREE.
            MOVE CUST-TBL-CNT TO MASTER-CNT.
            OPEN INPUT IMP-FILE.
            IF IM-STATUS NOT = "00"
               DISPLAY "IMPORTCUST INCOMING FILE OPEN FAILED, ST="
                       IM-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            OPEN OUTPUT TRAN-FILE MERGE-FILE IREJ-FILE WORK-FILE.
            IF TR-STATUS NOT = "00" OR MG-STATUS NOT = "00" OR
               IR-STATUS NOT = "00" OR IW-STATUS NOT = "00"
               DISPLAY "IMPORTCUST OUTPUT OPEN FAILED, ST=" TR-STATUS
                       " " MG-STATUS " " IR-STATUS " " IW-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE IMP-FILE TRAN-FILE MERGE-FILE IREJ-FILE
                     WORK-FILE
               GO TO FIN-EXIT.

       READ-ROW.
            READ IMP-FILE
              AT END GO TO APPLY-ADDS
            END-READ.
            IF IMP-RECORD = SPACES
               GO TO READ-ROW.
            ADD 1 TO ROW-READ-CNT.
            ADD 1 TO ROW-NO.
            PERFORM ONE-ROW THRU E-ONE-ROW.
            GO TO READ-ROW.

      * ------------------------------------------------------------
      * the staged adds through UPDCUSTOMER, then the reconciliation
      * of every row read
      * ------------------------------------------------------------
       APPLY-ADDS.
            CLOSE IMP-FILE.
            CLOSE TRAN-FILE.
            CLOSE MERGE-FILE.
            CLOSE IREJ-FILE.
            CLOSE WORK-FILE.
            IF STAGED-CNT > 0
               DISPLAY "IMPORTCUST APPLYING " STAGED-CNT
                       " ADDS THROUGH UPDCUSTOMER"
               CALL "UPDCUSTOMER"
               MOVE RETURN-CODE TO UPD-RC
               MOVE 0 TO RETURN-CODE
               IF UPD-RC NOT = 0
                  DISPLAY "IMPORTCUST UPDCUSTOMER ENDED RC " UPD-RC
               END-IF
               PERFORM LOAD-UPD-REJECTS THRU E-LOAD-UPD-REJECTS.
            OPEN INPUT MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "IMPORTCUST REOPEN FAILED - ADDS NOT CHECKED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
            ELSE
               MOVE 1 TO MASTER-OPEN-SW.
            OPEN INPUT WORK-FILE.
            OPEN OUTPUT RECON-FILE.
            IF IW-STATUS NOT = "00" OR RC-STATUS NOT = "00"
               DISPLAY "IMPORTCUST RECONCILIATION OPEN FAILED, ST="
                       IW-STATUS " " RC-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            MOVE TODAY-DATE TO RH-DATE.
            WRITE RECON-RECORD FROM RECON-HEAD-1.
            WRITE RECON-RECORD FROM RECON-HEAD-2.
            PERFORM RECONCILE-ROW THRU E-RECONCILE-ROW
              UNTIL WORK-EOF.
            PERFORM WRITE-TOTALS THRU E-WRITE-TOTALS.

       FIN-REL.
            IF MASTER-OPEN
               CLOSE MW-ENTREE.
            CLOSE WORK-FILE.
            CLOSE RECON-FILE.
            DISPLAY "IMPORTCUST MASTER CUSTOMERS......" MASTER-CNT.
            DISPLAY "IMPORTCUST ROWS READ............." ROW-READ-CNT.
            DISPLAY "IMPORTCUST ADDRESSES STANDARDIZED"
                    STD-CHANGED-CNT.
            DISPLAY "IMPORTCUST STAGED AS ADDS........" STAGED-CNT.
            DISPLAY "IMPORTCUST LOADED................" LOADED-CNT.
            DISPLAY "IMPORTCUST MERGE REVIEW PENDING.." MERGE-CNT.
            DISPLAY "IMPORTCUST REJECTED.............." REJECT-CNT.
            DISPLAY "IMPORTCUST OF WHICH BY UPDCUSTOMER"
                    UPD-REJECT-CNT.
            IF ACCOUNTED-CNT NOT = ROW-READ-CNT
               DISPLAY "IMPORTCUST ROWS NOT ACCOUNTED FOR - READ "
                       ROW-READ-CNT " RECONCILED " ACCOUNTED-CNT
               MOVE 8 TO RETURN-CODE.
            IF REJECT-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * one row: split, state, address, field edits, duplicate
      * scoring; then staged, sent to merge review or refused
      * ------------------------------------------------------------
       ONE-ROW.
            MOVE 0 TO EDIT-FAIL-SW.
            MOVE SPACES TO REJECT-REASON.
            MOVE 0 TO BEST-SCORE.
            MOVE SPACES TO BEST-IDENT.
            PERFORM SPLIT-ROW THRU E-SPLIT-ROW.
            IF NOT EDIT-FAILED
               PERFORM EDIT-STATE THRU E-EDIT-STATE.
            IF NOT EDIT-FAILED
               PERFORM STANDARDIZE-ROW THRU E-STANDARDIZE-ROW.
            IF NOT EDIT-FAILED
               PERFORM EDIT-IMAGE THRU E-EDIT-IMAGE.
            IF EDIT-FAILED
               PERFORM REJECT-ROW THRU E-REJECT-ROW
               GO TO E-ONE-ROW.
            PERFORM SCORE-ROW THRU E-SCORE-ROW.
            IF BEST-SCORE NOT < REVIEW-SCORE-MIN
               PERFORM MERGE-ROW THRU E-MERGE-ROW
               GO TO E-ONE-ROW.
            PERFORM STAGE-ROW THRU E-STAGE-ROW.
            IF EDIT-FAILED
               PERFORM REJECT-ROW THRU E-REJECT-ROW.
       E-ONE-ROW.
            EXIT.

      * ------------------------------------------------------------
      * the delimited line into its fields and the image; a field
      * longer than its master field is refused, not cut short
      * ------------------------------------------------------------
       SPLIT-ROW.
            MOVE SPACES TO IMP-FIELDS.
            UNSTRING IMP-RECORD DELIMITED BY "|"
              INTO IM-SOURCE-KEY, IM-LNAME, IM-FNAME, IM-ADDRS,
                   IM-CITY, IM-STATE, IM-POSTAL, IM-BDATE,
                   IM-PHONE, IM-EMAIL
            END-UNSTRING.
            IF IM-SOURCE-KEY = SPACES OR
               IM-SOURCE-KEY (21:10) NOT = SPACES
               MOVE "BAD-SOURCE-KEY" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-SPLIT-ROW.
            IF IM-LNAME (31:10)   NOT = SPACES OR
               IM-FNAME (21:10)   NOT = SPACES OR
               IM-ADDRS (31:10)   NOT = SPACES OR
               IM-CITY (21:10)    NOT = SPACES OR
               IM-STATE (3:3)     NOT = SPACES OR
               IM-POSTAL (10:3)   NOT = SPACES OR
               IM-BDATE (9:2)     NOT = SPACES OR
               IM-PHONE (11:2)    NOT = SPACES OR
               IM-EMAIL (41:10)   NOT = SPACES
               MOVE "FIELD-TOO-LONG" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-SPLIT-ROW.
            INSPECT IM-STATE CONVERTING LOWER-SET TO UPPER-SET.
            MOVE SPACES TO WK-CUST-RECORD.
            MOVE IM-LNAME  TO WK-CUSTLNAME.
            MOVE IM-FNAME  TO WK-CUSTFNAME.
            MOVE IM-ADDRS  TO WK-CUSTADDRS.
            MOVE IM-CITY   TO WK-CUSTCITY.
            MOVE IM-STATE  TO WK-CUSTSTATE.
            MOVE IM-POSTAL TO WK-CUSTPOSTAL.
            MOVE IM-BDATE  TO WK-CUSTBDATE.
            MOVE IM-PHONE  TO WK-CUSTPHONE.
            MOVE IM-EMAIL  TO WK-CUSTEMAIL.
            MOVE "A"        TO WK-CUSTSTATUS.
            MOVE TODAY-DATE TO WK-CUSTADDDATE.
            MOVE ZEROS TO WK-CUSTRTNDATE, WK-CUSTDTHDATE,
                          WK-CUSTDTHSCORE.
       E-SPLIT-ROW.
            EXIT.

      * ------------------------------------------------------------
      * state code against the STATEREF table through VALIDSTATE
      * ------------------------------------------------------------
       EDIT-STATE.
            IF WK-CUSTSTATE = SPACES OR
               WK-CUSTSTATE (2:1) = SPACE
               MOVE "STATE-BLANK" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-STATE.
            MOVE WK-CUSTSTATE TO VST-CODE.
            CALL "VALIDSTATE" USING VST-PARMS.
            IF VST-RC NOT = 0
               MOVE "STATE-NOT-ON-TABLE" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW.
       E-EDIT-STATE.
            EXIT.

      * ------------------------------------------------------------
      * the address lines through the STANDADDR checks; one that
      * needs a human is refused with ADDRSTD's reason
      * ------------------------------------------------------------
       STANDARDIZE-ROW.
            MOVE WK-CUSTADDRS  TO ASD-ADDRS.
            MOVE WK-CUSTCITY   TO ASD-CITY.
            MOVE WK-CUSTSTATE  TO ASD-STATE.
            MOVE WK-CUSTPOSTAL TO ASD-POSTAL.
            CALL "ADDRSTD" USING ASD-PARMS.
            IF ASD-RC NOT = 0
               MOVE ASD-REASON TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-STANDARDIZE-ROW.
            MOVE ASD-ADDRS  TO WK-CUSTADDRS.
            MOVE ASD-CITY   TO WK-CUSTCITY.
            MOVE ASD-STATE  TO WK-CUSTSTATE.
            MOVE ASD-POSTAL TO WK-CUSTPOSTAL.
            IF ASD-CHANGED = 1
               ADD 1 TO STD-CHANGED-CNT.
       E-STANDARDIZE-ROW.
            EXIT.

      * ------------------------------------------------------------
      * UPDCUSTOMER's field edits, so what is staged here is not
      * rejected there
      * ------------------------------------------------------------
       EDIT-IMAGE.
            IF WK-CUSTLNAME = SPACES
               MOVE "LNAME-BLANK" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-IMAGE.
            IF WK-CUSTBDATE NOT NUMERIC
               MOVE "BDATE-NOT-NUMERIC" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-IMAGE.
            IF WK-BD-CC NOT = "19" AND WK-BD-CC NOT = "20"
               MOVE "BDATE-BAD-CENTURY" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-IMAGE.
            IF WK-BD-MM < "01" OR WK-BD-MM > "12"
               MOVE "BDATE-BAD-MONTH" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-IMAGE.
            IF WK-BD-DD < "01" OR WK-BD-DD > "31"
               MOVE "BDATE-BAD-DAY" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-IMAGE.
            IF WK-CUSTPHONE NOT NUMERIC
               MOVE "PHONE-NOT-NUMERIC" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-IMAGE.
            IF WK-CUSTEMAIL NOT = SPACES
               MOVE 0 TO AT-COUNT
               INSPECT WK-CUSTEMAIL TALLYING AT-COUNT FOR ALL "@"
               IF AT-COUNT NOT = 1
                  MOVE "EMAIL-INVALID" TO REJECT-REASON
                  MOVE 1 TO EDIT-FAIL-SW.
       E-EDIT-IMAGE.
            EXIT.

      * ------------------------------------------------------------
      * the row against every customer held, the DUPCUSTOMER
      * weights; the best score and its ident are kept
      * ------------------------------------------------------------
       SCORE-ROW.
            MOVE WK-CUSTLNAME        TO UP-LNAME.
            MOVE WK-CUSTFNAME        TO UP-FNAME.
            MOVE WK-CUSTADDRS (1:15) TO UP-ADDR15.
            MOVE WK-CUSTCITY         TO UP-CITY.
            INSPECT UP-LNAME  CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT UP-FNAME  CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT UP-ADDR15 CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT UP-CITY   CONVERTING LOWER-SET TO UPPER-SET.
            MOVE 1 TO I1.
            PERFORM SCORE-ONE-CUSTOMER THRU E-SCORE-ONE-CUSTOMER
              UNTIL I1 > CUST-TBL-CNT.
       E-SCORE-ROW.
            EXIT.

       SCORE-ONE-CUSTOMER.
            MOVE 0 TO PAIR-SCORE.
            IF CU-LNAME (I1) NOT = SPACES AND
               CU-LNAME (I1) = UP-LNAME
               ADD 40 TO PAIR-SCORE.
            IF CU-FNAME (I1) NOT = SPACES AND
               CU-FNAME (I1) = UP-FNAME
               ADD 20 TO PAIR-SCORE
            ELSE
              IF CU-FNAME (I1) (1:3) NOT = SPACES AND
                 CU-FNAME (I1) (1:3) = UP-FNAME (1:3)
                 ADD 10 TO PAIR-SCORE.
            IF CU-BDATE (I1) = WK-CUSTBDATE AND
               CU-BDATE (I1) NOT = "00000000"
               ADD 25 TO PAIR-SCORE.
            IF CU-ADDR15 (I1) NOT = SPACES AND
               CU-ADDR15 (I1) = UP-ADDR15
               ADD 10 TO PAIR-SCORE.
            IF CU-CITY (I1) NOT = SPACES AND
               CU-CITY (I1) = UP-CITY
               ADD 5 TO PAIR-SCORE.
            IF PAIR-SCORE > BEST-SCORE
               MOVE PAIR-SCORE    TO BEST-SCORE
               MOVE CU-IDENT (I1) TO BEST-IDENT.
       E-SCORE-ONE-CUSTOMER.
            ADD 1 TO I1.

      * ------------------------------------------------------------
      * a new customer: an identifier from NEXTCUSTID, the add
      * staged for UPDCUSTOMER, and the row kept in the table so a
      * later row for the same person goes to merge review
      * ------------------------------------------------------------
       STAGE-ROW.
            IF CUST-TBL-CNT NOT < CUST-TBL-MAX
               MOVE "RUN-LIMIT-REACHED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-STAGE-ROW.
            CALL "NEXTCUSTID" USING NID-PARMS.
            IF NID-RC = 8
               MOVE "IDENTS-EXHAUSTED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-STAGE-ROW.
            IF NID-RC NOT = 0
               MOVE "NO-IDENT-ASSIGNED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-STAGE-ROW.
            MOVE NID-NEW-IDENT  TO WK-CUSTIDENT.
            MOVE "A"            TO CT-ACTION.
            MOVE WK-CUST-RECORD TO CT-RECORD.
            WRITE TRAN-RECORD.
            ADD 1 TO STAGED-CNT.
            ADD 1 TO CUST-TBL-CNT.
            MOVE WK-CUSTIDENT  TO CU-IDENT (CUST-TBL-CNT).
            MOVE UP-LNAME      TO CU-LNAME (CUST-TBL-CNT).
            MOVE UP-FNAME      TO CU-FNAME (CUST-TBL-CNT).
            MOVE WK-CUSTBDATE  TO CU-BDATE (CUST-TBL-CNT).
            MOVE UP-ADDR15     TO CU-ADDR15 (CUST-TBL-CNT).
            MOVE UP-CITY       TO CU-CITY (CUST-TBL-CNT).
            MOVE "LOADED"      TO IW-OUTCOME.
            MOVE WK-CUSTIDENT  TO IW-IDENT.
            MOVE BEST-SCORE    TO IW-SCORE.
            MOVE SPACES        TO IW-REASON.
            PERFORM WRITE-WORK THRU E-WRITE-WORK.
       E-STAGE-ROW.
            EXIT.

       MERGE-ROW.
            MOVE SPACES        TO MERGE-RECORD.
            MOVE ROW-NO        TO MG-ROW-NO.
            MOVE BEST-IDENT    TO MG-MATCH-IDENT.
            MOVE BEST-SCORE    TO MG-SCORE.
            MOVE IMP-RECORD    TO MG-ROW.
            WRITE MERGE-RECORD.
            MOVE "MERGE-PENDING" TO IW-OUTCOME.
            MOVE BEST-IDENT    TO IW-IDENT.
            MOVE BEST-SCORE    TO IW-SCORE.
            MOVE "PROBABLE-DUPLICATE" TO IW-REASON.
            PERFORM WRITE-WORK THRU E-WRITE-WORK.
       E-MERGE-ROW.
            EXIT.

       REJECT-ROW.
            MOVE REJECT-REASON TO IR-REASON.
            MOVE ROW-NO        TO IR-ROW-NO.
            MOVE IMP-RECORD    TO IR-ROW.
            WRITE IREJ-RECORD.
            MOVE "REJECTED"    TO IW-OUTCOME.
            MOVE SPACES        TO IW-IDENT.
            MOVE BEST-SCORE    TO IW-SCORE.
            MOVE REJECT-REASON TO IW-REASON.
            PERFORM WRITE-WORK THRU E-WRITE-WORK.
       E-REJECT-ROW.
            EXIT.

       WRITE-WORK.
            MOVE ROW-NO        TO IW-ROW-NO.
            MOVE IM-SOURCE-KEY TO IW-SOURCE-KEY.
            WRITE WORK-RECORD.
       E-WRITE-WORK.
            EXIT.

      * ------------------------------------------------------------
      * the adds UPDCUSTOMER refused, with its reasons
      * ------------------------------------------------------------
       LOAD-UPD-REJECTS.
            OPEN INPUT REJ-FILE.
            IF RJ-STATUS NOT = "00"
               GO TO E-LOAD-UPD-REJECTS.
            PERFORM LOAD-ONE-REJECT THRU E-LOAD-ONE-REJECT
              UNTIL REJ-EOF.
            CLOSE REJ-FILE.
       E-LOAD-UPD-REJECTS.
            EXIT.

       LOAD-ONE-REJECT.
            READ REJ-FILE
              AT END
                MOVE 1 TO REJ-EOF-SW
                GO TO E-LOAD-ONE-REJECT
            END-READ.
            IF UREJ-TBL-CNT < UREJ-TBL-MAX
               ADD 1 TO UREJ-TBL-CNT
               MOVE RJ-RECORD (1:6) TO UR-IDENT (UREJ-TBL-CNT)
               MOVE RJ-REASON       TO UR-REASON (UREJ-TBL-CNT).
       E-LOAD-ONE-REJECT.
            EXIT.

      * ------------------------------------------------------------
      * one row's final outcome: a staged add counts loaded only
      * when it is on the master
      * ------------------------------------------------------------
       RECONCILE-ROW.
            READ WORK-FILE
              AT END
                MOVE 1 TO WORK-EOF-SW
                GO TO E-RECONCILE-ROW
            END-READ.
            IF IW-OUTCOME = "LOADED"
               PERFORM CHECK-LOADED THRU E-CHECK-LOADED.
            IF IW-OUTCOME = "LOADED"
               ADD 1 TO LOADED-CNT
            ELSE
              IF IW-OUTCOME = "MERGE-PENDING"
                 ADD 1 TO MERGE-CNT
              ELSE
                 ADD 1 TO REJECT-CNT.
            ADD 1 TO ACCOUNTED-CNT.
            MOVE IW-ROW-NO     TO RL-ROW-NO.
            MOVE IW-SOURCE-KEY TO RL-SOURCE-KEY.
            MOVE IW-OUTCOME    TO RL-OUTCOME.
            MOVE IW-IDENT      TO RL-IDENT.
            MOVE IW-SCORE      TO RL-SCORE.
            MOVE IW-REASON     TO RL-REASON.
            WRITE RECON-RECORD FROM RECON-LINE.
       E-RECONCILE-ROW.
            EXIT.

       CHECK-LOADED.
            MOVE 1 TO UREJ-I.
            PERFORM FIND-UPD-REJECT THRU E-FIND-UPD-REJECT
              UNTIL UREJ-I > UREJ-TBL-CNT.
            IF IW-OUTCOME NOT = "LOADED" OR NOT MASTER-OPEN
               GO TO E-CHECK-LOADED.
            MOVE IW-IDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS NOT = "00"
               MOVE "REJECTED"        TO IW-OUTCOME
               MOVE "ADD-NOT-APPLIED" TO IW-REASON
               ADD 1 TO UPD-REJECT-CNT.
       E-CHECK-LOADED.
            EXIT.

       FIND-UPD-REJECT.
            IF UR-IDENT (UREJ-I) = IW-IDENT
               MOVE "REJECTED"          TO IW-OUTCOME
               MOVE UR-REASON (UREJ-I)  TO IW-REASON
               ADD 1 TO UPD-REJECT-CNT
               MOVE UREJ-TBL-CNT TO UREJ-I.
       E-FIND-UPD-REJECT.
            ADD 1 TO UREJ-I.

       WRITE-TOTALS.
            MOVE SPACES TO RECON-RECORD.
            WRITE RECON-RECORD.
            MOVE "ROWS READ" TO RT-LABEL.
            MOVE ROW-READ-CNT TO RT-COUNT.
            WRITE RECON-RECORD FROM RECON-TOTAL.
            MOVE "  LOADED" TO RT-LABEL.
            MOVE LOADED-CNT TO RT-COUNT.
            WRITE RECON-RECORD FROM RECON-TOTAL.
            MOVE "  MERGE-PENDING" TO RT-LABEL.
            MOVE MERGE-CNT TO RT-COUNT.
            WRITE RECON-RECORD FROM RECON-TOTAL.
            MOVE "  REJECTED" TO RT-LABEL.
            MOVE REJECT-CNT TO RT-COUNT.
            WRITE RECON-RECORD FROM RECON-TOTAL.
            MOVE "ROWS ACCOUNTED FOR" TO RT-LABEL.
            MOVE ACCOUNTED-CNT TO RT-COUNT.
            WRITE RECON-RECORD FROM RECON-TOTAL.
       E-WRITE-TOTALS.
            EXIT.
