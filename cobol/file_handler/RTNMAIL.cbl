       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      RTNMAIL.
      * ------------------------------------------------------------
      * Returned-mail intake.  Each piece the post office sends back
      * is keyed to the returns file (RTNFILE) with the customer's
      * VS-CUSTIDENT when it was printed, or with the name and
      * address as printed when it was not, and the date and reason
      * of the return.  The address it went to is marked
      * undeliverable - the master's own (VS-CUSTRTNFLAG) or a
      * CUSTADDR address (AD-RTN-FLAG) - with the return date and
      * reason, so EXTRACTCUST and GENLETTER stop mailing to it and
      * RTNRPT lists the customer for outreach by phone or email.
      *
      * Return record (RTNFILE, 107 bytes):
      *   RM-IDENT       X(6)  VS-CUSTIDENT, blank when not printed
      *   RM-LNAME       X(30) last name as printed
      *   RM-ADDRS       X(30) address line as printed
      *   RM-CITY        X(20)
      *   RM-STATE       X(2)
      *   RM-POSTAL      X(9)
      *   RM-RETURN-DATE X(8)  CCYYMMDD, blank for today
      *   RM-REASON      X(2)  MV moved, NA no such address,
      *                        UN undeliverable as addressed (the
      *                        default), IA insufficient address,
      *                        RF refused, VC vacant, OT other
      * Matching: the printed lines and each candidate address both
      * go through the shared ADDRSTD routine and are compared on
      * the address line, the state, and the postal prefix or the
      * city.
      *   - with an identifier: the customer's master address and
      *     every CUSTADDR address of theirs that matches is marked;
      *     none matching means the address has been changed since
      *     the piece was printed, and the return is rejected
      *   - without: the master customers of the printed state with
      *     the printed last name, and the CUSTADDR addresses whose
      *     customer has that last name, are searched; matches that
      *     span more than one customer are rejected as ambiguous
      * An address already marked keeps its first return date.
      * Master marks are journaled through CUSTJRN; a journal that
      * cannot be opened stops the run before the master is touched.
      * Rejects go to RTNREJ with a reason.
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
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AD-KEY
            FILE STATUS IS AD-STATUS.
         SELECT RTN-FILE ASSIGN TO RTNFILE
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RM-STATUS.
         SELECT REJ-FILE ASSIGN TO RTNREJ
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RJ-STATUS.

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
         FD  RTN-FILE
             LABEL RECORD STANDARD
             DATA RECORD RTN-RECORD.
         01  RTN-RECORD.
             05 RM-IDENT               PIC X(6).
             05 RM-LNAME               PIC X(30).
             05 RM-ADDRS               PIC X(30).
             05 RM-CITY                PIC X(20).
             05 RM-STATE               PIC X(2).
             05 RM-POSTAL              PIC X(9).
             05 RM-RETURN-DATE         PIC X(8).
             05 RM-RETURN-DATE-G REDEFINES RM-RETURN-DATE.
              10 RM-RD-CC              PIC XX.
              10 RM-RD-YY              PIC XX.
              10 RM-RD-MM              PIC XX.
              10 RM-RD-DD              PIC XX.
             05 RM-REASON              PIC X(2).
         FD  REJ-FILE
             LABEL RECORD STANDARD
             DATA RECORD REJ-RECORD.
         01  REJ-RECORD.
             05 RJ-REASON              PIC X(20).
             05 RJ-RECORD              PIC X(107).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  AD-STATUS                 PIC XX.
         01  RM-STATUS                 PIC XX.
         01  RJ-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  EDIT-FAIL-SW              PIC 9 VALUE 0.
             88  EDIT-FAILED              VALUE 1.
         01  REJECT-REASON             PIC X(20).
         01  TODAY-DATE                PIC 9(8).
         01  ADDR-FILE-SW              PIC 9 VALUE 0.
             88  ADDR-FILE-OPEN           VALUE 1.
         01  SCAN-END-SW               PIC 9 VALUE 0.
             88  SCAN-END                 VALUE 1.
         01  LOWER-SET                 PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         01  UPPER-SET                 PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *  the post office reasons a return may carry
         01  REASON-VALUES             PIC X(14)
             VALUE "MVNAUNIARFVCOT".
         01  REASON-TABLE REDEFINES REASON-VALUES.
             05 REASON-CODE            PIC XX OCCURS 7.
         01  RSN-I                     PIC 9(4) COMP-5.
         01  REASON-SW                 PIC 9 VALUE 0.
             88  REASON-KNOWN             VALUE 1.

      *  ADDRSTD handshakes - the printed lines, and the candidate
      *  address they are compared with
         01  ASD-PARMS.
             05 ASD-ADDRS              PIC X(30).
             05 ASD-CITY               PIC X(20).
             05 ASD-STATE              PIC X(2).
             05 ASD-POSTAL             PIC X(9).
             05 ASD-CHANGED            PIC 9.
             05 ASD-REASON             PIC X(20).
             05 ASD-RC                 PIC S9(4) COMP-5.
         01  CND-PARMS.
             05 CND-ADDRS              PIC X(30).
             05 CND-CITY               PIC X(20).
             05 CND-STATE              PIC X(2).
             05 CND-POSTAL             PIC X(9).
             05 CND-CHANGED            PIC 9.
             05 CND-REASON             PIC X(20).
             05 CND-RC                 PIC S9(4) COMP-5.
         01  PRINTED-LNAME             PIC X(30).
         01  CAND-LNAME                PIC X(30).
         01  LINES-SW                  PIC 9 VALUE 0.
             88  LINES-MATCH              VALUE 1.

      *  the addresses one return matched, all of one customer
         01  MATCH-CNT                 PIC 9(4) COMP-5.
         01  MATCH-MAX                 PIC 9(4) COMP-5 VALUE 10.
         01  MATCH-IDENT               PIC 9(6).
         01  MATCH-I                   PIC 9(4) COMP-5.
         01  AMBIG-SW                  PIC 9 VALUE 0.
             88  MATCH-AMBIGUOUS          VALUE 1.
         01  MATCH-TABLE.
             05 MATCH-ENTRY OCCURS 10.
                10 MT-KIND             PIC X.
                10 MT-AD-KEY           PIC X(15).
         01  CAND-KIND                 PIC X.
         01  CAND-IDENT                PIC 9(6).
         01  CAND-AD-KEY               PIC X(15).

         01  QZ-PARMS.
             05 QZ-JOB                 PIC X(8) VALUE "RTNMAIL ".
             05 QZ-EXP-MINUTES         PIC 9(4) VALUE 60.
             05 QZ-STATE               PIC X    VALUE SPACE.
             05 QZ-HOLDER              PIC X(8) VALUE SPACES.
      *  CUSTJRN handshake - the customer change journal
         01  JRN-PARMS.
             05 JRN-FUNCTION           PIC X    VALUE "W".
             05 JRN-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 JRN-PROGRAM            PIC X(16) VALUE "RTNMAIL".
             05 JRN-JOB                PIC X(8) VALUE "RTNMAIL ".
             05 JRN-ACTION             PIC X.
             05 JRN-COUNT              PIC 9(8).
             05 JRN-BEFORE             PIC X(266).
             05 JRN-AFTER              PIC X(266).

         01  RTN-READ-CNT              PIC 9(8) VALUE 0.
         01  MASTER-MARK-CNT           PIC 9(8) VALUE 0.
         01  ADDR-MARK-CNT             PIC 9(8) VALUE 0.
         01  ALREADY-CNT               PIC 9(8) VALUE 0.
         01  REJECT-CNT                PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
      *     online services answer "master under maintenance" while
      *     this flag is up; cleared on every exit below
            CALL "cust_quiesce_set" USING QZ-PARMS.
            OPEN I-O MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "RTNMAIL OPEN I-O FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            MOVE "O" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "RTNMAIL CHANGE JOURNAL UNAVAILABLE -"
                       " RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
      *     no address file yet means master addresses only
            OPEN I-O ADDR-FILE.
            IF AD-STATUS = "00"
               MOVE 1 TO ADDR-FILE-SW
            ELSE
              IF AD-STATUS NOT = "35"
                 CALL "FSTATMSG" USING AD-STATUS, FS-REASON
                 DISPLAY "RTNMAIL CUSTADDR OPEN I-O FAILED"
                 DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")"
                 MOVE 16 TO RETURN-CODE
                 GO TO FIN-REL.
            OPEN INPUT RTN-FILE.
            IF RM-STATUS NOT = "00"
               DISPLAY "RTNMAIL RETURNS OPEN FAILED, ST=" RM-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            OPEN OUTPUT REJ-FILE.

       READ-RETURN.
            READ RTN-FILE
              AT END GO TO FIN-REL
            END-READ.
            ADD 1 TO RTN-READ-CNT.
            PERFORM EDIT-RETURN THRU E-EDIT-RETURN.
            IF EDIT-FAILED
               PERFORM WRITE-REJECT THRU E-WRITE-REJECT
               GO TO READ-RETURN.
            MOVE 0 TO MATCH-CNT.
            MOVE 0 TO AMBIG-SW.
            IF RM-IDENT NOT = SPACES
               PERFORM MATCH-BY-IDENT THRU E-MATCH-BY-IDENT
            ELSE
               PERFORM MATCH-BY-NAME THRU E-MATCH-BY-NAME.
            IF EDIT-FAILED
               PERFORM WRITE-REJECT THRU E-WRITE-REJECT
               GO TO READ-RETURN.
            MOVE 1 TO MATCH-I.
            PERFORM MARK-ONE THRU E-MARK-ONE
              UNTIL MATCH-I > MATCH-CNT.
            GO TO READ-RETURN.

       FIN-REL.
            CLOSE MW-ENTREE.
            IF ADDR-FILE-OPEN
               CLOSE ADDR-FILE.
            CLOSE RTN-FILE.
            CLOSE REJ-FILE.
            MOVE "C" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            CALL "cust_quiesce_clear" USING QZ-PARMS.
            DISPLAY "RTNMAIL RETURNS READ............." RTN-READ-CNT.
            DISPLAY "RTNMAIL MASTER ADDRESSES MARKED.." MASTER-MARK-CNT.
            DISPLAY "RTNMAIL CUSTADDR ADDRESSES MARKED" ADDR-MARK-CNT.
            DISPLAY "RTNMAIL ALREADY MARKED..........." ALREADY-CNT.
            DISPLAY "RTNMAIL REJECTS WRITTEN.........." REJECT-CNT.

            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * field edits, then the printed lines standardized for the
      * comparisons
      * ------------------------------------------------------------
       EDIT-RETURN.
            MOVE 0 TO EDIT-FAIL-SW.
            MOVE SPACES TO REJECT-REASON.
            IF RM-REASON = SPACES
               MOVE "UN" TO RM-REASON.
            MOVE 0 TO REASON-SW.
            MOVE 1 TO RSN-I.
            PERFORM CHECK-ONE-REASON THRU E-CHECK-ONE-REASON
              UNTIL RSN-I > 7 OR REASON-KNOWN.
            IF NOT REASON-KNOWN
               MOVE "REASON-INVALID" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-RETURN.
            IF RM-RETURN-DATE = SPACES
               MOVE TODAY-DATE TO RM-RETURN-DATE.
            IF RM-RETURN-DATE NOT NUMERIC
               OR RM-RD-CC NOT = "19" AND RM-RD-CC NOT = "20"
               OR RM-RD-MM < "01" OR RM-RD-MM > "12"
               OR RM-RD-DD < "01" OR RM-RD-DD > "31"
               MOVE "RETURN-DATE-INVALID" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-RETURN.
            IF RM-RETURN-DATE > TODAY-DATE
               MOVE "RETURN-DATE-FUTURE" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-RETURN.
            IF RM-IDENT NOT = SPACES AND RM-IDENT NOT NUMERIC
               MOVE "IDENT-NOT-NUMERIC" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-RETURN.
            IF RM-ADDRS = SPACES
               MOVE "ADDRESS-BLANK" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-RETURN.
            IF RM-IDENT = SPACES AND
               (RM-LNAME = SPACES OR RM-STATE = SPACES)
               MOVE "NAME-STATE-REQUIRED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-RETURN.
            MOVE RM-ADDRS  TO ASD-ADDRS.
            MOVE RM-CITY   TO ASD-CITY.
            MOVE RM-STATE  TO ASD-STATE.
            MOVE RM-POSTAL TO ASD-POSTAL.
            MOVE 0 TO ASD-CHANGED.
            CALL "ADDRSTD" USING ASD-PARMS.
            INSPECT ASD-STATE CONVERTING LOWER-SET TO UPPER-SET.
            MOVE RM-LNAME TO PRINTED-LNAME.
            INSPECT PRINTED-LNAME CONVERTING LOWER-SET TO UPPER-SET.
       E-EDIT-RETURN.
            EXIT.

       CHECK-ONE-REASON.
            IF RM-REASON = REASON-CODE (RSN-I)
               MOVE 1 TO REASON-SW.
            ADD 1 TO RSN-I.
       E-CHECK-ONE-REASON.
            EXIT.

      * ------------------------------------------------------------
      * identifier printed: the customer's master address, then each
      * of their CUSTADDR addresses
      * ------------------------------------------------------------
       MATCH-BY-IDENT.
            MOVE RM-IDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS = "23"
               MOVE "IDENT-NOT-FOUND" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-MATCH-BY-IDENT.
            IF IO-STATUS NOT = "00"
               PERFORM IO-ERROR THRU E-IO-ERROR
               GO TO E-MATCH-BY-IDENT.
            PERFORM TRY-MASTER THRU E-TRY-MASTER.
            IF ADDR-FILE-OPEN
               MOVE VS-CUSTIDENT TO AD-CUSTIDENT
               MOVE SPACE        TO AD-TYPE
               MOVE ZERO         TO AD-EFF-FROM
               MOVE 0 TO SCAN-END-SW
               START ADDR-FILE KEY NOT < AD-KEY
                 INVALID KEY MOVE 1 TO SCAN-END-SW
               END-START
               PERFORM SCAN-IDENT-ADDRESS THRU E-SCAN-IDENT-ADDRESS
                 UNTIL SCAN-END.
            IF MATCH-CNT = 0
               MOVE "ADDRESS-CHANGED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW.
       E-MATCH-BY-IDENT.
            EXIT.

       SCAN-IDENT-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END
                MOVE 1 TO SCAN-END-SW
                GO TO E-SCAN-IDENT-ADDRESS
            END-READ.
            IF AD-STATUS NOT = "00"
               PERFORM ADDR-IO-ERROR THRU E-ADDR-IO-ERROR
               MOVE 1 TO SCAN-END-SW
               GO TO E-SCAN-IDENT-ADDRESS.
            IF AD-CUSTIDENT NOT = VS-CUSTIDENT
               MOVE 1 TO SCAN-END-SW
               GO TO E-SCAN-IDENT-ADDRESS.
            PERFORM TRY-ADDRESS THRU E-TRY-ADDRESS.
       E-SCAN-IDENT-ADDRESS.
            EXIT.

      * ------------------------------------------------------------
      * no identifier: the master customers of the printed state,
      * on the state alternate key, then every CUSTADDR address -
      * both held to the printed last name
      * ------------------------------------------------------------
       MATCH-BY-NAME.
            MOVE ASD-STATE TO VS-CUSTSTATE.
            MOVE 0 TO SCAN-END-SW.
            START MW-ENTREE KEY IS EQUAL TO VS-CUSTSTATE
              INVALID KEY MOVE 1 TO SCAN-END-SW
            END-START.
            PERFORM SCAN-STATE-CUSTOMER THRU E-SCAN-STATE-CUSTOMER
              UNTIL SCAN-END.
            IF ADDR-FILE-OPEN
               MOVE LOW-VALUES TO AD-KEY
               MOVE 0 TO SCAN-END-SW
               START ADDR-FILE KEY NOT < AD-KEY
                 INVALID KEY MOVE 1 TO SCAN-END-SW
               END-START
               PERFORM SCAN-ALL-ADDRESS THRU E-SCAN-ALL-ADDRESS
                 UNTIL SCAN-END.
            IF MATCH-AMBIGUOUS
               MOVE "AMBIGUOUS-MATCH" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-MATCH-BY-NAME.
            IF MATCH-CNT = 0
               MOVE "NO-MATCH" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW.
       E-MATCH-BY-NAME.
            EXIT.

       SCAN-STATE-CUSTOMER.
            READ MW-ENTREE NEXT RECORD
              AT END
                MOVE 1 TO SCAN-END-SW
                GO TO E-SCAN-STATE-CUSTOMER
            END-READ.
            IF IO-STATUS NOT = "00" AND IO-STATUS NOT = "02"
               PERFORM IO-ERROR THRU E-IO-ERROR
               MOVE 1 TO SCAN-END-SW
               GO TO E-SCAN-STATE-CUSTOMER.
            IF VS-CUSTSTATE NOT = ASD-STATE
               MOVE 1 TO SCAN-END-SW
               GO TO E-SCAN-STATE-CUSTOMER.
            MOVE VS-CUSTLNAME TO CAND-LNAME.
            INSPECT CAND-LNAME CONVERTING LOWER-SET TO UPPER-SET.
            IF CAND-LNAME NOT = PRINTED-LNAME
               GO TO E-SCAN-STATE-CUSTOMER.
            PERFORM TRY-MASTER THRU E-TRY-MASTER.
       E-SCAN-STATE-CUSTOMER.
            EXIT.

       SCAN-ALL-ADDRESS.
            READ ADDR-FILE NEXT RECORD
              AT END
                MOVE 1 TO SCAN-END-SW
                GO TO E-SCAN-ALL-ADDRESS
            END-READ.
            IF AD-STATUS NOT = "00"
               PERFORM ADDR-IO-ERROR THRU E-ADDR-IO-ERROR
               MOVE 1 TO SCAN-END-SW
               GO TO E-SCAN-ALL-ADDRESS.
            IF AD-STATE NOT = ASD-STATE
               GO TO E-SCAN-ALL-ADDRESS.
            MOVE AD-CUSTIDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS NOT = "00"
               GO TO E-SCAN-ALL-ADDRESS.
            MOVE VS-CUSTLNAME TO CAND-LNAME.
            INSPECT CAND-LNAME CONVERTING LOWER-SET TO UPPER-SET.
            IF CAND-LNAME NOT = PRINTED-LNAME
               GO TO E-SCAN-ALL-ADDRESS.
            PERFORM TRY-ADDRESS THRU E-TRY-ADDRESS.
       E-SCAN-ALL-ADDRESS.
            EXIT.

      * ------------------------------------------------------------
      * a candidate address through ADDRSTD and against the printed
      * lines: address line and state, then postal prefix or city
      * ------------------------------------------------------------
       TRY-MASTER.
            MOVE VS-CUSTADDRS  TO CND-ADDRS.
            MOVE VS-CUSTCITY   TO CND-CITY.
            MOVE VS-CUSTSTATE  TO CND-STATE.
            MOVE VS-CUSTPOSTAL TO CND-POSTAL.
            PERFORM COMPARE-LINES THRU E-COMPARE-LINES.
            IF NOT LINES-MATCH
               GO TO E-TRY-MASTER.
            MOVE "M"          TO CAND-KIND.
            MOVE VS-CUSTIDENT TO CAND-IDENT.
            MOVE SPACES       TO CAND-AD-KEY.
            PERFORM ADD-MATCH THRU E-ADD-MATCH.
       E-TRY-MASTER.
            EXIT.

       TRY-ADDRESS.
            MOVE AD-ADDRS  TO CND-ADDRS.
            MOVE AD-CITY   TO CND-CITY.
            MOVE AD-STATE  TO CND-STATE.
            MOVE AD-POSTAL TO CND-POSTAL.
            PERFORM COMPARE-LINES THRU E-COMPARE-LINES.
            IF NOT LINES-MATCH
               GO TO E-TRY-ADDRESS.
            MOVE "A"          TO CAND-KIND.
            MOVE AD-CUSTIDENT TO CAND-IDENT.
            MOVE AD-KEY       TO CAND-AD-KEY.
            PERFORM ADD-MATCH THRU E-ADD-MATCH.
       E-TRY-ADDRESS.
            EXIT.

       COMPARE-LINES.
            MOVE 0 TO LINES-SW.
            MOVE 0 TO CND-CHANGED.
            CALL "ADDRSTD" USING CND-PARMS.
            INSPECT CND-STATE CONVERTING LOWER-SET TO UPPER-SET.
            IF CND-ADDRS NOT = ASD-ADDRS OR
               CND-STATE NOT = ASD-STATE
               GO TO E-COMPARE-LINES.
            IF ASD-POSTAL NOT = SPACES AND
               CND-POSTAL (1:5) = ASD-POSTAL (1:5)
               MOVE 1 TO LINES-SW
               GO TO E-COMPARE-LINES.
            IF CND-CITY = ASD-CITY
               MOVE 1 TO LINES-SW.
       E-COMPARE-LINES.
            EXIT.

      * ------------------------------------------------------------
      * the matches of one return must all be one customer's
      * ------------------------------------------------------------
       ADD-MATCH.
            IF MATCH-CNT > 0 AND CAND-IDENT NOT = MATCH-IDENT
               MOVE 1 TO AMBIG-SW
               GO TO E-ADD-MATCH.
            IF MATCH-CNT NOT < MATCH-MAX
               GO TO E-ADD-MATCH.
            ADD 1 TO MATCH-CNT.
            MOVE CAND-KIND   TO MT-KIND (MATCH-CNT).
            MOVE CAND-AD-KEY TO MT-AD-KEY (MATCH-CNT).
            MOVE CAND-IDENT  TO MATCH-IDENT.
       E-ADD-MATCH.
            EXIT.

       MARK-ONE.
            IF MT-KIND (MATCH-I) = "M"
               PERFORM MARK-MASTER THRU E-MARK-MASTER
            ELSE
               PERFORM MARK-ADDRESS THRU E-MARK-ADDRESS.
            ADD 1 TO MATCH-I.
       E-MARK-ONE.
            EXIT.

      * ------------------------------------------------------------
      * the master's own address: re-read, marked, rewritten and
      * journaled with its before and after images
      * ------------------------------------------------------------
       MARK-MASTER.
            MOVE MATCH-IDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS NOT = "00"
               PERFORM IO-ERROR THRU E-IO-ERROR
               GO TO E-MARK-MASTER.
            IF VS-CUST-UNDELIVERABLE
               ADD 1 TO ALREADY-CNT
               GO TO E-MARK-MASTER.
            MOVE VS-ODCSF0-RECORD TO JRN-BEFORE.
            MOVE "U"            TO VS-CUSTRTNFLAG.
            MOVE RM-RETURN-DATE TO VS-CUSTRTNDATE.
            MOVE RM-REASON      TO VS-CUSTRTNRSN.
            REWRITE VS-ODCSF0-RECORD
            END-REWRITE.
            IF IO-STATUS NOT = "00"
               PERFORM IO-ERROR THRU E-IO-ERROR
               GO TO E-MARK-MASTER.
            ADD 1 TO MASTER-MARK-CNT.
            MOVE "C"              TO JRN-ACTION.
            MOVE VS-ODCSF0-RECORD TO JRN-AFTER.
            MOVE "W" TO JRN-FUNCTION.
            CALL "CUSTJRN" USING JRN-PARMS.
            IF JRN-RC NOT = 0
               DISPLAY "RTNMAIL CHANGE NOT JOURNALED, IDENT="
                       VS-CUSTIDENT
               MOVE 8 TO RETURN-CODE.
       E-MARK-MASTER.
            EXIT.

       MARK-ADDRESS.
            MOVE MT-AD-KEY (MATCH-I) TO AD-KEY.
            READ ADDR-FILE
            END-READ.
            IF AD-STATUS NOT = "00"
               PERFORM ADDR-IO-ERROR THRU E-ADDR-IO-ERROR
               GO TO E-MARK-ADDRESS.
            IF AD-UNDELIVERABLE
               ADD 1 TO ALREADY-CNT
               GO TO E-MARK-ADDRESS.
            MOVE "U"            TO AD-RTN-FLAG.
            MOVE RM-RETURN-DATE TO AD-RTN-DATE.
            MOVE RM-REASON      TO AD-RTN-REASON.
            REWRITE AD-RECORD
            END-REWRITE.
            IF AD-STATUS NOT = "00"
               PERFORM ADDR-IO-ERROR THRU E-ADDR-IO-ERROR
               GO TO E-MARK-ADDRESS.
            ADD 1 TO ADDR-MARK-CNT.
       E-MARK-ADDRESS.
            EXIT.

       WRITE-REJECT.
            MOVE REJECT-REASON TO RJ-REASON.
            MOVE RTN-RECORD    TO RJ-RECORD.
            WRITE REJ-RECORD.
            ADD 1 TO REJECT-CNT.
       E-WRITE-REJECT.
            EXIT.

       IO-ERROR.
            CALL "FSTATMSG" USING IO-STATUS, FS-REASON.
            DISPLAY "RTNMAIL FILE ERROR ON IDENT=" VS-CUSTIDENT.
            DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")".
            MOVE "FILE-ERROR" TO REJECT-REASON.
            MOVE 1 TO EDIT-FAIL-SW.
            MOVE 8 TO RETURN-CODE.
       E-IO-ERROR.
            EXIT.

       ADDR-IO-ERROR.
            CALL "FSTATMSG" USING AD-STATUS, FS-REASON.
            DISPLAY "RTNMAIL CUSTADDR ERROR ON IDENT=" AD-CUSTIDENT
                    " TYPE " AD-TYPE " FROM " AD-EFF-FROM.
            DISPLAY "IO-STATUS =" AD-STATUS " (" FS-REASON ")".
            MOVE "FILE-ERROR" TO REJECT-REASON.
            MOVE 1 TO EDIT-FAIL-SW.
            MOVE 8 TO RETURN-CODE.
       E-ADDR-IO-ERROR.
            EXIT.
