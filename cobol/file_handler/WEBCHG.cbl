       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      WEBCHG.
      * ------------------------------------------------------------
      * Intake of the customer self-service change requests the web
      * channel sends in, so a customer can change their own
      * address, phone or email without a call to customer services.
      *
      * Request file (WEBCHGIN), one request per line, the fields
      * separated by "|", in this order:
      *   request id     up to 20 characters, the web team's own
      *   VS-CUSTIDENT   6 digits
      *   birth date     CCYYMMDD  } identity check: both must agree
      *   postal code    as on file} with the master
      *   address line   30  }
      *   city           20  } new values; a field left empty is
      *   state          2   } not changed.  An address change
      *   postal code    9   } carries all four address fields
      *   phone          10 digits
      *   email          40
      * A request whose customer is found and verified has its new
      * values laid over the master record, and the whole image must
      * then pass the field edits UPDCUSTOMER enforces (last name,
      * state against VALIDSTATE, birth date, phone).  An accepted
      * request is staged on WEBTRAN as an UPDCUSTOMER change
      * transaction ('C' and the full image), for the next
      * UPDCUSTOMER run to apply, journal and reconcile with the
      * returned-mail and death-match marks.  A customer is staged
      * once a run: a second request for the same customer waits in
      * the review queue, so one image never overwrites another.
      *
      * Every request that is not accepted goes to the review queue
      * (WEBREVW) with a reason, for customer services to follow up.
      * Deceased customers, and those a death notification may match
      * (DTHMATCH), are never changed from the web.
      * Letters, for two GENLETTER runs, each with its own template:
      *   WEBCONF  - the customers whose change was accepted, for
      *              the confirmation letter
      *   WEBNOPRC - the customers on file whose request could not
      *              be processed, identity check failures included
      *              so the customer hears of the attempt
      * A request for an ident not on file gets no letter.
      * Status file (WEBSTAT) back to the web team, one line per
      * request: request id|ACCEPTED or REJECTED|reason|date.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT MW-ENTREE ASSIGN TO KSDSFILE
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS VS-CUSTIDENT
            ALTERNATE RECORD KEY IS VS-CUSTSTATE
                 WITH DUPLICATES
            FILE STATUS IS IO-STATUS.
         SELECT WEB-FILE ASSIGN TO WEBCHGIN
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS WB-STATUS.
         SELECT TRAN-FILE ASSIGN TO WEBTRAN
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TR-STATUS.
         SELECT REV-FILE ASSIGN TO WEBREVW
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RV-STATUS.
         SELECT CONF-FILE ASSIGN TO WEBCONF
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CF-STATUS.
         SELECT NOPR-FILE ASSIGN TO WEBNOPRC
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NP-STATUS.
         SELECT STAT-FILE ASSIGN TO WEBSTAT
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ST-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  MW-ENTREE
             LABEL RECORD STANDARD
             DATA RECORD VS-ODCSF0-RECORD.
         COPY ODCSF0B.
         FD  WEB-FILE
             LABEL RECORD STANDARD
             DATA RECORD WEB-RECORD.
         01  WEB-RECORD                PIC X(256).
      *  an UPDCUSTOMER transaction (CUSTTRAN layout)
         FD  TRAN-FILE
             LABEL RECORD STANDARD
             DATA RECORD TRAN-RECORD.
         01  TRAN-RECORD.
             05 CT-ACTION              PIC X.
             05 CT-RECORD              PIC X(266).
         FD  REV-FILE
             LABEL RECORD STANDARD
             DATA RECORD REV-RECORD.
         01  REV-RECORD.
             05 RV-REASON              PIC X(20).
             05 RV-DATE                PIC 9(8).
             05 RV-REQUEST             PIC X(256).
      *  GENLETTER selection records - the ident in positions 1-6
         FD  CONF-FILE
             LABEL RECORD STANDARD
             DATA RECORD CONF-RECORD.
         01  CONF-RECORD               PIC X(6).
         FD  NOPR-FILE
             LABEL RECORD STANDARD
             DATA RECORD NOPR-RECORD.
         01  NOPR-RECORD               PIC X(6).
         FD  STAT-FILE
             LABEL RECORD STANDARD
             DATA RECORD STAT-RECORD.
         01  STAT-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  WB-STATUS                 PIC XX.
         01  TR-STATUS                 PIC XX.
         01  RV-STATUS                 PIC XX.
         01  CF-STATUS                 PIC XX.
         01  NP-STATUS                 PIC XX.
         01  ST-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  TODAY-DATE                PIC 9(8).
         01  EDIT-FAIL-SW              PIC 9 VALUE 0.
             88  EDIT-FAILED              VALUE 1.
         01  ON-FILE-SW                PIC 9 VALUE 0.
             88  CUSTOMER-ON-FILE         VALUE 1.
         01  REJECT-REASON             PIC X(20).
         01  STATE-WARNED-SW           PIC 9 VALUE 0.
         01  AT-COUNT                  PIC 9(4) COMP-5.
         01  LOWER-SET                 PIC X(26)
             VALUE "abcdefghijklmnopqrstuvwxyz".
         01  UPPER-SET                 PIC X(26)
             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
         01  VST-PARMS.
             05 VST-CODE               PIC X(2).
             05 VST-NAME               PIC X(30).
             05 VST-RC                 PIC S9(4) COMP-5.

      *  the request's fields, each received wider than it may be
      *  so an overlong one is caught rather than cut short
         01  WEB-FIELDS.
             05 WB-REQID               PIC X(30).
             05 WB-IDENT               PIC X(10).
             05 WB-BDATE               PIC X(10).
             05 WB-ID-POSTAL           PIC X(12).
             05 WB-ADDRS               PIC X(40).
             05 WB-CITY                PIC X(30).
             05 WB-STATE               PIC X(5).
             05 WB-POSTAL              PIC X(12).
             05 WB-PHONE               PIC X(12).
             05 WB-EMAIL               PIC X(50).
         01  WB-ADDRESS-SW             PIC 9 VALUE 0.
             88  WB-ADDRESS-CHANGE        VALUE 1.
         01  STAT-RESULT               PIC X(8).

      *  the customer image the request makes, edited as UPDCUSTOMER
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
             05 WK-FILLER              PIC X(091).

      *  the customers staged this run, so each is staged once
         01  STAGED-CNT                PIC 9(4) COMP-5 VALUE 0.
         01  STAGED-MAX                PIC 9(4) COMP-5 VALUE 2000.
         01  STAGED-I                  PIC 9(4) COMP-5.
         01  STAGED-SW                 PIC 9 VALUE 0.
             88  ALREADY-STAGED           VALUE 1.
         01  STAGED-TABLE.
             05 STAGED-IDENT           PIC X(6) OCCURS 2000.

         01  REQ-READ-CNT              PIC 9(8) VALUE 0.
         01  ACCEPT-CNT                PIC 9(8) VALUE 0.
         01  REVIEW-CNT                PIC 9(8) VALUE 0.
         01  IDENT-FAIL-CNT         PIC 9(8) VALUE 0.
         01  CONF-LETTER-CNT           PIC 9(8) VALUE 0.
         01  NOPR-LETTER-CNT           PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       P-START.
            ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
            OPEN INPUT MW-ENTREE.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "WEBCHG OPEN FAILED"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            OPEN INPUT WEB-FILE.
            IF WB-STATUS NOT = "00"
               DISPLAY "WEBCHG REQUEST FILE OPEN FAILED, ST=" WB-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MW-ENTREE
               GO TO FIN-EXIT.
            OPEN OUTPUT TRAN-FILE REV-FILE CONF-FILE NOPR-FILE
                        STAT-FILE.
            IF TR-STATUS NOT = "00" OR RV-STATUS NOT = "00" OR
               CF-STATUS NOT = "00" OR NP-STATUS NOT = "00" OR
               ST-STATUS NOT = "00"
               DISPLAY "WEBCHG OUTPUT OPEN FAILED, ST=" TR-STATUS " "
                       RV-STATUS " " CF-STATUS " " NP-STATUS " "
                       ST-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.

       READ-REQUEST.
            READ WEB-FILE
              AT END GO TO FIN-REL
            END-READ.
            IF WEB-RECORD = SPACES
               GO TO READ-REQUEST.
            ADD 1 TO REQ-READ-CNT.
            PERFORM ONE-REQUEST THRU E-ONE-REQUEST.
            GO TO READ-REQUEST.

       FIN-REL.
            CLOSE MW-ENTREE.
            CLOSE WEB-FILE.
            CLOSE TRAN-FILE.
            CLOSE REV-FILE.
            CLOSE CONF-FILE.
            CLOSE NOPR-FILE.
            CLOSE STAT-FILE.
            DISPLAY "WEBCHG REQUESTS READ............." REQ-READ-CNT.
            DISPLAY "WEBCHG CHANGES STAGED............" ACCEPT-CNT.
            DISPLAY "WEBCHG SENT FOR REVIEW..........." REVIEW-CNT.
            DISPLAY "WEBCHG IDENTITY NOT VERIFIED....." IDENT-FAIL-CNT.
            DISPLAY "WEBCHG CONFIRMATION LETTERS......" CONF-LETTER-CNT.
            DISPLAY "WEBCHG NOT-PROCESSED LETTERS....." NOPR-LETTER-CNT.

       FIN-EXIT.
            EXIT PROGRAM.
            STOP RUN.

      * ------------------------------------------------------------
      * one request: find and verify the customer, make the image,
      * edit it, stage it; then the letter and the status line
      * ------------------------------------------------------------
       ONE-REQUEST.
            MOVE 0 TO EDIT-FAIL-SW.
            MOVE 0 TO ON-FILE-SW.
            MOVE SPACES TO REJECT-REASON.
            PERFORM SPLIT-REQUEST THRU E-SPLIT-REQUEST.
            IF NOT EDIT-FAILED
               PERFORM FIND-CUSTOMER THRU E-FIND-CUSTOMER.
            IF NOT EDIT-FAILED
               PERFORM BUILD-IMAGE THRU E-BUILD-IMAGE.
            IF NOT EDIT-FAILED
               PERFORM EDIT-IMAGE THRU E-EDIT-IMAGE.
            IF NOT EDIT-FAILED
               PERFORM CHECK-STAGED THRU E-CHECK-STAGED.
            IF EDIT-FAILED
               PERFORM WRITE-REVIEW THRU E-WRITE-REVIEW
               MOVE "REJECTED" TO STAT-RESULT
               IF CUSTOMER-ON-FILE
                  MOVE VS-CUSTIDENT TO NOPR-RECORD
                  WRITE NOPR-RECORD
                  ADD 1 TO NOPR-LETTER-CNT
               END-IF
            ELSE
               MOVE "C"            TO CT-ACTION
               MOVE WK-CUST-RECORD TO CT-RECORD
               WRITE TRAN-RECORD
               ADD 1 TO ACCEPT-CNT
               MOVE "ACCEPTED" TO STAT-RESULT
               MOVE WK-CUSTIDENT TO CONF-RECORD
               WRITE CONF-RECORD
               ADD 1 TO CONF-LETTER-CNT.
            PERFORM WRITE-STATUS THRU E-WRITE-STATUS.
       E-ONE-REQUEST.
            EXIT.

      * ------------------------------------------------------------
      * the delimited line into its fields; a field longer than its
      * master field is refused, not cut short
      * ------------------------------------------------------------
       SPLIT-REQUEST.
            MOVE SPACES TO WEB-FIELDS.
            UNSTRING WEB-RECORD DELIMITED BY "|"
              INTO WB-REQID, WB-IDENT, WB-BDATE, WB-ID-POSTAL,
                   WB-ADDRS, WB-CITY, WB-STATE, WB-POSTAL,
                   WB-PHONE, WB-EMAIL
            END-UNSTRING.
            IF WB-REQID = SPACES OR WB-REQID (21:10) NOT = SPACES
               MOVE "BAD-REQUEST-ID" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-SPLIT-REQUEST.
            IF WB-IDENT (7:4) NOT = SPACES OR
               WB-IDENT (1:6) NOT NUMERIC
               MOVE "IDENT-NOT-NUMERIC" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-SPLIT-REQUEST.
            IF WB-ADDRS (31:10)  NOT = SPACES OR
               WB-CITY (21:10)   NOT = SPACES OR
               WB-STATE (3:3)    NOT = SPACES OR
               WB-POSTAL (10:3)  NOT = SPACES OR
               WB-PHONE (11:2)   NOT = SPACES OR
               WB-EMAIL (41:10)  NOT = SPACES
               MOVE "FIELD-TOO-LONG" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-SPLIT-REQUEST.
            IF WB-ADDRS = SPACES AND WB-CITY = SPACES AND
               WB-STATE = SPACES AND WB-POSTAL = SPACES AND
               WB-PHONE = SPACES AND WB-EMAIL = SPACES
               MOVE "NO-CHANGE-REQUESTED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-SPLIT-REQUEST.
            MOVE 0 TO WB-ADDRESS-SW.
            IF WB-ADDRS NOT = SPACES OR WB-CITY NOT = SPACES OR
               WB-STATE NOT = SPACES OR WB-POSTAL NOT = SPACES
               MOVE 1 TO WB-ADDRESS-SW.
            IF WB-ADDRESS-CHANGE AND
               (WB-ADDRS = SPACES OR WB-CITY = SPACES OR
                WB-STATE = SPACES OR WB-POSTAL = SPACES)
               MOVE "ADDRESS-INCOMPLETE" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-SPLIT-REQUEST.
            INSPECT WB-ADDRS CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT WB-CITY  CONVERTING LOWER-SET TO UPPER-SET.
            INSPECT WB-STATE CONVERTING LOWER-SET TO UPPER-SET.
       E-SPLIT-REQUEST.
            EXIT.

      * ------------------------------------------------------------
      * the customer must be on file, living, and who the request
      * says it is: birth date and postal code (the first five) as
      * on the master; a master with no postal code cannot be
      * verified
      * ------------------------------------------------------------
       FIND-CUSTOMER.
            MOVE WB-IDENT (1:6) TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
            IF IO-STATUS = "23"
               MOVE "IDENT-NOT-FOUND" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-FIND-CUSTOMER.
            IF IO-STATUS NOT = "00"
               CALL "FSTATMSG" USING IO-STATUS, FS-REASON
               DISPLAY "WEBCHG READ FAILED, IDENT=" WB-IDENT (1:6)
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE "FILE-ERROR" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               MOVE 8 TO RETURN-CODE
               GO TO E-FIND-CUSTOMER.
            IF VS-CUST-DECEASED OR VS-CUST-DEATH-REVIEW
               MOVE "CUSTOMER-DECEASED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-FIND-CUSTOMER.
            MOVE 1 TO ON-FILE-SW.
            IF WB-BDATE (1:8) NOT = VS-CUSTBDATE OR
               WB-BDATE (9:2) NOT = SPACES OR
               VS-CUSTPOSTAL = SPACES OR
               WB-ID-POSTAL (1:5) NOT = VS-CUSTPOSTAL (1:5)
               MOVE "IDENTITY-NOT-VERIFIED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               ADD 1 TO IDENT-FAIL-CNT.
       E-FIND-CUSTOMER.
            EXIT.

      * ------------------------------------------------------------
      * the master record with the requested values laid over it
      * ------------------------------------------------------------
       BUILD-IMAGE.
            MOVE VS-ODCSF0-RECORD TO WK-CUST-RECORD.
            IF WB-ADDRESS-CHANGE
               MOVE WB-ADDRS  TO WK-CUSTADDRS
               MOVE WB-CITY   TO WK-CUSTCITY
               MOVE WB-STATE  TO WK-CUSTSTATE
               MOVE WB-POSTAL TO WK-CUSTPOSTAL.
            IF WB-PHONE NOT = SPACES
               MOVE WB-PHONE TO WK-CUSTPHONE.
            IF WB-EMAIL NOT = SPACES
               MOVE 0 TO AT-COUNT
               INSPECT WB-EMAIL TALLYING AT-COUNT FOR ALL "@"
               IF AT-COUNT NOT = 1
                  MOVE "EMAIL-INVALID" TO REJECT-REASON
                  MOVE 1 TO EDIT-FAIL-SW
                  GO TO E-BUILD-IMAGE
               END-IF
               MOVE WB-EMAIL TO WK-CUSTEMAIL.
            IF WK-CUST-RECORD = VS-ODCSF0-RECORD
               MOVE "NO-CHANGE-REQUESTED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW.
       E-BUILD-IMAGE.
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
            PERFORM EDIT-STATE THRU E-EDIT-STATE.
            IF EDIT-FAILED
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
       E-EDIT-IMAGE.
            EXIT.

      * ------------------------------------------------------------
      * state code against the STATEREF table through VALIDSTATE,
      * falling back to the non-blank check as UPDCUSTOMER does
      * ------------------------------------------------------------
       EDIT-STATE.
            IF WK-CUSTSTATE = SPACES OR
               WK-CUSTSTATE (2:1) = SPACE
               MOVE "STATE-BLANK" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-EDIT-STATE.
            MOVE WK-CUSTSTATE TO VST-CODE.
            CALL "VALIDSTATE" USING VST-PARMS.
            IF VST-RC = 4
               MOVE "STATE-NOT-ON-TABLE" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
            ELSE
              IF VST-RC = 8 AND STATE-WARNED-SW = 0
                 DISPLAY "WEBCHG STATE TABLE UNAVAILABLE -"
                         " CODES NOT VALIDATED"
                 MOVE 1 TO STATE-WARNED-SW.
       E-EDIT-STATE.
            EXIT.

      * ------------------------------------------------------------
      * one staged image per customer a run; the table full, the
      * rest of the run's requests wait for review
      * ------------------------------------------------------------
       CHECK-STAGED.
            MOVE 0 TO STAGED-SW.
            MOVE 1 TO STAGED-I.
            PERFORM FIND-STAGED THRU E-FIND-STAGED
              UNTIL STAGED-I > STAGED-CNT OR ALREADY-STAGED.
            IF ALREADY-STAGED
               MOVE "ALREADY-REQUESTED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-CHECK-STAGED.
            IF STAGED-CNT NOT < STAGED-MAX
               MOVE "RUN-LIMIT-REACHED" TO REJECT-REASON
               MOVE 1 TO EDIT-FAIL-SW
               GO TO E-CHECK-STAGED.
            ADD 1 TO STAGED-CNT.
            MOVE WK-CUSTIDENT TO STAGED-IDENT (STAGED-CNT).
       E-CHECK-STAGED.
            EXIT.

       FIND-STAGED.
            IF STAGED-IDENT (STAGED-I) = WK-CUSTIDENT
               MOVE 1 TO STAGED-SW.
       E-FIND-STAGED.
            ADD 1 TO STAGED-I.

       WRITE-REVIEW.
            MOVE REJECT-REASON TO RV-REASON.
            MOVE TODAY-DATE    TO RV-DATE.
            MOVE WEB-RECORD    TO RV-REQUEST.
            WRITE REV-RECORD.
            ADD 1 TO REVIEW-CNT.
       E-WRITE-REVIEW.
            EXIT.

       WRITE-STATUS.
            MOVE SPACES TO STAT-RECORD.
            STRING WB-REQID DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   STAT-RESULT DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   REJECT-REASON DELIMITED BY SPACE
                   "|" DELIMITED BY SIZE
                   TODAY-DATE DELIMITED BY SIZE
              INTO STAT-RECORD.
            WRITE STAT-RECORD.
       E-WRITE-STATUS.
            EXIT.
