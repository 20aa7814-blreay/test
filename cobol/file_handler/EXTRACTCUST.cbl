       PROGRAM-ID.      EXTRACTCUST.
      * ------------------------------------------------------------
      * Parameterized customer extract for marketing campaigns.
      * Selection comes from run parameters, resolved through
      * PARMSRV (the parameter store; an environment value of the
      * same name still overrides):
      *   STATELIST - comma list of state codes ('CA,NY'); blank
      *               takes every state
      *   AGEMIN / AGEMAX - inclusive age range from VS-CUSTBDATE
      *               against ASOFDATE (CCYYMMDD, default today);
      *               blank bounds are open
      *   CUSTSTAT  - required status, default 'A' (active only)
      *   ADDRPURPOSE - 'M' mailing (default) or 'R' residence: the
      *               customer's address is the one in effect on
      *               ASOFDATE for that purpose on the customer
      *               address file (CUSTADDR), through ADDRSEL, or
      *               the master address when none is in effect;
      *               the state list applies to that address
      *   HHCONTACT - 'Y' selects one contact per household using
      *               the HOUSEFILE companion the HOUSEHOLD run
      *               writes (members flagged 'N' are skipped;
      *               customers not on the companion file pass)
      *   SEGLIST   - comma list of rental segment codes ('LAP,FRQ')
      *               off the customer segment file (CUSTSEG) the
      *               monthly CustSegment run scores; blank takes
      *               every segment
      *   SEGFAN    - supplier code: only customers the segment file
      *               holds as fans of that supplier's titles
      * Segment selection leaves out customers not on the segment
      * file, and a run that cannot open it is refused.
      * Every selected customer is cross-matched against the
      * SUPPRESS do-not-contact file (one VS-CUSTIDENT per record)
      * and suppressed instead of written - that match is the
      * contractual part.  A customer whose address is marked
      * undeliverable (RTNMAIL: returned by the post office, not
      * changed since) is suppressed too, and counted apart, as is
      * one a death notification may match (DTHMATCH) while customer
      * services reviews it.  Output is a comma-delimited file of
      * the mailing fields, with a counts report: selected,
      * suppressed, undeliverable, death review, missing email,
      * missing phone.
      * Every customer written to the extract is logged to the
      * customer access log (CUSTACCL, through CUSTACC) as extracted;
      * a run that cannot be logged extracts no one, and one whose
      * log fails part way stops there.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         SELECT OPTIONAL HOUSE-FILE ASSIGN TO HOUSEFILE
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HH-STATUS.
         SELECT SEG-FILE ASSIGN TO CUSTSEG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS SG-CUSTIDENT
            FILE STATUS IS SG-STATUS.

       DATA DIVISION.
       FILE SECTION.
             05 FILLER                 PIC X.
             05 HH-CONTACT             PIC X.
             05 FILLER                 PIC X(63).
         FD  SEG-FILE
             LABEL RECORD STANDARD
             DATA RECORD SG-RECORD.
         COPY CUSTSEG.

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
             05 NONC-IDENT OCCURS 2000 TIMES PIC X(6).
         01  HH-SKIPPED-CNT            PIC 9(8) VALUE 0.

      *  segment selection: a code list probed as the state list is,
      *  and a fan supplier
         01  SG-STATUS                 PIC XX.
         01  SEG-LIST                  PIC X(60) VALUE SPACES.
         01  SEG-LIST-C                PIC X(62).
         01  SEG-LIST-LEN              PIC 9(4) COMP-5.
         01  SEG-PROBE                 PIC X(5).
         01  SEGFAN-X                  PIC X(2) VALUE SPACES.
         01  SEG-FAN                   PIC 9(2) VALUE 0.
         01  SEG-SELECT-SW             PIC 9 VALUE 0.
             88  SEGMENT-SELECTION        VALUE 1.
         01  SEG-HIT-SW                PIC 9.
         01  SEG-MISSING-CNT           PIC 9(8) VALUE 0.

         01  VST-PARMS.
             05 VST-CODE               PIC X(2).
             05 VST-NAME               PIC X(30).
         01  SUPPRESSED-CNT            PIC 9(8) VALUE 0.
         01  NO-EMAIL-CNT              PIC 9(8) VALUE 0.
         01  NO-PHONE-CNT              PIC 9(8) VALUE 0.
         01  ALT-ADDR-CNT              PIC 9(8) VALUE 0.
         01  UNDELIV-CNT               PIC 9(8) VALUE 0.
         01  DTH-REVIEW-CNT            PIC 9(8) VALUE 0.

      *  ADDRSEL handshake - the address in effect on the as-of date
         01  ASL-PARMS.
             05 ASL-FUNCTION           PIC X    VALUE "S".
             05 ASL-CUSTIDENT          PIC 9(6).
             05 ASL-DATE               PIC 9(8).
             05 ASL-PURPOSE            PIC X    VALUE "M".
             05 ASL-ADDRS              PIC X(30).
             05 ASL-CITY               PIC X(20).
             05 ASL-STATE              PIC X(2).
             05 ASL-POSTAL             PIC X(9).
             05 ASL-TYPE               PIC X.
             05 ASL-RC                 PIC S9(4) COMP-5.
      *  CUSTACC handshake - the customer access log
         01  ACC-PARMS.
             05 ACC-FUNCTION           PIC X    VALUE "O".
             05 ACC-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 ACC-PROGRAM            PIC X(16) VALUE "EXTRACTCUST".
             05 ACC-JOB                PIC X(8) VALUE "EXTRCUST".
             05 ACC-PURPOSE            PIC X(2) VALUE "EX".
             05 ACC-CUSTIDENT          PIC 9(6).
      *  PARMSRV handshake - the runtime parameter store
         01  PRM-PARMS.
             05 PRM-FUNCTION           PIC X    VALUE "G".
             05 PRM-RC                 PIC S9(4) COMP-5 VALUE 0.
             05 PRM-JOB                PIC X(8) VALUE "EXTRCUST".
             05 PRM-STEP               PIC X(8) VALUE "EXTRACT".
             05 PRM-NAME               PIC X(30).
             05 PRM-VALUE              PIC X(100).
             05 PRM-SOURCE             PIC X.
         01  ACC-FAIL-SW               PIC 9 VALUE 0.
             88  ACCESS-NOT-LOGGED        VALUE 1.

       PROCEDURE DIVISION.
       P-START.
            MOVE "STATELIST" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO STATE-LIST.
      *     wrap the list in delimiters tight against its content so
      *     a ,XX, probe matches the last state in the list too
            MOVE 60 TO STATE-LIST-LEN.
            IF STATE-LIST-LEN > 0
               STRING "," STATE-LIST (1:STATE-LIST-LEN) ","
                 DELIMITED BY SIZE INTO STATE-LIST-C.
            MOVE "AGEMIN" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO AGEMIN-X.
            IF AGEMIN-X NUMERIC
               MOVE AGEMIN-X TO AGE-MIN.
            MOVE "AGEMAX" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO AGEMAX-X.
            IF AGEMAX-X NUMERIC
               MOVE AGEMAX-X TO AGE-MAX.
            MOVE "CUSTSTAT" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO WANT-STATUS.
            IF WANT-STATUS = SPACE
               MOVE "A" TO WANT-STATUS.
            MOVE "ASOFDATE" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO ASOF-DATE-X.
            IF ASOF-DATE-X NUMERIC
               MOVE ASOF-DATE-X TO ASOF-DATE
            ELSE
               ACCEPT ASOF-DATE FROM DATE YYYYMMDD.
            MOVE ASOF-DATE TO ASL-DATE.
            MOVE "ADDRPURPOSE" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO ASL-PURPOSE.
            IF ASL-PURPOSE NOT = "R"
               MOVE "M" TO ASL-PURPOSE.
            MOVE "SEGLIST" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO SEG-LIST.
            MOVE 60 TO SEG-LIST-LEN.
            PERFORM TRIM-SEG-LIST THRU E-TRIM-SEG-LIST
              UNTIL SEG-LIST-LEN = 0 OR
                    SEG-LIST (SEG-LIST-LEN:1) NOT = SPACE.
            MOVE SPACES TO SEG-LIST-C.
            IF SEG-LIST-LEN > 0
               STRING "," SEG-LIST (1:SEG-LIST-LEN) ","
                 DELIMITED BY SIZE INTO SEG-LIST-C
               MOVE 1 TO SEG-SELECT-SW.
            MOVE "SEGFAN" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO SEGFAN-X.
            IF SEGFAN-X NUMERIC
               MOVE SEGFAN-X TO SEG-FAN.
            IF SEG-FAN NOT = 0
               MOVE 1 TO SEG-SELECT-SW.
            DISPLAY "EXTRACTCUST STATES <" STATE-LIST
                    "> AGES " AGE-MIN "-" AGE-MAX
                    " STATUS " WANT-STATUS
                    " AS OF " ASOF-DATE
                    " PURPOSE " ASL-PURPOSE.
            IF SEGMENT-SELECTION
               DISPLAY "EXTRACTCUST SEGMENTS <" SEG-LIST
                       "> FAN SUPPLIER " SEG-FAN.
      *     echo the selected states with their reference-table
      *     names so the operator can see the list resolved
            MOVE 1 TO SL-IX.
               GO TO FIN-EXIT.
            DISPLAY "EXTRACTCUST SUPPRESSION ENTRIES.."
                    SUPP-TBL-CNT.
            MOVE "HHCONTACT" TO PRM-NAME.
            PERFORM GET-PARM THRU E-GET-PARM.
            MOVE PRM-VALUE TO HHCONTACT-X.
            MOVE "C" TO PRM-FUNCTION.
            CALL "PARMSRV" USING PRM-PARMS.
            IF HHCONTACT-X = "Y"
               PERFORM LOAD-HOUSEHOLD THRU E-LOAD-HOUSEHOLD
               DISPLAY "EXTRACTCUST HOUSEHOLD NON-CONTACTS"
                       NONC-TBL-CNT.
            IF SEGMENT-SELECTION
               OPEN INPUT SEG-FILE
               IF SG-STATUS NOT = "00"
                  DISPLAY "EXTRACTCUST NO SEGMENT FILE, ST="
                          SG-STATUS " - RUN REFUSED"
                  MOVE 16 TO RETURN-CODE
                  GO TO FIN-EXIT.

            OPEN INPUT MW-ENTREE.
            IF IO-STATUS NOT = "00"
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            CALL "CUSTACC" USING ACC-PARMS.
            IF ACC-RC NOT = 0
               DISPLAY "EXTRACTCUST ACCESS LOG UNAVAILABLE - RUN"
                       " REFUSED"
               MOVE 16 TO RETURN-CODE
               CLOSE MW-ENTREE
               GO TO FIN-EXIT.
            MOVE "W" TO ACC-FUNCTION.
            OPEN OUTPUT EXT-FILE.

       READ-LOOP.
            END-READ.
            ADD 1 TO READ-CNT.
            PERFORM SELECT-TEST THRU E-SELECT-TEST.
            IF ACCESS-NOT-LOGGED
               DISPLAY "EXTRACTCUST ACCESS NOT LOGGED, IDENT="
                       VS-CUSTIDENT " - EXTRACT STOPPED"
               MOVE 8 TO RETURN-CODE
               GO TO FIN-REL.
            GO TO READ-LOOP.

       FIN-REL.
            CLOSE MW-ENTREE.
            CLOSE EXT-FILE.
            IF SEGMENT-SELECTION
               CLOSE SEG-FILE.
            MOVE "C" TO ASL-FUNCTION.
            CALL "ADDRSEL" USING ASL-PARMS.
            MOVE "C" TO ACC-FUNCTION.
            CALL "CUSTACC" USING ACC-PARMS.
            DISPLAY "EXTRACTCUST CUSTOMERS READ......." READ-CNT.
            DISPLAY "EXTRACTCUST SELECTED............." SELECTED-CNT.
            DISPLAY "EXTRACTCUST SUPPRESSED..........." SUPPRESSED-CNT.
            DISPLAY "EXTRACTCUST UNDELIVERABLE........" UNDELIV-CNT.
            DISPLAY "EXTRACTCUST DEATH REVIEW........." DTH-REVIEW-CNT.
            DISPLAY "EXTRACTCUST MISSING EMAIL........" NO-EMAIL-CNT.
            DISPLAY "EXTRACTCUST MISSING PHONE........" NO-PHONE-CNT.
            DISPLAY "EXTRACTCUST CUSTADDR ADDRESSES..." ALT-ADDR-CNT.
            IF HHCONTACT-X = "Y"
               DISPLAY "EXTRACTCUST HOUSEHOLD SKIPPED...."
                       HH-SKIPPED-CNT.
            IF SEGMENT-SELECTION
               DISPLAY "EXTRACTCUST NOT ON SEGMENT FILE.."
                       SEG-MISSING-CNT.

       FIN-EXIT.
            EXIT PROGRAM.
       E-TRIM-STATE-LIST.
            EXIT.

       TRIM-SEG-LIST.
            SUBTRACT 1 FROM SEG-LIST-LEN.
       E-TRIM-SEG-LIST.
            EXIT.

       LOAD-SUPPRESS.
            READ SUPP-FILE
              AT END
            EXIT.

      * ------------------------------------------------------------
      * applies status, state-list, age-range and segment
      * selection; the suppression match comes last so the
      * suppressed count only holds customers who would otherwise
      * have been mailed
      * ------------------------------------------------------------
       SELECT-TEST.
            IF VS-CUSTSTATUS NOT = WANT-STATUS
               GO TO E-SELECT-TEST.
            PERFORM SELECT-ADDRESS THRU E-SELECT-ADDRESS.
            IF STATE-LIST NOT = SPACES
               MOVE SPACES TO STATE-PROBE
               STRING "," VS-CUSTSTATE "," DELIMITED BY SIZE
            PERFORM COMPUTE-AGE THRU E-COMPUTE-AGE.
            IF CUST-AGE < AGE-MIN OR CUST-AGE > AGE-MAX
               GO TO E-SELECT-TEST.
            IF SEGMENT-SELECTION
               PERFORM SEGMENT-TEST THRU E-SEGMENT-TEST
               IF SEG-HIT-SW = 0
                  GO TO E-SELECT-TEST.
            PERFORM SUPPRESS-TEST THRU E-SUPPRESS-TEST.
            IF SUPP-HIT-SW = 1
               ADD 1 TO SUPPRESSED-CNT
               IF NONC-HIT-SW = 1
                  ADD 1 TO HH-SKIPPED-CNT
                  GO TO E-SELECT-TEST.
            IF ASL-RC NOT = 0 AND VS-CUST-UNDELIVERABLE
               ADD 1 TO UNDELIV-CNT
               GO TO E-SELECT-TEST.
            IF VS-CUST-DEATH-REVIEW
               ADD 1 TO DTH-REVIEW-CNT
               GO TO E-SELECT-TEST.
            PERFORM WRITE-EXTRACT THRU E-WRITE-EXTRACT.
       E-SELECT-TEST.
            EXIT.

      * ------------------------------------------------------------
      * the address chosen is laid over the master record's fields
      * (the master is read only), so selection and output both see
      * the address the piece will go to
      * ------------------------------------------------------------
       SELECT-ADDRESS.
            MOVE VS-CUSTIDENT  TO ASL-CUSTIDENT.
            MOVE VS-CUSTADDRS  TO ASL-ADDRS.
            MOVE VS-CUSTCITY   TO ASL-CITY.
            MOVE VS-CUSTSTATE  TO ASL-STATE.
            MOVE VS-CUSTPOSTAL TO ASL-POSTAL.
            CALL "ADDRSEL" USING ASL-PARMS.
            IF ASL-RC NOT = 0
               GO TO E-SELECT-ADDRESS.
            MOVE ASL-ADDRS  TO VS-CUSTADDRS.
            MOVE ASL-CITY   TO VS-CUSTCITY.
            MOVE ASL-STATE  TO VS-CUSTSTATE.
            MOVE ASL-POSTAL TO VS-CUSTPOSTAL.
       E-SELECT-ADDRESS.
            EXIT.

       COMPUTE-AGE.
            IF VS-CUSTBDATE NOT NUMERIC OR VS-CUSTBDATE = ZERO
               MOVE 0 TO CUST-AGE
       E-COMPUTE-AGE.
            EXIT.

      * ------------------------------------------------------------
      * the customer's segment off the segment file against the code
      * list and the fan supplier; no segment record, no selection
      * ------------------------------------------------------------
       SEGMENT-TEST.
            MOVE 0 TO SEG-HIT-SW.
            MOVE VS-CUSTIDENT TO SG-CUSTIDENT.
            READ SEG-FILE
              INVALID KEY
                ADD 1 TO SEG-MISSING-CNT
                GO TO E-SEGMENT-TEST
            END-READ.
            IF SEG-LIST NOT = SPACES
               MOVE SPACES TO SEG-PROBE
               STRING "," SG-CODE "," DELIMITED BY SIZE
                 INTO SEG-PROBE
               MOVE 0 TO PROBE-HIT
               INSPECT SEG-LIST-C TALLYING PROBE-HIT
                 FOR ALL SEG-PROBE
               IF PROBE-HIT = 0
                  GO TO E-SEGMENT-TEST.
            IF SEG-FAN NOT = 0 AND SG-FAN-SUPPLIER NOT = SEG-FAN
               GO TO E-SEGMENT-TEST.
            MOVE 1 TO SEG-HIT-SW.
       E-SEGMENT-TEST.
            EXIT.

       SUPPRESS-TEST.
            MOVE 0 TO SUPP-HIT-SW.
            MOVE 1 TO SP-I.
            EXIT.

       WRITE-EXTRACT.
            MOVE VS-CUSTIDENT TO ACC-CUSTIDENT.
            CALL "CUSTACC" USING ACC-PARMS.
            IF ACC-RC NOT = 0
               MOVE 1 TO ACC-FAIL-SW
               GO TO E-WRITE-EXTRACT.
            MOVE SPACES TO EXT-RECORD.
            STRING VS-CUSTIDENT            ","
                   VS-CUSTLNAME            ","
            ADD 1 TO SELECTED-CNT.
            IF VS-CUSTEMAIL = SPACES
               ADD 1 TO NO-EMAIL-CNT.
            IF ASL-TYPE NOT = SPACE
               ADD 1 TO ALT-ADDR-CNT.
            IF VS-CUSTPHONE NOT NUMERIC OR VS-CUSTPHONE = ZERO
               ADD 1 TO NO-PHONE-CNT.
       E-WRITE-EXTRACT.
            EXIT.

      * ------------------------------------------------------------
      * one run parameter: PRM-VALUE is spaces when it is set
      * nowhere, so the defaults above stand as they always have
      * ------------------------------------------------------------
       GET-PARM.
            MOVE "G" TO PRM-FUNCTION.
            CALL "PARMSRV" USING PRM-PARMS.
       E-GET-PARM.
            EXIT.
