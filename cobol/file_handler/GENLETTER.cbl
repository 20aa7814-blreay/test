      *   &DATE      today as CCYY/MM/DD
      * SELFILE   - one VS-CUSTIDENT per record in the first six
      * positions (EXTRACTCUST output reads directly).
      *   A 'C' in position 7 makes the record a balance
      *   confirmation request (BDMS0257 CONFOUT): positions 1-6
      *   are then the confirmation number and the record carries
      *   its own values, so no customer is fetched.  Its tokens:
      *   &CONFNO  &CLIENT  &ACCTKEY  &ASOF (CCYY/MM/DD)
      *   &STRATUM  &BALANCE  &FIELDS
      *   (blank in a customer letter, as the customer tokens are
      *   in a confirmation).
      *   A 'P' in position 7 makes it a loyalty points statement
      *   (LoyaltyStmt PTSSTMT): the customer is fetched and written
      *   to as for any letter, and the record carries the month
      *   (positions 8-13, CCYYMM) and the points figures, nine
      *   positions each from 14.  Its tokens:
      *   &PTSMONTH (CCYY/MM)  &PTSBAL  &PTSEARN  &PTSREDEEM
      *   &PTSEXPIRED  &PTSEXPIRING (at next month's statement)
      *   (blank in any other letter).
      * Every selected customer is fetched from KSDSFILE and the
      * template is replayed with its values; letters go to LETTERS
      * separated by a rule line, with a production count report on
      * the operator log.  An ident not on file is counted and
      * skipped - the campaign never stops for one bad ident.
      * The address tokens carry the address in effect on the
      * mailing date (MAILDATE environment value, CCYYMMDD, default
      * today) for the letter's purpose (ADDRPURPOSE: 'M' mailing,
      * the default, or 'R' residence), chosen from the customer
      * address file (CUSTADDR) through ADDRSEL; a customer with
      * none in effect is written to at the master address.
      * A customer whose address is marked undeliverable (RTNMAIL:
      * returned by the post office, not changed since) gets no
      * letter; each is named on the operator log and counted.
      * Nor does a deceased customer, or one a death notification
      * may match (DTHMATCH) while customer services reviews it.
      * Each customer letter is logged to the correspondence log
      * (CUSTCORR) under the LETTERID environment value, so the
      * letters a customer was sent can be looked up online; a log
      * that cannot be opened leaves the letters unlogged and the
      * run ends RC 4.  Confirmations are not customer letters and
      * are not logged.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
         SELECT LET-FILE ASSIGN TO LETTERS
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LE-STATUS.
         SELECT CORR-FILE ASSIGN TO CUSTCORR
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CR-KEY
            FILE STATUS IS CR-STATUS.

       DATA DIVISION.
       FILE SECTION.
             DATA RECORD SEL-RECORD.
         01  SEL-RECORD.
             05 SE-IDENT               PIC X(6).
             05 SE-REC-TYPE            PIC X.
                88 SE-CONFIRMATION        VALUE "C".
                88 SE-POINTS              VALUE "P".
             05 SE-CONF-DATA.
                10 SE-CLIENT           PIC X(3).
                10 SE-ACCTKEY          PIC X(15).
                10 SE-ASOF             PIC X(8).
                10 SE-STRATUM          PIC X(8).
                10 SE-BALANCE          PIC X(23).
                10 SE-FIELDS           PIC X(120).
             05 SE-PTS-DATA REDEFINES SE-CONF-DATA.
                10 SE-PTS-MONTH        PIC X(6).
                10 SE-PTS-BALANCE      PIC X(9).
                10 SE-PTS-EARNED       PIC X(9).
                10 SE-PTS-REDEEMED     PIC X(9).
                10 SE-PTS-EXPIRED      PIC X(9).
                10 SE-PTS-EXPIRING     PIC X(9).
                10 FILLER              PIC X(126).
             05 FILLER                 PIC X(16).
         FD  LET-FILE
             LABEL RECORD STANDARD
             DATA RECORD LET-RECORD.
         01  LET-RECORD                PIC X(132).
         FD  CORR-FILE
             LABEL RECORD STANDARD
             DATA RECORD CR-RECORD.
         COPY CUSTCORR.

       WORKING-STORAGE SECTION.
         01  IO-STATUS                 PIC XX.
         01  TP-STATUS                 PIC XX.
         01  SE-STATUS                 PIC XX.
         01  LE-STATUS                 PIC XX.
         01  CR-STATUS                 PIC XX.
         01  LETTER-ID                 PIC X(16) VALUE SPACES.
         01  CORR-SW                   PIC 9 VALUE 0.
             88  CORR-LOG-OPEN            VALUE 0.
             88  CORR-LOG-UNAVAILABLE     VALUE 1.
         01  CORR-DONE-SW              PIC 9.
             88  CORR-DONE                VALUE 1.
         01  LOG-TIME                  PIC 9(8).
         01  FS-REASON                 PIC X(60).
         01  TPL-EOF-SW                PIC 9 VALUE 0.
             88  TPL-EOF                  VALUE 1.
         01  OUT-PTR                   PIC 9(4) COMP-5.
         01  TOK-LEN                   PIC 9(4) COMP-5.
         01  TOK-HIT-SW                PIC 9.
         01  SUB-VALUE                 PIC X(120).
         01  SUB-LEN                   PIC 9(4) COMP-5.
         01  FULL-NAME                 PIC X(52).
         01  TODAY-TEXT                PIC X(10).
             05 TD-DD                  PIC X(2).
         01  RULE-LINE                 PIC X(132) VALUE ALL "=".

      *  a confirmation request's own values; spaces in a customer
      *  letter
         01  CONF-VALUES.
             05 CV-CLIENT              PIC X(3).
             05 CV-ACCTKEY             PIC X(15).
             05 CV-ASOF                PIC X(8).
             05 CV-STRATUM             PIC X(8).
             05 CV-BALANCE             PIC X(23).
             05 CV-FIELDS              PIC X(120).
         01  FILLER REDEFINES CONF-VALUES.
             05 FILLER                 PIC X(18).
             05 CV-ASOF-DATE.
                10 CV-CCYY             PIC X(4).
                10 CV-MM               PIC X(2).
                10 CV-DD               PIC X(2).
             05 FILLER                 PIC X(151).
         01  ASOF-TEXT                 PIC X(10).

      *  a points statement's own values; spaces in any other letter
         01  PTS-VALUES.
             05 PV-MONTH.
                10 PV-CCYY             PIC X(4).
                10 PV-MM               PIC X(2).
             05 PV-BALANCE             PIC X(9).
             05 PV-EARNED              PIC X(9).
             05 PV-REDEEMED            PIC X(9).
             05 PV-EXPIRED             PIC X(9).
             05 PV-EXPIRING            PIC X(9).
             05 FILLER                 PIC X(126).
         01  PTS-MONTH-TEXT            PIC X(7).

         01  SEL-READ-CNT              PIC 9(8) VALUE 0.
         01  LETTER-CNT                PIC 9(8) VALUE 0.
         01  NOT-FOUND-CNT             PIC 9(8) VALUE 0.
         01  BAD-IDENT-CNT             PIC 9(8) VALUE 0.
         01  CONFIRM-CNT               PIC 9(8) VALUE 0.
         01  LOGGED-CNT                PIC 9(8) VALUE 0.
         01  ALT-ADDR-CNT              PIC 9(8) VALUE 0.
         01  UNDELIV-CNT               PIC 9(8) VALUE 0.
         01  DECEASED-CNT              PIC 9(8) VALUE 0.
         01  POINTS-CNT                PIC 9(8) VALUE 0.

      *  ADDRSEL handshake - the address in effect on the mail date
         01  MAIL-DATE-X               PIC X(8) VALUE SPACES.
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

       PROCEDURE DIVISION.
       P-START.
            MOVE SPACES TO TODAY-TEXT.
            STRING TD-CCYY "/" TD-MM "/" TD-DD
              DELIMITED BY SIZE INTO TODAY-TEXT.
            DISPLAY "MAILDATE" UPON ENVIRONMENT-NAME.
            ACCEPT MAIL-DATE-X FROM ENVIRONMENT-VALUE.
            IF MAIL-DATE-X NUMERIC
               MOVE MAIL-DATE-X TO ASL-DATE
            ELSE
               MOVE TODAY-DATE TO ASL-DATE.
            DISPLAY "ADDRPURPOSE" UPON ENVIRONMENT-NAME.
            ACCEPT ASL-PURPOSE FROM ENVIRONMENT-VALUE.
            IF ASL-PURPOSE NOT = "R"
               MOVE "M" TO ASL-PURPOSE.
            DISPLAY "GENLETTER ADDRESSES IN EFFECT ON " ASL-DATE
                    " PURPOSE " ASL-PURPOSE.
            PERFORM LOAD-TEMPLATE THRU E-LOAD-TEMPLATE.
            IF TPL-TBL-CNT = 0
               DISPLAY "GENLETTER TEMPLATE EMPTY OR UNAVAILABLE -"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-REL.
            OPEN OUTPUT LET-FILE.
            PERFORM OPEN-CORR-LOG THRU E-OPEN-CORR-LOG.

       READ-SELECTION.
            READ SEL-FILE
            CLOSE MW-ENTREE.
            CLOSE SEL-FILE.
            CLOSE LET-FILE.
            IF CORR-LOG-OPEN
               CLOSE CORR-FILE.
            MOVE "C" TO ASL-FUNCTION.
            CALL "ADDRSEL" USING ASL-PARMS.
            DISPLAY "GENLETTER SELECTIONS READ........" SEL-READ-CNT.
            DISPLAY "GENLETTER LETTERS PRODUCED......." LETTER-CNT.
            DISPLAY "GENLETTER IDENTS NOT ON FILE....." NOT-FOUND-CNT.
            DISPLAY "GENLETTER IDENTS NOT NUMERIC....." BAD-IDENT-CNT.
            DISPLAY "GENLETTER OF WHICH CONFIRMATIONS.." CONFIRM-CNT.
            DISPLAY "GENLETTER OF WHICH POINTS STMTS..." POINTS-CNT.
            DISPLAY "GENLETTER LETTERS LOGGED........." LOGGED-CNT.
            DISPLAY "GENLETTER TO CUSTADDR ADDRESSES.." ALT-ADDR-CNT.
            DISPLAY "GENLETTER UNDELIVERABLE, NOT SENT" UNDELIV-CNT.
            DISPLAY "GENLETTER DECEASED, NOT SENT....." DECEASED-CNT.

       FIN-EXIT.
            EXIT PROGRAM.
            IF SE-IDENT NOT NUMERIC
               ADD 1 TO BAD-IDENT-CNT
               GO TO E-ONE-LETTER.
            IF SE-CONFIRMATION
               MOVE SPACES TO VS-ODCSF0-RECORD, FULL-NAME
               MOVE SPACES TO PTS-VALUES, PTS-MONTH-TEXT
               MOVE SE-CONF-DATA TO CONF-VALUES
               MOVE SPACES TO ASOF-TEXT
               STRING CV-CCYY "/" CV-MM "/" CV-DD
                 DELIMITED BY SIZE INTO ASOF-TEXT
               ADD 1 TO CONFIRM-CNT
               GO TO WRITE-LETTER.
            MOVE SPACES TO CONF-VALUES, ASOF-TEXT.
            MOVE SPACES TO PTS-VALUES, PTS-MONTH-TEXT.
            IF SE-POINTS
               MOVE SE-PTS-DATA TO PTS-VALUES
               STRING PV-CCYY "/" PV-MM
                 DELIMITED BY SIZE INTO PTS-MONTH-TEXT.
            MOVE SE-IDENT TO VS-CUSTIDENT.
            READ MW-ENTREE
            END-READ.
               DISPLAY "IO-STATUS =" IO-STATUS " (" FS-REASON ")"
               MOVE 8 TO RETURN-CODE
               GO TO E-ONE-LETTER.
            IF VS-CUST-DECEASED OR VS-CUST-DEATH-REVIEW
               DISPLAY "GENLETTER DECEASED OR UNDER REVIEW, IDENT="
                       VS-CUSTIDENT " - NO LETTER"
               ADD 1 TO DECEASED-CNT
               GO TO E-ONE-LETTER.
            MOVE SPACES TO FULL-NAME.
            STRING VS-CUSTFNAME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   VS-CUSTLNAME DELIMITED BY "  "
              INTO FULL-NAME.
            PERFORM SELECT-ADDRESS THRU E-SELECT-ADDRESS.
            IF ASL-RC NOT = 0 AND VS-CUST-UNDELIVERABLE
               DISPLAY "GENLETTER UNDELIVERABLE, IDENT=" VS-CUSTIDENT
                       " RETURNED " VS-CUSTRTNDATE
                       " REASON " VS-CUSTRTNRSN " - NO LETTER"
               ADD 1 TO UNDELIV-CNT
               GO TO E-ONE-LETTER.
       WRITE-LETTER.
            MOVE 1 TO TPL-I.
            PERFORM EXPAND-ONE-LINE THRU E-EXPAND-ONE-LINE
              UNTIL TPL-I > TPL-TBL-CNT.
            WRITE LET-RECORD FROM RULE-LINE.
            ADD 1 TO LETTER-CNT.
            IF SE-POINTS
               ADD 1 TO POINTS-CNT.
            IF NOT SE-CONFIRMATION AND CORR-LOG-OPEN
               PERFORM LOG-LETTER THRU E-LOG-LETTER.
       E-ONE-LETTER.
            EXIT.

      * ------------------------------------------------------------
      * the address tokens read the master record's fields, so the
      * address chosen is laid over them (the master is read only)
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
            ADD 1 TO ALT-ADDR-CNT.
       E-SELECT-ADDRESS.
            EXIT.

      * ------------------------------------------------------------
      * correspondence log: opened I-O, created empty the first
      * time; without it the letters still go out
      * ------------------------------------------------------------
       OPEN-CORR-LOG.
            DISPLAY "LETTERID" UPON ENVIRONMENT-NAME.
            ACCEPT LETTER-ID FROM ENVIRONMENT-VALUE.
            IF LETTER-ID = SPACES
               MOVE "UNNAMED" TO LETTER-ID.
            OPEN I-O CORR-FILE.
            IF CR-STATUS = "35"
               OPEN OUTPUT CORR-FILE
               CLOSE CORR-FILE
               OPEN I-O CORR-FILE.
            IF CR-STATUS NOT = "00"
               CALL "FSTATMSG" USING CR-STATUS, FS-REASON
               DISPLAY "GENLETTER CUSTCORR UNAVAILABLE, ST="
                       CR-STATUS " (" FS-REASON ")"
               DISPLAY "GENLETTER LETTERS WILL NOT BE LOGGED"
               MOVE 1 TO CORR-SW
               MOVE 4 TO RETURN-CODE.
       E-OPEN-CORR-LOG.
            EXIT.

      *  letters produced in the same hundredth of a second for the
      *  same customer are kept apart by the sequence
       LOG-LETTER.
            MOVE SPACES TO CR-RECORD.
            MOVE VS-CUSTIDENT TO CR-CUSTIDENT.
            MOVE TODAY-DATE   TO CR-SENT-DATE.
            ACCEPT LOG-TIME FROM TIME.
            MOVE LOG-TIME     TO CR-SENT-TIME.
            MOVE 0            TO CR-SEQ.
            MOVE LETTER-ID    TO CR-LETTER-ID.
            MOVE "GENLETTR"   TO CR-JOB.
            MOVE 0 TO CORR-DONE-SW.
            PERFORM LOG-ONE-TRY THRU E-LOG-ONE-TRY
              UNTIL CORR-DONE.
       E-LOG-LETTER.
            EXIT.

       LOG-ONE-TRY.
            WRITE CR-RECORD
            END-WRITE.
            IF CR-STATUS = "22" AND CR-SEQ < 9999
               ADD 1 TO CR-SEQ
               GO TO E-LOG-ONE-TRY.
            MOVE 1 TO CORR-DONE-SW.
            IF CR-STATUS = "00"
               ADD 1 TO LOGGED-CNT
            ELSE
               CALL "FSTATMSG" USING CR-STATUS, FS-REASON
               DISPLAY "GENLETTER CORRESPONDENCE NOT LOGGED, IDENT="
                       VS-CUSTIDENT " ST=" CR-STATUS
                       " (" FS-REASON ")"
               IF RETURN-CODE < 4
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
       E-LOG-ONE-TRY.
            EXIT.

       EXPAND-ONE-LINE.
            MOVE TPL-LINE (TPL-I) TO IN-LINE.
            MOVE SPACES TO OUT-LINE.
       MATCH-TOKEN.
            MOVE 0 TO TOK-HIT-SW.
            MOVE SPACES TO SUB-VALUE.
            IF IN-PTR NOT > 69 AND
               IN-LINE (IN-PTR:12) = "&PTSEXPIRING"
               MOVE PV-EXPIRING TO SUB-VALUE
               MOVE 12 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 70 AND
               IN-LINE (IN-PTR:11) = "&PTSEXPIRED"
               MOVE PV-EXPIRED TO SUB-VALUE
               MOVE 11 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 71 AND
               IN-LINE (IN-PTR:10) = "&PTSREDEEM"
               MOVE PV-REDEEMED TO SUB-VALUE
               MOVE 10 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 72 AND
               IN-LINE (IN-PTR:9) = "&PTSMONTH"
               MOVE PTS-MONTH-TEXT TO SUB-VALUE
               MOVE 9 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 72 AND
               IN-LINE (IN-PTR:9) = "&FULLNAME"
               MOVE FULL-NAME TO SUB-VALUE
               MOVE 9 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 73 AND
               IN-LINE (IN-PTR:8) = "&STRATUM"
               MOVE CV-STRATUM TO SUB-VALUE
               MOVE 8 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 73 AND
               IN-LINE (IN-PTR:8) = "&BALANCE"
               MOVE CV-BALANCE TO SUB-VALUE
               MOVE 8 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 73 AND
               IN-LINE (IN-PTR:8) = "&ACCTKEY"
               MOVE CV-ACCTKEY TO SUB-VALUE
               MOVE 8 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 73 AND
               IN-LINE (IN-PTR:8) = "&PTSEARN"
               MOVE PV-EARNED TO SUB-VALUE
               MOVE 8 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 74 AND
               IN-LINE (IN-PTR:7) = "&PTSBAL"
               MOVE PV-BALANCE TO SUB-VALUE
               MOVE 7 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 74 AND
               IN-LINE (IN-PTR:7) = "&CONFNO"
               IF SE-CONFIRMATION
                  MOVE SE-IDENT TO SUB-VALUE
               END-IF
               MOVE 7 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 74 AND
               IN-LINE (IN-PTR:7) = "&CLIENT"
               MOVE CV-CLIENT TO SUB-VALUE
               MOVE 7 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 74 AND
               IN-LINE (IN-PTR:7) = "&FIELDS"
               MOVE CV-FIELDS TO SUB-VALUE
               MOVE 7 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 74 AND
               IN-LINE (IN-PTR:7) = "&POSTAL"
               MOVE VS-CUSTPOSTAL TO SUB-VALUE
               MOVE 5 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 76 AND
               IN-LINE (IN-PTR:5) = "&ASOF"
               MOVE ASOF-TEXT TO SUB-VALUE
               MOVE 5 TO TOK-LEN
               MOVE 1 TO TOK-HIT-SW
               GO TO E-MATCH-TOKEN.
            IF IN-PTR NOT > 76 AND
               IN-LINE (IN-PTR:5) = "&DATE"
               MOVE TODAY-TEXT TO SUB-VALUE
            EXIT.

       TRIM-SUB-VALUE.
            MOVE 120 TO SUB-LEN.
            PERFORM TRIM-ONE-CHAR THRU E-TRIM-ONE-CHAR
              UNTIL SUB-LEN = 0 OR
                    SUB-VALUE (SUB-LEN:1) NOT = SPACE.
