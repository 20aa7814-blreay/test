000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0257.
000300******************************************************************
000400***  BDMS0257 - STATISTICAL AUDIT SAMPLE AND BALANCE           ***
000500***  CONFIRMATIONS.  DRAWS THE EXTERNAL AUDITORS' RANDOM       ***
000600***  SAMPLE OF MASTER RECORDS (MSIN), STRATIFIED BY CLIENT,    ***
000700***  RECORD TYPE AND 'S' FIELD BALANCE SIZE, LISTS IT WITH    ***
000800***  ITS FDT-NAMED FIELDS (PRINTR1), AND WRITES ONE BALANCE-   ***
000900***  CONFIRMATION REQUEST PER SAMPLED RECORD (CONFOUT) IN THE  ***
001000***  SELECTION-FILE FORM GENLETTER PRINTS FROM A CONFIRMATION  ***
001100***  TEMPLATE.                                                 ***
001200***                                                            ***
001300***  STRATUM DECK (SAMPCTL, AN '*' IN COL 1 IS A COMMENT),     ***
001400***  ONE CARD PER STRATUM, UP TO 200:                          ***
001500***    1-8   STRATUM ID (REQUIRED)                             ***
001600***    10-12 CLIENT, OR BLANK / '***' - EVERY CLIENT, EACH A   ***
001700***          STRATUM OF ITS OWN                                ***
001800***    14-16 RECORD TYPE (SEQ NUMBER), BLANK / '***' FOR ANY   ***
001900***    18    BALANCE FIELD: F (FB2 FIXED CARD) OR R (RECORD-   ***
002000***          TYPE CARD, WHICH NEEDS A TYPE IN 14-16), WITH     ***
002100***    19-20 ITS FDT FIELD NUMBER; BLANK - THE SUM OF EVERY    ***
002200***          'S' FIELD THE RECORD CARRIES                      ***
002300***    22-36 BAND FROM, 15 DIGITS (BLANK = 0)                  ***
002400***    38-52 BAND TO, 15 DIGITS (BLANK = NO LIMIT)             ***
002500***    54-58 SAMPLE SIZE, 5 DIGITS                             ***
002600***  THE BAND IS TESTED AGAINST THE BALANCE'S SIZE (IGNORING   ***
002700***  ITS SIGN) IN THE FIELD'S OWN UNITS.  A RECORD BELONGS TO  ***
002800***  THE FIRST CARD IT MATCHES; A RECORD NO CARD MATCHES IS    ***
002900***  OUTSIDE THE SAMPLE FRAME.  ANY BAD CARD REFUSES THE RUN   ***
003000***  (RC 16) BEFORE THE MASTER IS READ.                        ***
003100***                                                            ***
003200***  THE FIRST PASS OF THE MASTER COUNTS EACH STRATUM'S        ***
003300***  POPULATION; THE SECOND SELECTS EXACTLY THE REQUESTED      ***
003400***  NUMBER FROM EACH (EVERY RECORD WHEN THE STRATUM IS NO     ***
003500***  LARGER), EACH RECORD WITH EQUAL CHANCE, BY SEQUENTIAL     ***
003600***  SELECTION SAMPLING.  THE RANDOM NUMBERS COME FROM THE     ***
003700***  MINIMAL-STANDARD MULTIPLICATIVE GENERATOR (16807, MOD     ***
003800***  2**31-1) STARTED FROM SEED, SO THE SAME SEED, MASTER AND  ***
003900***  DECK ALWAYS DRAW THE SAME SAMPLE.                         ***
004000***                                                            ***
004100***  ENVIRONMENT VALUES:                                       ***
004200***    SEED     - 1-2147483646 (REQUIRED; PRINTED SO THE       ***
004300***               AUDITORS CAN RE-DRAW THE SAMPLE)             ***
004400***    ASOFDATE - BALANCE DATE THE CONFIRMATIONS ASK ABOUT,    ***
004500***               CCYYMMDD (DEFAULT TODAY)                     ***
004600***  RETURN CODE 4 WHEN AN 'S' VALUE WAS NOT NUMERIC OR THE    ***
004700***  STRATUM TABLE FILLED.                                     ***
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT FDT-FILE        ASSIGN TO UT-S-IN3
005300        ORGANIZATION LINE SEQUENTIAL.
005400     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
005500        ORGANIZATION LINE SEQUENTIAL.
005600     SELECT CONTROL-FILE    ASSIGN TO UT-S-SAMPCTL
005700        ORGANIZATION LINE SEQUENTIAL.
005800     SELECT CONF-OUT-FILE   ASSIGN TO UT-S-CONFOUT
005900        ORGANIZATION LINE SEQUENTIAL.
006000     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
006100        ORGANIZATION LINE SEQUENTIAL.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  FDT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD
006700     BLOCK CONTAINS 0 RECORDS
006800     DATA RECORD IS FDT-RECORD.
006900 01  FDT-RECORD                               PIC X(80).
007000 FD  MASTER-IN-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS MASTER-RECORD-IN.
007500 01  MASTER-RECORD-IN                         PIC X(512).
007600 FD  CONTROL-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD
007900     BLOCK CONTAINS 0 RECORDS
008000     DATA RECORD IS CONTROL-CARD.
008100 01  CONTROL-CARD.
008200     03  CC-STRATUM-ID                        PIC X(8).
008300     03  FILLER                               PIC X.
008400     03  CC-CLIENT                            PIC X(3).
008500     03  FILLER                               PIC X.
008600     03  CC-RTYPE                             PIC X(3).
008700     03  FILLER                               PIC X.
008800     03  CC-FLD-KIND                          PIC X.
008900     03  CC-FLD-NO                            PIC X(2).
009000     03  CC-FLD-NO-9 REDEFINES CC-FLD-NO      PIC 99.
009100     03  FILLER                               PIC X.
009200     03  CC-BAND-LOW                          PIC X(15).
009300     03  CC-BAND-LOW-9 REDEFINES CC-BAND-LOW  PIC 9(15).
009400     03  FILLER                               PIC X.
009500     03  CC-BAND-HIGH                         PIC X(15).
009600     03  CC-BAND-HIGH-9 REDEFINES CC-BAND-HIGH PIC 9(15).
009700     03  FILLER                               PIC X.
009800     03  CC-SIZE                              PIC X(5).
009900     03  CC-SIZE-9 REDEFINES CC-SIZE          PIC 9(5).
010000     03  FILLER                               PIC X(22).
010100*    CONFIRMATION REQUESTS: THE GENLETTER SELECTION RECORD, A
010200*    'C' IN POSITION 7 MARKING A REQUEST THAT CARRIES ITS OWN
010300*    VALUES
010400 FD  CONF-OUT-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD
010700     BLOCK CONTAINS 0 RECORDS
010800     DATA RECORD IS CONF-RECORD.
010900 01  CONF-RECORD                              PIC X(200).
011000 FD  PRNTR
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD
011300     BLOCK CONTAINS 0 RECORDS
011400     DATA RECORD IS PRINT.
011500 01  PRINT.
011600     03  PRT                       PIC X(132).
011700
011800 WORKING-STORAGE SECTION.
011900 01  SEED-X                      PIC X(10) VALUE SPACES.
012000 01  SEED-VALUE                  PIC 9(10) VALUE 0.
012100 01  SEED-I                      PIC 9(4) COMP-5 VALUE 0.
012200 01  SEED-DIGIT-X                PIC X.
012300 01  SEED-DIGIT REDEFINES SEED-DIGIT-X PIC 9.
012400 01  SEED-BAD-SW                 PIC 9 VALUE 0.
012500     88  SEED-BAD                   VALUE 1.
012600 01  ASOF-DATE-X                 PIC X(8) VALUE SPACES.
012700 01  ASOF-DATE-9 REDEFINES ASOF-DATE-X PIC 9(8).
012800 01  TODAY-DATE                  PIC 9(8).
012900 01  REFUSED-SW                  PIC 9 VALUE 0.
013000     88  RUN-REFUSED                VALUE 1.
013100 01  MASTER-EOF-SW               PIC 9 VALUE 0.
013200     88  MORE-MASTER-RECS           VALUE 0.
013300     88  MASTER-EOF                 VALUE 1.
013400 01  FDT-EOF-SW                  PIC 9 VALUE 0.
013500     88  MORE-FDT-RECS              VALUE 0.
013600     88  FDT-EOF                    VALUE 1.
013700 01  CONTROL-EOF-SW              PIC 9 VALUE 0.
013800     88  CONTROL-EOF                VALUE 1.
013900 01  PASS-NO                     PIC 9 VALUE 0.
014000     88  COUNTING-PASS              VALUE 1.
014100     88  SELECTING-PASS             VALUE 2.
014200
014300******************************************************************
014400***  THE MINIMAL-STANDARD GENERATOR.  EACH DRAW IS ONE STEP    ***
014500***  OF THE STATE; THE STATE OVER THE MODULUS IS THE UNIFORM   ***
014600***  NUMBER, KEPT AS A WHOLE-NUMBER COMPARISON SO THE TEST IS  ***
014700***  EXACT                                                     ***
014800******************************************************************
014900 01  RANDOM-STATE                PIC S9(18) COMP-3 VALUE 0.
015000 01  RANDOM-PRODUCT              PIC S9(18) COMP-3 VALUE 0.
015100 01  RANDOM-QUOTIENT             PIC S9(18) COMP-3 VALUE 0.
015200 01  RANDOM-MULTIPLIER           PIC S9(5) COMP-3 VALUE 16807.
015300 01  RANDOM-MODULUS              PIC S9(10) COMP-3
015400                                 VALUE 2147483647.
015500 01  SELECT-LEFT                 PIC S9(18) COMP-3 VALUE 0.
015600 01  SELECT-RIGHT                PIC S9(18) COMP-3 VALUE 0.
015700 01  STRATUM-TARGET              PIC 9(8) COMP-5 VALUE 0.
015800
015900******************************************************************
016000***  THE FDT FIELDS THE SAMPLE NAMES: EVERY FB1 KEY FIELD (K)  ***
016100***  AND THE 'S' FIELDS OF THE FIXED CARD (F) AND THE RECORD-  ***
016200***  TYPE CARDS (R).  CONTINUATION CARDS NUMBER ON FROM 15 AS  ***
016300***  IN THE UPDATE                                             ***
016400******************************************************************
016500 01  FDT-CARD-WORK               PIC X(80).
016600 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
016700 01  MASTER-LRECL                PIC 9(3) VALUE 128.
016800 01  RULE-CARD.
016900     03  R-FILE-ID               PIC X.
017000     03  R-SEQ-NUMB              PIC X(3).
017100     03  R-FIELD-NO              PIC 99.
017200     03  R-CONT-MARK             PIC X.
017300     03  R-LOC-BASE              PIC X(3).
017400     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
017500     03  R-FIELD-DEFNS OCCURS 14 TIMES.
017600       05  R-FORMAT              PIC X.
017700       05  R-LOCATION            PIC 99.
017800       05  R-LENGTH              PIC 99.
017900 01  FLD-TBL-MAX                 PIC 9(4) COMP-5 VALUE 600.
018000 01  FLD-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
018100 01  FLD-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
018200 01  FIELD-TABLE.
018300     03  FLD-ENTRY  OCCURS 600 TIMES.
018400       05  FD-KIND               PIC X.
018500       05  FD-RTYPE              PIC X(3).
018600       05  FD-FIELD-NO           PIC 99.
018700       05  FD-LOCATION           PIC 9(4) COMP-5.
018800       05  FD-LENGTH             PIC 9(4) COMP-5.
018900 01  FLD-IX                      PIC 9(4) COMP-5 VALUE 0.
019000 01  FLD-NO-BIAS                 PIC 9(4) COMP-5 VALUE 0.
019100 01  CONT-LOC-BASE               PIC 9(4) COMP-5 VALUE 0.
019200 01  FLD-LOC                     PIC 9(4) COMP-5 VALUE 0.
019300 01  FDT-CARD-CNT                PIC 9(4) COMP-5 VALUE 0.
019400 01  CUR-KIND                    PIC X VALUE SPACE.
019500 01  CUR-RTYPE                   PIC X(3) VALUE SPACES.
019600 01  CARD-FULL-SW                PIC 9 VALUE 0.
019700     88  LAST-CARD-FULL             VALUE 1.
019800
019900******************************************************************
020000***  THE STRATUM CARDS                                         ***
020100******************************************************************
020200 01  CTL-TBL-MAX                 PIC 9(4) COMP-5 VALUE 200.
020300 01  CTL-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
020400 01  CTL-I                       PIC 9(4) COMP-5 VALUE 0.
020500 01  CONTROL-TABLE.
020600     03  CTL-ENTRY  OCCURS 200 TIMES.
020700       05  ST-ID                 PIC X(8).
020800       05  ST-CLIENT             PIC X(3).
020900       05  ST-RTYPE              PIC X(3).
021000       05  ST-FLD-KIND           PIC X.
021100       05  ST-FLD-NO             PIC 99.
021200       05  ST-FLD-IX             PIC 9(4) COMP-5.
021300       05  ST-BAND-LOW           PIC 9(15).
021400       05  ST-BAND-HIGH          PIC 9(15).
021500       05  ST-SIZE               PIC 9(5).
021600       05  ST-POPULATION         PIC 9(8) COMP-5.
021700 01  CONTROL-CARD-CNT            PIC 9(8) COMP-5 VALUE 0.
021800 01  NO-LIMIT                    PIC 9(15) VALUE
021900                                 999999999999999.
022000
022100******************************************************************
022200***  ONE ENTRY PER STRATUM - STRATUM CARD AND CLIENT - HELD IN ***
022300***  THAT ORDER AS ENTRIES ARE ADDED ON THE COUNTING PASS      ***
022400******************************************************************
022500 01  POP-TBL-MAX                 PIC 9(4) COMP-5 VALUE 3000.
022600 01  POP-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
022700 01  POP-I                       PIC 9(4) COMP-5 VALUE 0.
022800 01  POP-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
022900 01  POP-KEY.
023000     03  PK-CARD                 PIC 9(4).
023100     03  PK-CLIENT               PIC X(3).
023200 01  POPULATION-TABLE.
023300     03  POP-ENTRY  OCCURS 3000 TIMES.
023400       05  PP-KEY.
023500         07  PP-CARD             PIC 9(4).
023600         07  PP-CLIENT           PIC X(3).
023700       05  PP-POPULATION         PIC 9(8) COMP-5.
023800       05  PP-SEEN               PIC 9(8) COMP-5.
023900       05  PP-SELECTED           PIC 9(8) COMP-5.
024000 01  POP-OVERFLOW-CNT            PIC 9(8) COMP-5 VALUE 0.
024100 01  CARD-SHOWN-SW               PIC 9 VALUE 0.
024200     88  CARD-SHOWN                 VALUE 1.
024300
024400******************************************************************
024500***  PER-RECORD WORK AREAS                                     ***
024600******************************************************************
024700 01  MASTER-REC                  PIC X(512).
024800 01  MASTER-FIELDS REDEFINES MASTER-REC.
024900     03  MR-REC-ID               PIC X.
025000     03  MR-CLIENT               PIC X(3).
025100     03  FILLER                  PIC X(8).
025200     03  MR-SEQ-NUMBER           PIC X(3).
025300     03  FILLER                  PIC X(497).
025400 01  MATCH-CARD                  PIC 9(4) COMP-5 VALUE 0.
025500 01  REC-BALANCE                 PIC S9(17) VALUE 0.
025600 01  BALANCE-SIZE                PIC 9(17) VALUE 0.
025700 01  MATCH-BALANCE               PIC S9(17) VALUE 0.
025800 01  REC-BAD-SW                  PIC 9 VALUE 0.
025900     88  REC-HAS-BAD-VALUE          VALUE 1.
026000 01  VALUE-OK-SW                 PIC 9 VALUE 0.
026100     88  VALUE-OK                   VALUE 1.
026200*    AN 'S' FIELD VALUE, RIGHT-JUSTIFIED INTO 15 DIGITS WITH
026300*    LEADING BLANKS TAKEN AS ZEROS, AS BDMS0232 READS IT
026400 01  TRAN-SIGNED-FLD             PIC S9(15).
026500 01  FILLER REDEFINES TRAN-SIGNED-FLD.
026600     03  T-CTR    OCCURS 15 TIMES PIC X.
026700 01  CTR-PTR                     PIC 9(4) COMP-5 VALUE 0.
026800 01  RECORD-PTR                  PIC 9(4) COMP-5 VALUE 0.
026900 01  FLD-CHAR-I                  PIC 9(4) COMP-5 VALUE 0.
027000 01  FIELD-LEN                   PIC 9(4) COMP-5 VALUE 0.
027100*    AMOUNTS ARE LEFT-JUSTIFIED OUT OF THE EDITED PICTURE FOR
027200*    THE FIELD LISTS AND THE CONFIRMATION
027300 01  AMOUNT-ED                   PIC ---,---,---,---,---,--9.
027400 01  AMOUNT-TEXT REDEFINES AMOUNT-ED PIC X(23).
027500 01  AMOUNT-I                    PIC 9(4) COMP-5 VALUE 0.
027600 01  KEY-TEXT                    PIC X(120).
027700 01  KEY-PTR                     PIC 9(4) COMP-5 VALUE 1.
027800 01  S-TEXT                      PIC X(120).
027900 01  S-PTR                       PIC 9(4) COMP-5 VALUE 1.
028000 01  KEY-VALUE                   PIC X(30).
028100 01  FLD-NO-DISP                 PIC 99.
028200 01  CONF-NO                     PIC 9(6) VALUE 0.
028300
028400******************************************************************
028500***  THE CONFIRMATION REQUEST                                  ***
028600******************************************************************
028700 01  CONF-REQUEST.
028800     03  CF-CONF-NO              PIC 9(6).
028900     03  CF-REC-TYPE             PIC X      VALUE 'C'.
029000     03  CF-CLIENT               PIC X(3).
029100     03  CF-KEY                  PIC X(15).
029200     03  CF-ASOF-DATE            PIC 9(8).
029300     03  CF-STRATUM-ID           PIC X(8).
029400     03  CF-BALANCE              PIC X(23).
029500     03  CF-FIELDS               PIC X(120).
029600     03  CF-SAMPLE-DATE          PIC 9(8).
029700     03  CF-SEED                 PIC 9(10).
029800     03  FILLER                  PIC X(6)   VALUE SPACES.
029900
030000 01  MASTER-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
030100 01  SECOND-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
030200 01  STRATIFIED-CNT              PIC 9(8) COMP-5 VALUE 0.
030300 01  OUTSIDE-CNT                 PIC 9(8) COMP-5 VALUE 0.
030400 01  BAD-VALUE-CNT               PIC 9(8) COMP-5 VALUE 0.
030500 01  SAMPLE-CNT                  PIC 9(8) COMP-5 VALUE 0.
030600 01  CONF-WRITTEN-CNT            PIC 9(8) COMP-5 VALUE 0.
030700
030800******************************************************************
030900***  REPORT LINES                                              ***
031000******************************************************************
031100 01  RPT-HDR-LINE.
031200     03  FILLER                  PIC X(29)  VALUE
031300         'BDMS0257 AUDIT SAMPLE - SEED '.
031400     03  RH-SEED                 PIC 9(10).
031500     03  FILLER                  PIC X(17)  VALUE
031600         '  BALANCES AS OF '.
031700     03  RH-ASOF                 PIC X(8).
031800     03  FILLER                  PIC X(14)  VALUE
031900         '  FDT VERSION '.
032000     03  RH-VERSION              PIC X(8).
032100     03  FILLER                  PIC X(46)  VALUE SPACES.
032200 01  SAMPLE-HDR-LINE.
032300     03  FILLER                  PIC X(44)  VALUE
032400         '  CONF NO  STRATUM   RECORD KEY             '.
032500     03  FILLER                  PIC X(44)  VALUE
032600         '          BALANCE  FIELDS (FDT FIELD = VALUE'.
032700     03  FILLER                  PIC X(44)  VALUE
032800         ')                                           '.
032900 01  SAMPLE-LINE.
033000     03  FILLER                  PIC X(2)   VALUE SPACES.
033100     03  SL-CONF-NO              PIC 9(6).
033200     03  FILLER                  PIC X(3)   VALUE SPACES.
033300     03  SL-STRATUM-ID           PIC X(8).
033400     03  FILLER                  PIC X(2)   VALUE SPACES.
033500     03  SL-KEY                  PIC X(15).
033600     03  FILLER                  PIC X(2)   VALUE SPACES.
033700     03  SL-BALANCE              PIC ---,---,---,---,---,--9.
033800     03  FILLER                  PIC X(2)   VALUE SPACES.
033900     03  SL-FIELDS               PIC X(69).
034000 01  STRATUM-HDR-LINE.
034100     03  FILLER                  PIC X(44)  VALUE
034200         '  STRATUM    CLIENT TYPE  FIELD          BAN'.
034300     03  FILLER                  PIC X(44)  VALUE
034400         'D FROM              BAND TO  POPULATION  REQ'.
034500     03  FILLER                  PIC X(44)  VALUE
034600         'UESTED    SELECTED  NOTE                    '.
034700 01  STRATUM-LINE.
034800     03  FILLER                  PIC X(2)   VALUE SPACES.
034900     03  SM-STRATUM-ID           PIC X(8).
035000     03  FILLER                  PIC X(3)   VALUE SPACES.
035100     03  SM-CLIENT               PIC X(3).
035200     03  FILLER                  PIC X(4)   VALUE SPACES.
035300     03  SM-RTYPE                PIC X(3).
035400     03  FILLER                  PIC X(3)   VALUE SPACES.
035500     03  SM-FIELD                PIC X(3).
035600     03  FILLER                  PIC X(2)   VALUE SPACES.
035700     03  SM-BAND-LOW             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
035800     03  FILLER                  PIC X(2)   VALUE SPACES.
035900     03  SM-BAND-HIGH            PIC X(19).
036000     03  SM-BAND-HIGH-ED REDEFINES SM-BAND-HIGH
036100                                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
036200     03  FILLER                  PIC X(2)   VALUE SPACES.
036300     03  SM-POPULATION           PIC ZZ,ZZZ,ZZ9.
036400     03  FILLER                  PIC X(5)   VALUE SPACES.
036500     03  SM-REQUESTED            PIC ZZ,ZZ9.
036600     03  FILLER                  PIC X(2)   VALUE SPACES.
036700     03  SM-SELECTED             PIC ZZ,ZZZ,ZZ9.
036800     03  FILLER                  PIC X(2)   VALUE SPACES.
036900     03  SM-NOTE                 PIC X(20).
037000     03  FILLER                  PIC X(4)   VALUE SPACES.
037100 01  CNT-DET-LINE.
037200     03  FILLER                  PIC X(2)   VALUE SPACES.
037300     03  CT-TEXT                 PIC X(40).
037400     03  CT-COUNT                PIC Z(8)9.
037500     03  FILLER                  PIC X(81)  VALUE SPACES.
037600 01  MSG-LINE.
037700     03  FILLER                  PIC X(2)   VALUE SPACES.
037800     03  ML-TEXT                 PIC X(70).
037900     03  FILLER                  PIC X(60)  VALUE SPACES.
038000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
038100
038200 PROCEDURE DIVISION.
038300 0000-MAINLINE.
038400     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
038500     IF NOT RUN-REFUSED
038600       PERFORM 2000-COUNT-STRATA
038700       PERFORM 3000-DRAW-SAMPLE
038800       PERFORM 7000-STRATUM-SUMMARY
038900       PERFORM 8000-REPORT-TOTALS.
039000     PERFORM 9000-EOJ.
039100     EXIT PROGRAM.
039200     STOP RUN.
039300******************************************************************
039400***  RESOLVES THE RUN VALUES AND LOADS THE FDT FIELDS AND THE  ***
039500***  STRATUM DECK                                              ***
039600******************************************************************
039700 1000-INITIALIZE.
039800     DISPLAY 'BDMS0257 BEGIN PROCESSING'.
039900     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
040000     DISPLAY 'SEED' UPON ENVIRONMENT-NAME.
040100     ACCEPT SEED-X FROM ENVIRONMENT-VALUE.
040200     MOVE 0 TO SEED-VALUE, SEED-BAD-SW.
040300     MOVE 1 TO SEED-I.
040400     PERFORM 1050-SEED-DIGIT
040500       UNTIL SEED-I > 10 OR SEED-BAD OR
040600             SEED-X (SEED-I:1) = SPACE.
040700     IF SEED-I NOT > 10
040800       IF SEED-X (SEED-I:) NOT = SPACES
040900         MOVE 1 TO SEED-BAD-SW.
041000     IF SEED-BAD OR SEED-VALUE = 0 OR
041100        SEED-VALUE NOT < RANDOM-MODULUS
041200       DISPLAY 'BDMS0257 SEED <' SEED-X
041300               '> NOT 1-2147483646 - RUN REFUSED'
041400       MOVE 16 TO RETURN-CODE
041500       MOVE 1 TO REFUSED-SW
041600       GO TO 1090-EXIT.
041700     DISPLAY 'ASOFDATE' UPON ENVIRONMENT-NAME.
041800     ACCEPT ASOF-DATE-X FROM ENVIRONMENT-VALUE.
041900     IF ASOF-DATE-X = SPACES
042000       MOVE TODAY-DATE TO ASOF-DATE-9.
042100     IF ASOF-DATE-X NOT NUMERIC
042200       DISPLAY 'BDMS0257 ASOFDATE <' ASOF-DATE-X
042300               '> NOT CCYYMMDD - RUN REFUSED'
042400       MOVE 16 TO RETURN-CODE
042500       MOVE 1 TO REFUSED-SW
042600       GO TO 1090-EXIT.
042700     OPEN INPUT FDT-FILE.
042800     PERFORM 1100-LOAD-FDT THRU 1190-EXIT.
042900     CLOSE FDT-FILE.
043000     IF RUN-REFUSED
043100       GO TO 1090-EXIT.
043200     OPEN INPUT CONTROL-FILE.
043300     PERFORM 1500-LOAD-STRATUM-CARD THRU 1590-EXIT
043400       UNTIL CONTROL-EOF OR RUN-REFUSED.
043500     CLOSE CONTROL-FILE.
043600     IF RUN-REFUSED
043700       GO TO 1090-EXIT.
043800     IF CTL-TBL-CNT = 0
043900       DISPLAY 'BDMS0257 NO STRATUM CARDS - RUN REFUSED'
044000       MOVE 16 TO RETURN-CODE
044100       MOVE 1 TO REFUSED-SW
044200       GO TO 1090-EXIT.
044300     MOVE SEED-VALUE TO RANDOM-STATE.
044400     DISPLAY 'BDMS0257 SEED ' SEED-VALUE ' AS OF ' ASOF-DATE-X
044500             ' FDT VERSION <' FDT-VERSION '>'.
044600     DISPLAY 'BDMS0257 FDT FIELDS NAMED.........' FLD-TBL-CNT.
044700     DISPLAY 'BDMS0257 STRATUM CARDS............' CTL-TBL-CNT.
044800 1090-EXIT.
044900     EXIT.
045000 1050-SEED-DIGIT.
045100     MOVE SEED-X (SEED-I:1) TO SEED-DIGIT-X.
045200     IF SEED-DIGIT-X NOT NUMERIC
045300       MOVE 1 TO SEED-BAD-SW
045400     ELSE
045500       COMPUTE SEED-VALUE = SEED-VALUE * 10 + SEED-DIGIT
045600       ADD 1 TO SEED-I.
045700*    OPTIONAL LRECL AND FDTVER HEADER CARDS, THE KEY CARD, THE
045800*    FIXED CARD, THEN THE RECORD-TYPE CARDS, EACH WITH ITS
045900*    CONTINUATIONS
046000 1100-LOAD-FDT.
046100     PERFORM 1200-DECK-READ.
046200     IF FDT-CARD-WORK (1:5) = 'LRECL'
046300       IF FDT-CARD-WORK (7:3) NUMERIC AND
046400          FDT-CARD-WORK (7:3) NOT < '128' AND
046500          FDT-CARD-WORK (7:3) NOT > '512'
046600         MOVE FDT-CARD-WORK (7:3) TO MASTER-LRECL
046700       ELSE
046800         DISPLAY 'BDMS0257 FDT LRECL CARD <'
046900                 FDT-CARD-WORK (7:3) '> NOT 128-512'
047000                 ' - RUN REFUSED'
047100         MOVE 16 TO RETURN-CODE
047200         MOVE 1 TO REFUSED-SW
047300         GO TO 1190-EXIT
047400       END-IF
047500       PERFORM 1200-DECK-READ.
047600     IF FDT-CARD-WORK (1:6) = 'FDTVER'
047700       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
047800       PERFORM 1200-DECK-READ.
047900     IF FDT-EOF
048000       DISPLAY 'BDMS0257 FDT DECK HAS NO KEY CARD - RUN REFUSED'
048100       MOVE 16 TO RETURN-CODE
048200       MOVE 1 TO REFUSED-SW
048300       GO TO 1190-EXIT.
048400     PERFORM 1400-LOAD-FDT-CARD UNTIL FDT-EOF.
048500 1190-EXIT.
048600     EXIT.
048700 1200-DECK-READ.
048800     MOVE SPACES TO FDT-CARD-WORK.
048900     READ FDT-FILE INTO FDT-CARD-WORK, AT END
049000       MOVE 1 TO FDT-EOF-SW.
049100     MOVE FDT-CARD-WORK TO RULE-CARD.
049200*    THE FIELDS OF ONE CARD.  A CARD THAT USES EVERY ONE OF ITS
049300*    14 SLOTS MAY BE CONTINUED
049400 1300-LOAD-CARD-FIELDS.
049500     MOVE 1 TO FLD-IX.
049600     PERFORM 1310-LOAD-ONE-FIELD
049700       UNTIL FLD-IX > 14 OR R-FORMAT (FLD-IX) = SPACE.
049800     IF FLD-IX > 14
049900       MOVE 1 TO CARD-FULL-SW
050000     ELSE
050100       MOVE 0 TO CARD-FULL-SW.
050200*    EVERY KEY FIELD; ONLY THE 'S' FIELDS OF THE OTHER CARDS
050300 1310-LOAD-ONE-FIELD.
050400     MOVE 0 TO FLD-LOC.
050500     IF R-LOCATION (FLD-IX) NUMERIC
050600       ADD R-LOCATION (FLD-IX), CONT-LOC-BASE GIVING FLD-LOC
050700       IF R-FIELD-NO NUMERIC AND R-FIELD-NO > 0 AND
050800          FLD-IX NOT < R-FIELD-NO
050900         ADD 100 TO FLD-LOC.
051000     IF (CUR-KIND = 'K' OR R-FORMAT (FLD-IX) = 'S') AND
051100        FLD-TBL-CNT < FLD-TBL-MAX AND
051200        R-LENGTH (FLD-IX) NUMERIC AND
051300        FLD-LOC > 0 AND
051400        R-LENGTH (FLD-IX) > 0 AND
051500        (CUR-KIND = 'K' OR R-LENGTH (FLD-IX) NOT > 15) AND
051600        FLD-LOC + R-LENGTH (FLD-IX) NOT > MASTER-LRECL + 1
051700       ADD 1 TO FLD-TBL-CNT
051800       MOVE CUR-KIND           TO FD-KIND (FLD-TBL-CNT)
051900       MOVE CUR-RTYPE          TO FD-RTYPE (FLD-TBL-CNT)
052000       ADD FLD-IX, FLD-NO-BIAS GIVING FD-FIELD-NO (FLD-TBL-CNT)
052100       MOVE FLD-LOC            TO FD-LOCATION (FLD-TBL-CNT)
052200       MOVE R-LENGTH (FLD-IX)  TO FD-LENGTH (FLD-TBL-CNT).
052300     ADD 1 TO FLD-IX.
052400 1400-LOAD-FDT-CARD.
052500     IF R-CONT-MARK = '+'
052600       IF LAST-CARD-FULL
052700         ADD 14 TO FLD-NO-BIAS
052800         IF R-LOC-BASE NUMERIC
052900           MOVE R-LOC-BASE-9 TO CONT-LOC-BASE
053000         ELSE
053100           MOVE 0 TO CONT-LOC-BASE
053200         END-IF
053300         PERFORM 1300-LOAD-CARD-FIELDS
053400       ELSE
053500         DISPLAY 'CONTINUATION CARD AFTER A CARD THAT IS NOT '
053600                 'FULL - IGNORED: RTYPE ' CUR-RTYPE
053700       END-IF
053800     ELSE
053900       ADD 1 TO FDT-CARD-CNT
054000       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
054100       IF FDT-CARD-CNT = 1
054200         MOVE 'K' TO CUR-KIND
054300         MOVE SPACES TO CUR-RTYPE
054400       ELSE
054500       IF FDT-CARD-CNT = 2
054600         MOVE 'F' TO CUR-KIND
054700         MOVE '000' TO CUR-RTYPE
054800       ELSE
054900         MOVE 'R' TO CUR-KIND
055000         MOVE R-SEQ-NUMB TO CUR-RTYPE
055100       END-IF
055200       END-IF
055300       PERFORM 1300-LOAD-CARD-FIELDS.
055400     PERFORM 1200-DECK-READ.
055500*    ONE STRATUM CARD.  A CARD THAT CANNOT BE READ AS A STRATUM
055600*    REFUSES THE RUN RATHER THAN QUIETLY NARROW THE FRAME
055700 1500-LOAD-STRATUM-CARD.
055800     READ CONTROL-FILE, AT END
055900       MOVE 1 TO CONTROL-EOF-SW
056000       GO TO 1590-EXIT.
056100     ADD 1 TO CONTROL-CARD-CNT.
056200     IF CONTROL-CARD (1:1) = '*' OR CONTROL-CARD = SPACES
056300       GO TO 1590-EXIT.
056400     IF CTL-TBL-CNT NOT < CTL-TBL-MAX
056500       DISPLAY 'BDMS0257 STRATUM DECK OVER ' CTL-TBL-MAX
056600               ' CARDS - RUN REFUSED'
056700       GO TO 1580-REFUSE.
056800     IF CC-BAND-LOW = SPACES
056900       MOVE ZEROS TO CC-BAND-LOW.
057000     IF CC-BAND-HIGH = SPACES
057100       MOVE NO-LIMIT TO CC-BAND-HIGH-9.
057200     IF CC-STRATUM-ID = SPACES OR
057300        CC-BAND-LOW NOT NUMERIC OR CC-BAND-HIGH NOT NUMERIC OR
057400        CC-SIZE NOT NUMERIC
057500       DISPLAY 'BDMS0257 STRATUM CARD ' CONTROL-CARD-CNT
057600               ' INVALID - RUN REFUSED: ' CONTROL-CARD (1:58)
057700       GO TO 1580-REFUSE.
057800     IF CC-SIZE-9 = 0 OR CC-BAND-LOW-9 > CC-BAND-HIGH-9
057900       DISPLAY 'BDMS0257 STRATUM ' CC-STRATUM-ID
058000               ' SIZE ZERO OR BAND FROM ABOVE BAND TO'
058100               ' - RUN REFUSED'
058200       GO TO 1580-REFUSE.
058300     IF CC-CLIENT = SPACES
058400       MOVE '***' TO CC-CLIENT.
058500     IF CC-RTYPE = SPACES
058600       MOVE '***' TO CC-RTYPE.
058700     ADD 1 TO CTL-TBL-CNT.
058800     MOVE CC-STRATUM-ID   TO ST-ID (CTL-TBL-CNT).
058900     MOVE CC-CLIENT       TO ST-CLIENT (CTL-TBL-CNT).
059000     MOVE CC-RTYPE        TO ST-RTYPE (CTL-TBL-CNT).
059100     MOVE CC-FLD-KIND     TO ST-FLD-KIND (CTL-TBL-CNT).
059200     MOVE 0 TO ST-FLD-NO (CTL-TBL-CNT), ST-FLD-IX (CTL-TBL-CNT),
059300               ST-POPULATION (CTL-TBL-CNT).
059400     MOVE CC-BAND-LOW-9   TO ST-BAND-LOW (CTL-TBL-CNT).
059500     MOVE CC-BAND-HIGH-9  TO ST-BAND-HIGH (CTL-TBL-CNT).
059600     MOVE CC-SIZE-9       TO ST-SIZE (CTL-TBL-CNT).
059700     IF CC-FLD-KIND = SPACE AND CC-FLD-NO = SPACES
059800       GO TO 1590-EXIT.
059900     IF (CC-FLD-KIND NOT = 'F' AND CC-FLD-KIND NOT = 'R') OR
060000        CC-FLD-NO NOT NUMERIC OR
060100        (CC-FLD-KIND = 'R' AND CC-RTYPE = '***')
060200       DISPLAY 'BDMS0257 STRATUM ' CC-STRATUM-ID
060300               ' BALANCE FIELD <' CC-FLD-KIND CC-FLD-NO
060400               '> NOT F OR R (WITH A TYPE) AND A FIELD NUMBER'
060500               ' - RUN REFUSED'
060600       GO TO 1580-REFUSE.
060700     MOVE CC-FLD-NO-9 TO ST-FLD-NO (CTL-TBL-CNT).
060800     MOVE 1 TO FLD-TBL-I.
060900     PERFORM 1550-FIND-BALANCE-FIELD
061000       UNTIL FLD-TBL-I > FLD-TBL-CNT OR
061100             ST-FLD-IX (CTL-TBL-CNT) > 0.
061200     IF ST-FLD-IX (CTL-TBL-CNT) = 0
061300       DISPLAY 'BDMS0257 STRATUM ' CC-STRATUM-ID
061400               ' BALANCE FIELD ' CC-FLD-KIND CC-FLD-NO
061500               ' IS NOT AN S FIELD OF THE FDT - RUN REFUSED'
061600       GO TO 1580-REFUSE.
061700     GO TO 1590-EXIT.
061800 1580-REFUSE.
061900     MOVE 16 TO RETURN-CODE.
062000     MOVE 1 TO REFUSED-SW.
062100 1590-EXIT.
062200     EXIT.
062300 1550-FIND-BALANCE-FIELD.
062400     IF FD-KIND (FLD-TBL-I) = CC-FLD-KIND AND
062500        FD-FIELD-NO (FLD-TBL-I) = CC-FLD-NO-9 AND
062600        (CC-FLD-KIND = 'F' OR FD-RTYPE (FLD-TBL-I) = CC-RTYPE)
062700       MOVE FLD-TBL-I TO ST-FLD-IX (CTL-TBL-CNT).
062800     ADD 1 TO FLD-TBL-I.
062900******************************************************************
063000***  FIRST PASS: EACH STRATUM'S POPULATION                     ***
063100******************************************************************
063200 2000-COUNT-STRATA.
063300     MOVE 1 TO PASS-NO.
063400     MOVE 0 TO MASTER-EOF-SW.
063500     OPEN INPUT MASTER-IN-FILE.
063600     PERFORM 2900-MASTER-READ.
063700     PERFORM 2100-COUNT-ONE-RECORD THRU 2190-EXIT
063800       UNTIL MASTER-EOF.
063900     CLOSE MASTER-IN-FILE.
064000 2100-COUNT-ONE-RECORD.
064100     PERFORM 2500-CLASSIFY.
064200     IF REC-HAS-BAD-VALUE
064300       ADD 1 TO BAD-VALUE-CNT.
064400     IF MATCH-CARD = 0
064500       ADD 1 TO OUTSIDE-CNT
064600       GO TO 2180-NEXT.
064700     PERFORM 2600-FIND-STRATUM THRU 2690-EXIT.
064800     IF POP-FOUND-IX = 0
064900       GO TO 2180-NEXT.
065000     ADD 1 TO STRATIFIED-CNT.
065100     ADD 1 TO PP-POPULATION (POP-FOUND-IX),
065200              ST-POPULATION (MATCH-CARD).
065300 2180-NEXT.
065400     PERFORM 2900-MASTER-READ.
065500 2190-EXIT.
065600     EXIT.
065700*    THE FIRST STRATUM CARD THE RECORD MATCHES, AND THE BALANCE
065800*    IT WAS BANDED ON
065900 2500-CLASSIFY.
066000     MOVE 0 TO MATCH-CARD, REC-BAD-SW.
066100     MOVE 1 TO CTL-I.
066200     PERFORM 2510-TRY-CARD THRU 2590-EXIT
066300       UNTIL CTL-I > CTL-TBL-CNT OR MATCH-CARD > 0.
066400 2510-TRY-CARD.
066500     IF ST-CLIENT (CTL-I) NOT = '***' AND
066600        ST-CLIENT (CTL-I) NOT = MR-CLIENT
066700       GO TO 2580-NEXT.
066800     IF ST-RTYPE (CTL-I) NOT = '***' AND
066900        ST-RTYPE (CTL-I) NOT = MR-SEQ-NUMBER
067000       GO TO 2580-NEXT.
067100     MOVE 0 TO REC-BALANCE.
067200     IF ST-FLD-IX (CTL-I) = 0
067300       MOVE 1 TO FLD-TBL-I
067400       PERFORM 2520-ADD-S-FIELD UNTIL FLD-TBL-I > FLD-TBL-CNT
067500     ELSE
067600       MOVE ST-FLD-IX (CTL-I) TO FLD-TBL-I
067700       PERFORM 2700-FIELD-VALUE
067800       IF VALUE-OK
067900         MOVE TRAN-SIGNED-FLD TO REC-BALANCE.
068000     IF REC-BALANCE < 0
068100       COMPUTE BALANCE-SIZE = 0 - REC-BALANCE
068200     ELSE
068300       MOVE REC-BALANCE TO BALANCE-SIZE.
068400     IF BALANCE-SIZE NOT < ST-BAND-LOW (CTL-I) AND
068500        BALANCE-SIZE NOT > ST-BAND-HIGH (CTL-I)
068600       MOVE CTL-I TO MATCH-CARD
068700       MOVE REC-BALANCE TO MATCH-BALANCE.
068800 2580-NEXT.
068900     ADD 1 TO CTL-I.
069000 2590-EXIT.
069100     EXIT.
069200*    A FIXED-CARD 'S' FIELD ON EVERY RECORD; A TYPE-CARD ONE
069300*    ONLY ON RECORDS OF ITS SEQ NUMBER
069400 2520-ADD-S-FIELD.
069500     IF FD-KIND (FLD-TBL-I) = 'F' OR
069600        (FD-KIND (FLD-TBL-I) = 'R' AND
069700         FD-RTYPE (FLD-TBL-I) = MR-SEQ-NUMBER)
069800       PERFORM 2700-FIELD-VALUE
069900       IF VALUE-OK
070000         ADD TRAN-SIGNED-FLD TO REC-BALANCE.
070100     ADD 1 TO FLD-TBL-I.
070200*    FINDS, OR ON THE COUNTING PASS INSERTS IN CARD/CLIENT
070300*    ORDER, THE STRATUM ENTRY FOR THE MATCHED CARD AND CLIENT
070400 2600-FIND-STRATUM.
070500     MOVE MATCH-CARD TO PK-CARD.
070600     MOVE MR-CLIENT  TO PK-CLIENT.
070700     IF POP-FOUND-IX > 0
070800       IF PP-KEY (POP-FOUND-IX) = POP-KEY
070900         GO TO 2690-EXIT.
071000     MOVE 1 TO POP-I.
071100     PERFORM 2650-SKIP-LOWER
071200       UNTIL POP-I > POP-TBL-CNT OR PP-KEY (POP-I) NOT < POP-KEY.
071300     IF POP-I NOT > POP-TBL-CNT
071400       IF PP-KEY (POP-I) = POP-KEY
071500         MOVE POP-I TO POP-FOUND-IX
071600         GO TO 2690-EXIT.
071700     MOVE 0 TO POP-FOUND-IX.
071800     IF SELECTING-PASS
071900       GO TO 2690-EXIT.
072000     IF POP-TBL-CNT NOT < POP-TBL-MAX
072100       ADD 1 TO POP-OVERFLOW-CNT
072200       GO TO 2690-EXIT.
072300     MOVE POP-I TO POP-FOUND-IX.
072400     MOVE POP-TBL-CNT TO POP-I.
072500     ADD 1 TO POP-TBL-CNT.
072600     PERFORM 2660-SHIFT-UP UNTIL POP-I < POP-FOUND-IX.
072700     MOVE POP-KEY TO PP-KEY (POP-FOUND-IX).
072800     MOVE 0 TO PP-POPULATION (POP-FOUND-IX),
072900         PP-SEEN (POP-FOUND-IX), PP-SELECTED (POP-FOUND-IX).
073000 2690-EXIT.
073100     EXIT.
073200 2650-SKIP-LOWER.
073300     ADD 1 TO POP-I.
073400 2660-SHIFT-UP.
073500     MOVE POP-ENTRY (POP-I) TO POP-ENTRY (POP-I + 1).
073600     SUBTRACT 1 FROM POP-I.
073700*    ONE 'S' FIELD'S VALUE INTO TRAN-SIGNED-FLD
073800 2700-FIELD-VALUE.
073900     MOVE ZEROS TO TRAN-SIGNED-FLD.
074000     MOVE FD-LOCATION (FLD-TBL-I) TO RECORD-PTR.
074100     MOVE FD-LENGTH (FLD-TBL-I)   TO FIELD-LEN.
074200     COMPUTE CTR-PTR = 15 - FIELD-LEN + 1.
074300     MOVE 0 TO FLD-CHAR-I.
074400     PERFORM 2750-MOVE-ONE-CHAR FIELD-LEN TIMES.
074500     IF TRAN-SIGNED-FLD NUMERIC
074600       MOVE 1 TO VALUE-OK-SW
074700     ELSE
074800       MOVE 0 TO VALUE-OK-SW
074900       MOVE 1 TO REC-BAD-SW.
075000 2750-MOVE-ONE-CHAR.
075100     ADD 1 TO FLD-CHAR-I.
075200     IF MASTER-REC (RECORD-PTR:1) = SPACE AND
075300        FLD-CHAR-I < FIELD-LEN
075400       MOVE '0' TO T-CTR (CTR-PTR)
075500     ELSE
075600       MOVE MASTER-REC (RECORD-PTR:1) TO T-CTR (CTR-PTR).
075700     ADD 1 TO RECORD-PTR, CTR-PTR.
075800 2900-MASTER-READ.
075900     READ MASTER-IN-FILE INTO MASTER-REC, AT END
076000       MOVE 1 TO MASTER-EOF-SW.
076100     IF MORE-MASTER-RECS
076200       IF COUNTING-PASS
076300         ADD 1 TO MASTER-READ-CNT
076400       ELSE
076500         ADD 1 TO SECOND-READ-CNT.
076600******************************************************************
076700***  SECOND PASS: SEQUENTIAL SELECTION SAMPLING.  THE RECORD   ***
076800***  IS TAKEN WHEN U < (WANTED - TAKEN) / (POPULATION - SEEN), ***
076900***  U THE NEXT RANDOM NUMBER, SO EACH STRATUM YIELDS EXACTLY  ***
077000***  ITS REQUESTED COUNT                                       ***
077100******************************************************************
077200 3000-DRAW-SAMPLE.
077300     MOVE 2 TO PASS-NO.
077400     MOVE 0 TO MASTER-EOF-SW, POP-FOUND-IX.
077500     OPEN INPUT MASTER-IN-FILE.
077600     OPEN OUTPUT CONF-OUT-FILE.
077700     OPEN OUTPUT PRNTR.
077800     MOVE SEED-VALUE  TO RH-SEED.
077900     MOVE ASOF-DATE-X TO RH-ASOF.
078000     MOVE FDT-VERSION TO RH-VERSION.
078100     WRITE PRINT FROM RPT-HDR-LINE.
078200     WRITE PRINT FROM BLANK-LINE.
078300     WRITE PRINT FROM SAMPLE-HDR-LINE.
078400     PERFORM 2900-MASTER-READ.
078500     PERFORM 3100-DRAW-ONE-RECORD THRU 3190-EXIT
078600       UNTIL MASTER-EOF.
078700     CLOSE MASTER-IN-FILE.
078800     CLOSE CONF-OUT-FILE.
078900 3100-DRAW-ONE-RECORD.
079000     PERFORM 2500-CLASSIFY.
079100     IF MATCH-CARD = 0
079200       GO TO 3180-NEXT.
079300     PERFORM 2600-FIND-STRATUM THRU 2690-EXIT.
079400     IF POP-FOUND-IX = 0
079500       GO TO 3180-NEXT.
079600     PERFORM 3200-NEXT-RANDOM.
079700     IF ST-SIZE (MATCH-CARD) < PP-POPULATION (POP-FOUND-IX)
079800       MOVE ST-SIZE (MATCH-CARD) TO STRATUM-TARGET
079900     ELSE
080000       MOVE PP-POPULATION (POP-FOUND-IX) TO STRATUM-TARGET.
080100     COMPUTE SELECT-LEFT = RANDOM-STATE *
080200         (PP-POPULATION (POP-FOUND-IX) - PP-SEEN (POP-FOUND-IX)).
080300     COMPUTE SELECT-RIGHT = RANDOM-MODULUS *
080400         (STRATUM-TARGET - PP-SELECTED (POP-FOUND-IX)).
080500     ADD 1 TO PP-SEEN (POP-FOUND-IX).
080600     IF SELECT-LEFT < SELECT-RIGHT
080700       ADD 1 TO PP-SELECTED (POP-FOUND-IX)
080800       PERFORM 3500-LIST-SAMPLE
080900       PERFORM 3600-WRITE-CONFIRMATION.
081000 3180-NEXT.
081100     PERFORM 2900-MASTER-READ.
081200 3190-EXIT.
081300     EXIT.
081400*    STATE = STATE * 16807 MOD (2**31 - 1)
081500 3200-NEXT-RANDOM.
081600     COMPUTE RANDOM-PRODUCT = RANDOM-STATE * RANDOM-MULTIPLIER.
081700     DIVIDE RANDOM-PRODUCT BY RANDOM-MODULUS
081800         GIVING RANDOM-QUOTIENT REMAINDER RANDOM-STATE.
081900*    THE SAMPLE LINE, ITS KEY FIELDS, AND ITS 'S' FIELDS ON THE
082000*    LINE BELOW
082100 3500-LIST-SAMPLE.
082200     ADD 1 TO SAMPLE-CNT.
082300     ADD 1 TO CONF-NO.
082400     MOVE SPACES TO KEY-TEXT, S-TEXT.
082500     MOVE 1 TO KEY-PTR, S-PTR.
082600     MOVE 1 TO FLD-TBL-I.
082700     PERFORM 3550-NAME-ONE-FIELD UNTIL FLD-TBL-I > FLD-TBL-CNT.
082800     MOVE CONF-NO              TO SL-CONF-NO.
082900     MOVE ST-ID (MATCH-CARD)   TO SL-STRATUM-ID.
083000     MOVE MASTER-REC (1:15)    TO SL-KEY.
083100     MOVE MATCH-BALANCE        TO SL-BALANCE.
083200     MOVE KEY-TEXT (1:69)      TO SL-FIELDS.
083300     WRITE PRINT FROM SAMPLE-LINE.
083400     MOVE SPACES TO SAMPLE-LINE.
083500     MOVE S-TEXT (1:69) TO SL-FIELDS.
083600     WRITE PRINT FROM SAMPLE-LINE.
083700     IF S-TEXT (70:51) NOT = SPACES
083800       MOVE S-TEXT (70:51) TO SL-FIELDS
083900       WRITE PRINT FROM SAMPLE-LINE.
084000*    K NN = VALUE FOR A KEY FIELD, F NN OR R NN = AMOUNT FOR AN
084100*    'S' FIELD THE RECORD CARRIES
084200 3550-NAME-ONE-FIELD.
084300     MOVE FD-FIELD-NO (FLD-TBL-I) TO FLD-NO-DISP.
084400     IF FD-KIND (FLD-TBL-I) = 'K'
084500       MOVE SPACES TO KEY-VALUE
084600       IF FD-LENGTH (FLD-TBL-I) > 30
084700         MOVE MASTER-REC (FD-LOCATION (FLD-TBL-I):30)
084800           TO KEY-VALUE
084900       ELSE
085000         MOVE MASTER-REC (FD-LOCATION (FLD-TBL-I):
085100                          FD-LENGTH (FLD-TBL-I)) TO KEY-VALUE
085200       END-IF
085300       STRING 'K' FLD-NO-DISP '=' DELIMITED BY SIZE
085400           KEY-VALUE DELIMITED BY '  '
085500           ' ' DELIMITED BY SIZE
085600           INTO KEY-TEXT WITH POINTER KEY-PTR
085700         ON OVERFLOW
085800           MOVE '...' TO KEY-TEXT (118:3)
085900       END-STRING
086000     ELSE
086100     IF FD-KIND (FLD-TBL-I) = 'F' OR
086200        FD-RTYPE (FLD-TBL-I) = MR-SEQ-NUMBER
086300       PERFORM 2700-FIELD-VALUE
086400       IF VALUE-OK
086500         MOVE TRAN-SIGNED-FLD TO AMOUNT-ED
086600       ELSE
086700         MOVE '?' TO AMOUNT-TEXT
086800       END-IF
086900       MOVE 1 TO AMOUNT-I
087000       PERFORM 3560-SKIP-BLANK
087100         UNTIL AMOUNT-TEXT (AMOUNT-I:1) NOT = SPACE
087200       STRING FD-KIND (FLD-TBL-I) FLD-NO-DISP '='
087300              AMOUNT-TEXT (AMOUNT-I:) ' '
087400           DELIMITED BY SIZE
087500           INTO S-TEXT WITH POINTER S-PTR
087600         ON OVERFLOW
087700           MOVE '...' TO S-TEXT (118:3)
087800       END-STRING.
087900     ADD 1 TO FLD-TBL-I.
088000 3560-SKIP-BLANK.
088100     ADD 1 TO AMOUNT-I.
088200*    THE BALANCE CONFIRMATION FOR THE SAMPLED RECORD
088300 3600-WRITE-CONFIRMATION.
088400     MOVE CONF-NO              TO CF-CONF-NO.
088500     MOVE MR-CLIENT            TO CF-CLIENT.
088600     MOVE MASTER-REC (1:15)    TO CF-KEY.
088700     MOVE ASOF-DATE-9          TO CF-ASOF-DATE.
088800     MOVE ST-ID (MATCH-CARD)   TO CF-STRATUM-ID.
088900     MOVE MATCH-BALANCE        TO AMOUNT-ED.
089000     MOVE 1 TO AMOUNT-I.
089100     PERFORM 3560-SKIP-BLANK
089200       UNTIL AMOUNT-TEXT (AMOUNT-I:1) NOT = SPACE.
089300     MOVE AMOUNT-TEXT (AMOUNT-I:) TO CF-BALANCE.
089400     MOVE S-TEXT               TO CF-FIELDS.
089500     MOVE TODAY-DATE           TO CF-SAMPLE-DATE.
089600     MOVE SEED-VALUE           TO CF-SEED.
089700     WRITE CONF-RECORD FROM CONF-REQUEST.
089800     ADD 1 TO CONF-WRITTEN-CNT.
089900******************************************************************
090000***  THE SAMPLE PLAN: EVERY STRATUM WITH ITS POPULATION,       ***
090100***  REQUESTED AND SELECTED COUNTS, CARD BY CARD               ***
090200******************************************************************
090300 7000-STRATUM-SUMMARY.
090400     WRITE PRINT FROM BLANK-LINE.
090500     MOVE 'SAMPLE PLAN BY STRATUM' TO ML-TEXT.
090600     WRITE PRINT FROM MSG-LINE.
090700     WRITE PRINT FROM STRATUM-HDR-LINE.
090800     MOVE 1 TO CTL-I.
090900     PERFORM 7100-STRATUM-CARD UNTIL CTL-I > CTL-TBL-CNT.
091000 7100-STRATUM-CARD.
091100     MOVE 0 TO CARD-SHOWN-SW.
091200     MOVE 1 TO POP-I.
091300     PERFORM 7200-STRATUM-LINE UNTIL POP-I > POP-TBL-CNT.
091400     IF NOT CARD-SHOWN
091500       PERFORM 7300-CARD-COLUMNS
091600       MOVE ST-CLIENT (CTL-I) TO SM-CLIENT
091700       MOVE 0 TO SM-POPULATION, SM-SELECTED
091800       MOVE 'NO RECORDS' TO SM-NOTE
091900       WRITE PRINT FROM STRATUM-LINE.
092000     ADD 1 TO CTL-I.
092100 7200-STRATUM-LINE.
092200     IF PP-CARD (POP-I) = CTL-I
092300       MOVE 1 TO CARD-SHOWN-SW
092400       PERFORM 7300-CARD-COLUMNS
092500       MOVE PP-CLIENT (POP-I)     TO SM-CLIENT
092600       MOVE PP-POPULATION (POP-I) TO SM-POPULATION
092700       MOVE PP-SELECTED (POP-I)   TO SM-SELECTED
092800       MOVE SPACES TO SM-NOTE
092900       IF PP-POPULATION (POP-I) NOT > ST-SIZE (CTL-I)
093000         MOVE 'WHOLE STRATUM' TO SM-NOTE
093100       END-IF
093200       WRITE PRINT FROM STRATUM-LINE.
093300     ADD 1 TO POP-I.
093400 7300-CARD-COLUMNS.
093500     MOVE ST-ID (CTL-I)     TO SM-STRATUM-ID.
093600     MOVE ST-RTYPE (CTL-I)  TO SM-RTYPE.
093700     IF ST-FLD-IX (CTL-I) = 0
093800       MOVE 'ALL' TO SM-FIELD
093900     ELSE
094000       MOVE ST-FLD-NO (CTL-I) TO FLD-NO-DISP
094100       MOVE SPACES TO SM-FIELD
094200       STRING ST-FLD-KIND (CTL-I) FLD-NO-DISP
094300           DELIMITED BY SIZE INTO SM-FIELD.
094400     MOVE ST-BAND-LOW (CTL-I) TO SM-BAND-LOW.
094500     IF ST-BAND-HIGH (CTL-I) = NO-LIMIT
094600       MOVE '           NO LIMIT' TO SM-BAND-HIGH
094700     ELSE
094800       MOVE ST-BAND-HIGH (CTL-I) TO SM-BAND-HIGH-ED.
094900     MOVE ST-SIZE (CTL-I)   TO SM-REQUESTED.
095000******************************************************************
095100***  RUN TOTALS AND THE RETURN CODE                            ***
095200******************************************************************
095300 8000-REPORT-TOTALS.
095400     WRITE PRINT FROM BLANK-LINE.
095500     MOVE 'MASTER RECORDS READ' TO CT-TEXT.
095600     MOVE MASTER-READ-CNT TO CT-COUNT.
095700     WRITE PRINT FROM CNT-DET-LINE.
095800     MOVE 'RECORDS IN THE SAMPLE FRAME' TO CT-TEXT.
095900     MOVE STRATIFIED-CNT TO CT-COUNT.
096000     WRITE PRINT FROM CNT-DET-LINE.
096100     MOVE 'RECORDS NO STRATUM CARD MATCHES' TO CT-TEXT.
096200     MOVE OUTSIDE-CNT TO CT-COUNT.
096300     WRITE PRINT FROM CNT-DET-LINE.
096400     MOVE 'STRATA' TO CT-TEXT.
096500     MOVE POP-TBL-CNT TO CT-COUNT.
096600     WRITE PRINT FROM CNT-DET-LINE.
096700     MOVE 'RECORDS SAMPLED' TO CT-TEXT.
096800     MOVE SAMPLE-CNT TO CT-COUNT.
096900     WRITE PRINT FROM CNT-DET-LINE.
097000     MOVE 'CONFIRMATION REQUESTS WRITTEN' TO CT-TEXT.
097100     MOVE CONF-WRITTEN-CNT TO CT-COUNT.
097200     WRITE PRINT FROM CNT-DET-LINE.
097300     MOVE 'RECORDS WITH AN S VALUE NOT NUMERIC' TO CT-TEXT.
097400     MOVE BAD-VALUE-CNT TO CT-COUNT.
097500     WRITE PRINT FROM CNT-DET-LINE.
097600     IF POP-OVERFLOW-CNT > 0
097700       MOVE 'RECORDS NOT SAMPLED - STRATUM TABLE FULL' TO CT-TEXT
097800       MOVE POP-OVERFLOW-CNT TO CT-COUNT
097900       WRITE PRINT FROM CNT-DET-LINE.
098000     IF SECOND-READ-CNT NOT = MASTER-READ-CNT
098100       WRITE PRINT FROM BLANK-LINE
098200       MOVE 'MASTER CHANGED BETWEEN PASSES - SAMPLE NOT VALID'
098300         TO ML-TEXT
098400       WRITE PRINT FROM MSG-LINE
098500       MOVE 16 TO RETURN-CODE
098600     ELSE
098700     IF POP-OVERFLOW-CNT > 0 OR BAD-VALUE-CNT > 0
098800       MOVE 4 TO RETURN-CODE.
098900     CLOSE PRNTR.
099000 9000-EOJ.
099100     DISPLAY 'BDMS0257 MASTER RECORDS READ......' MASTER-READ-CNT.
099200     DISPLAY 'BDMS0257 RECORDS IN SAMPLE FRAME..' STRATIFIED-CNT.
099300     DISPLAY 'BDMS0257 RECORDS SAMPLED..........' SAMPLE-CNT.
099400     DISPLAY 'BDMS0257 CONFIRMATIONS WRITTEN....'
099500             CONF-WRITTEN-CNT.
099600     DISPLAY 'BDMS0257 END PROCESSING'.
099700
