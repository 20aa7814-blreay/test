000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0258.
000300******************************************************************
000400***  BDMS0258 - SUSPICIOUS CHANGE-PATTERN REPORT.  THE WEEKLY ***
000500***  LOOK AT WHAT WAS POSTED, FOR INTERNAL AUDIT: IT READS THE ***
000600***  ACCUMULATED OUT4 BEFORE-IMAGE JOURNAL (JRNLIN) AND OUT3   ***
000700***  AFTER-IMAGE FILES (CHGIN), EACH CONCATENATED IN POSTING   ***
000800***  ORDER, AND THE SUBMITTED DECKS THAT CARRY T-ORIGIN-USER   ***
000900***  (TRIN, AS BDMS0221 READS THEM), AND FLAGS, AGAINST THE    ***
001000***  THRESHOLDS OF A PARAMETER DECK (PATPARM):                 ***
001100***    FLDCHG  - ONE FIELD OF ONE RECORD CHANGED AT LEAST THE  ***
001200***              CARD'S COUNT OF TIMES IN THE PERIOD           ***
001300***    USERCLI - ONE ORIGINATING USER SUBMITTING WORK FOR AT   ***
001400***              LEAST THE CARD'S COUNT OF DIFFERENT CLIENTS   ***
001500***    SWING   - AN 'S' FIELD MOVING BY AT LEAST THE CARD'S    ***
001600***              AMOUNT (EITHER WAY) ON A POSTING DATE WITHIN  ***
001700***              THE CARD'S DAYS OF ITS MONTH END              ***
001800***  EACH FLAGGED ITEM IS FOLLOWED BY ITS CHANGE SEQUENCE -    ***
001900***  POSTING DATE, TC, ORIGINATING USER, FDT FIELD, BEFORE AND ***
002000***  AFTER VALUE - SO NO BDMS0218 INQUIRY IS NEEDED TO REVIEW  ***
002100***  IT.                                                       ***
002200***                                                            ***
002300***  A KEY'S FIRST CHANGE IN THE PERIOD IS DIFFED AGAINST ITS  ***
002400***  FIRST OUT4 BEFORE-IMAGE OF THE PERIOD; EACH LATER CHANGE  ***
002500***  AGAINST THE KEY'S PREVIOUS OUT3 AFTER-IMAGE.  FIELDS ARE  ***
002600***  THE FB2 FIXED FIELDS AND THE RECORD-TYPE CARD FOR THE     ***
002700***  IMAGE'S SEQ NUMBER, WITH CONTINUATION CARDS, NAMED F NN   ***
002800***  AND R NN AS IN BDMS0247.  A TC 05 RE-KEY IMAGE IS DIFFED  ***
002900***  AGAINST THE KEY IT MOVED FROM, AS IN BDMS0218.  A CHANGE  ***
003000***  IS CREDITED TO THE USER OF THE LATEST SUBMITTED CARD FOR  ***
003100***  THE SAME KEY AND TC DATED NO LATER THAN ITS POSTING.      ***
003200***                                                            ***
003300***  PARAMETER DECK (PATPARM, AN '*' IN COL 1 IS A COMMENT),   ***
003400***  UP TO 50 CARDS:                                           ***
003500***    1-8   PATTERN: FLDCHG, USERCLI OR SWING                 ***
003600***    10-12 CLIENT, OR BLANK / '***' FOR EVERY CLIENT (A      ***
003700***          USERCLI CARD ALWAYS COVERS EVERY CLIENT)          ***
003800***    14-18 COUNT - FLDCHG CHANGES, USERCLI CLIENTS           ***
003900***    20-34 SWING - MINIMUM SWING, 15 DIGITS, IN THE FIELD'S  ***
004000***          OWN UNITS                                         ***
004100***    36-37 SWING - DAYS BEFORE MONTH END (BLANK = 00, THE    ***
004200***          LAST DAY OF THE MONTH ONLY)                       ***
004300***    39    FLDCHG - 'S' COUNTS 'S' FIELDS ONLY, BLANK EVERY  ***
004400***          FIELD                                             ***
004500***  A CHANGE IS TESTED AGAINST THE FIRST FLDCHG AND THE FIRST ***
004600***  SWING CARD ITS CLIENT MATCHES, SO A CLIENT'S OWN CARD     ***
004700***  GOES AHEAD OF A '***' CARD.  ANY BAD CARD REFUSES THE RUN ***
004800***  (RC 16).                                                  ***
004900***                                                            ***
005000***  FROMDATE AND TODATE (MMDDYY ENVIRONMENT VALUES) BOUND THE ***
005100***  POSTING DATES REPORTED AND THE T-DATES OF THE SUBMITTED   ***
005200***  CARDS; TODATE DEFAULTS TO TODAY AND FROMDATE TO SIX DAYS  ***
005300***  BEFORE TODATE.  YEARS ARE WINDOWED 00-49 -> 20YY,         ***
005400***  50-99 -> 19YY.                                            ***
005500***  RETURN CODE 4 WHEN ANY ITEM IS FLAGGED, A TABLE FILLED OR ***
005600***  AN 'S' VALUE WAS NOT NUMERIC.                             ***
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT FDT-FILE        ASSIGN TO UT-S-FDT
006200        ORGANIZATION LINE SEQUENTIAL.
006300     SELECT TRANS-IN-FILE   ASSIGN TO UT-S-TRIN
006400        ORGANIZATION LINE SEQUENTIAL.
006500     SELECT JRNL-IN-FILE    ASSIGN TO UT-S-JRNLIN
006600        ORGANIZATION LINE SEQUENTIAL.
006700     SELECT CHG-IN-FILE     ASSIGN TO UT-S-CHGIN
006800        ORGANIZATION LINE SEQUENTIAL.
006900     SELECT PARM-FILE       ASSIGN TO UT-S-PATPARM
007000        ORGANIZATION LINE SEQUENTIAL.
007100     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
007200        ORGANIZATION LINE SEQUENTIAL.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  FDT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD
007800     BLOCK CONTAINS 0 RECORDS
007900     DATA RECORD IS FDT-RECORD.
008000 01  FDT-RECORD                               PIC X(80).
008100 FD  TRANS-IN-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS TRANS-RECORD.
008600 01  TRANS-RECORD.
008700     03  T-REC-ID                             PIC X.
008800     03  T-CLIENT                             PIC X(3).
008900     03  T-TC                                 PIC X(2).
009000     03  T-DATE                               PIC X(6).
009100     03  T-SEQ-NUMBER                         PIC X(3).
009200     03  T-ORIGIN-USER                        PIC X(8).
009300     03  FILLER                               PIC X(89).
009400     03  T-SYSTEM-FLAGS                       PIC X(16).
009500*    THE BDMS0201 OUT4 BEFORE-IMAGE JOURNAL RECORD
009600 FD  JRNL-IN-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD
009900     BLOCK CONTAINS 0 RECORDS
010000     DATA RECORD IS JRNL-RECORD.
010100 01  JRNL-RECORD.
010200     03  JR-CLIENT                            PIC X(3).
010300     03  JR-TC                                PIC X(2).
010400     03  JR-SEQ-NUMBER                        PIC X(3).
010500     03  JR-POST-DATE                         PIC X(6).
010600     03  JR-BEFORE-IMAGE                      PIC X(512).
010700     03  JR-RUN-ID                            PIC X(28).
010800     03  JR-NEW-SEQ-NUMBER                    PIC X(3).
010900*    THE BDMS0201 OUT3 AFTER-IMAGE, AS BDMS0218 READS IT
011000 FD  CHG-IN-FILE
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD
011300     BLOCK CONTAINS 0 RECORDS
011400     DATA RECORD IS CHG-RECORD.
011500 01  CHG-RECORD.
011600     03  C-REC-ID                             PIC X.
011700     03  C-CLIENT                             PIC X(3).
011800     03  C-TC                                 PIC X(2).
011900     03  C-DATE                               PIC X(6).
012000     03  C-SEQ-NUMBER                         PIC X(3).
012100     03  FILLER                               PIC X(97).
012200     03  C-UPD-DATE                           PIC X(6).
012300     03  C-UPD-CCYY                           PIC X(4).
012400     03  C-MOVED-FROM-SEQ                     PIC X(3).
012500     03  FILLER                               PIC X(3).
012600     03  FILLER                               PIC X(384).
012700 FD  PARM-FILE
012800     RECORDING MODE IS F
012900     LABEL RECORDS ARE STANDARD
013000     BLOCK CONTAINS 0 RECORDS
013100     DATA RECORD IS PARM-CARD.
013200 01  PARM-CARD.
013300     03  PC-PATTERN                           PIC X(8).
013400     03  FILLER                               PIC X.
013500     03  PC-CLIENT                            PIC X(3).
013600     03  FILLER                               PIC X.
013700     03  PC-COUNT                             PIC X(5).
013800     03  PC-COUNT-9 REDEFINES PC-COUNT        PIC 9(5).
013900     03  FILLER                               PIC X.
014000     03  PC-AMOUNT                            PIC X(15).
014100     03  PC-AMOUNT-9 REDEFINES PC-AMOUNT      PIC 9(15).
014200     03  FILLER                               PIC X.
014300     03  PC-DAYS                              PIC X(2).
014400     03  PC-DAYS-9 REDEFINES PC-DAYS          PIC 99.
014500     03  FILLER                               PIC X.
014600     03  PC-SCOPE                             PIC X.
014700     03  FILLER                               PIC X(41).
014800 FD  PRNTR
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD
015100     BLOCK CONTAINS 0 RECORDS
015200     DATA RECORD IS PRINT.
015300 01  PRINT.
015400     03  PRT                       PIC X(132).
015500
015600 WORKING-STORAGE SECTION.
015700 01  REFUSED-SW                  PIC 9 VALUE 0.
015800     88  RUN-REFUSED                VALUE 1.
015900 01  FDT-EOF-SW                  PIC 9 VALUE 0.
016000     88  MORE-FDT-RECS              VALUE 0.
016100     88  FDT-EOF                    VALUE 1.
016200 01  TRANS-EOF-SW                PIC 9 VALUE 0.
016300     88  MORE-TRANS-RECS            VALUE 0.
016400     88  TRANS-EOF                  VALUE 1.
016500 01  JRNL-EOF-SW                 PIC 9 VALUE 0.
016600     88  MORE-JRNL-RECS             VALUE 0.
016700     88  JRNL-EOF                   VALUE 1.
016800 01  CHG-EOF-SW                  PIC 9 VALUE 0.
016900     88  MORE-CHG-RECS              VALUE 0.
017000     88  CHG-EOF                    VALUE 1.
017100 01  PARM-EOF-SW                 PIC 9 VALUE 0.
017200     88  PARM-EOF                   VALUE 1.
017300
017400******************************************************************
017500***  DATE-RANGE WORK AREAS (CCYYMMDD COMPARES)                 ***
017600******************************************************************
017700 01  TODAY-DATE                  PIC 9(8).
017800 01  FROMDATE-X                  PIC X(6) VALUE SPACES.
017900 01  TODATE-X                    PIC X(6) VALUE SPACES.
018000 01  RANGE-LO                    PIC 9(8) VALUE 0.
018100 01  RANGE-HI                    PIC 9(8) VALUE 0.
018200 01  DATE-IN-MMDDYY.
018300     03  DI-MM                   PIC XX.
018400     03  DI-DD                   PIC XX.
018500     03  DI-YY                   PIC XX.
018600 01  DATE-CCYYMMDD.
018700     03  DC-CCYY                 PIC 9(4).
018800     03  DC-MM                   PIC 99.
018900     03  DC-DD                   PIC 99.
019000 01  DATE-CCYYMMDD-N REDEFINES DATE-CCYYMMDD PIC 9(8).
019100 01  DATE-VALID-SW               PIC 9 VALUE 0.
019200     88  DATE-CONVERTED             VALUE 1.
019300 01  CENTURY-WORK.
019400     03  CW-YY                   PIC 99.
019500     03  CW-CCYY                 PIC 9(4).
019600 01  MONTH-DAYS-VALUES           PIC X(24)
019700                           VALUE '312831303130313130313031'.
019800 01  FILLER REDEFINES MONTH-DAYS-VALUES.
019900     03  MONTH-DAYS  OCCURS 12 TIMES PIC 99.
020000 01  MONTH-LENGTH                PIC 99 VALUE 0.
020100 01  LEAP-QUOTIENT               PIC 9(4) COMP-5 VALUE 0.
020200 01  LEAP-REM-4                  PIC 9(4) COMP-5 VALUE 0.
020300 01  LEAP-REM-100                PIC 9(4) COMP-5 VALUE 0.
020400 01  LEAP-REM-400                PIC 9(4) COMP-5 VALUE 0.
020500 01  POST-DATE                   PIC 9(8) VALUE 0.
020600 01  DAYS-LEFT                   PIC 99 VALUE 0.
020700 01  DATE-DISP.
020800     03  DD-MM                   PIC 99.
020900     03  FILLER                  PIC X      VALUE '/'.
021000     03  DD-DD                   PIC 99.
021100     03  FILLER                  PIC X      VALUE '/'.
021200     03  DD-CCYY                 PIC 9(4).
021300
021400******************************************************************
021500***  THE FDT FIELDS A CHANGE IS NAMED BY: EVERY FIELD OF THE   ***
021600***  FIXED CARD (F) AND THE RECORD-TYPE CARDS (R).  THE KEY    ***
021700***  CARD IS READ ONLY FOR ITS CONTINUATIONS                   ***
021800******************************************************************
021900 01  FDT-CARD-WORK               PIC X(80).
022000 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
022100 01  MASTER-LRECL                PIC 9(3) VALUE 128.
022200 01  RULE-CARD.
022300     03  R-FILE-ID               PIC X.
022400     03  R-SEQ-NUMB              PIC X(3).
022500     03  R-FIELD-NO              PIC 99.
022600     03  R-CONT-MARK             PIC X.
022700     03  R-LOC-BASE              PIC X(3).
022800     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
022900     03  R-FIELD-DEFNS OCCURS 14 TIMES.
023000       05  R-FORMAT              PIC X.
023100       05  R-LOCATION            PIC 99.
023200       05  R-LENGTH              PIC 99.
023300 01  FLD-TBL-MAX                 PIC 9(4) COMP-5 VALUE 900.
023400 01  FLD-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
023500 01  FLD-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
023600 01  FIELD-TABLE.
023700     03  FLD-ENTRY  OCCURS 900 TIMES.
023800       05  FD-KIND               PIC X.
023900       05  FD-RTYPE              PIC X(3).
024000       05  FD-FIELD-NO           PIC 99.
024100       05  FD-FORMAT             PIC X.
024200       05  FD-LOCATION           PIC 9(4) COMP-5.
024300       05  FD-LENGTH             PIC 9(4) COMP-5.
024400 01  FLD-IX                      PIC 9(4) COMP-5 VALUE 0.
024500 01  FLD-NO-BIAS                 PIC 9(4) COMP-5 VALUE 0.
024600 01  CONT-LOC-BASE               PIC 9(4) COMP-5 VALUE 0.
024700 01  FLD-LOC                     PIC 9(4) COMP-5 VALUE 0.
024800 01  FDT-CARD-CNT                PIC 9(4) COMP-5 VALUE 0.
024900 01  CUR-KIND                    PIC X VALUE SPACE.
025000 01  CUR-RTYPE                   PIC X(3) VALUE SPACES.
025100 01  CARD-FULL-SW                PIC 9 VALUE 0.
025200     88  LAST-CARD-FULL             VALUE 1.
025300 01  FDT-FIELD-FULL-CNT          PIC 9(8) COMP-5 VALUE 0.
025400
025500******************************************************************
025600***  THE PARAMETER CARDS                                       ***
025700******************************************************************
025800 01  PARM-TBL-MAX                PIC 9(4) COMP-5 VALUE 50.
025900 01  PARM-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
026000 01  PARM-I                      PIC 9(4) COMP-5 VALUE 0.
026100 01  PARM-TABLE.
026200     03  PARM-ENTRY  OCCURS 50 TIMES.
026300       05  PM-PATTERN            PIC X(8).
026400       05  PM-CLIENT             PIC X(3).
026500       05  PM-COUNT              PIC 9(5).
026600       05  PM-AMOUNT             PIC 9(15).
026700       05  PM-DAYS               PIC 99.
026800       05  PM-SCOPE              PIC X.
026900       05  PM-FLAG-CNT           PIC 9(8) COMP-5.
027000 01  PARM-CARD-CNT               PIC 9(8) COMP-5 VALUE 0.
027100 01  USERCLI-CARD                PIC 9(4) COMP-5 VALUE 0.
027200 01  CARD-IX                     PIC 9(4) COMP-5 VALUE 0.
027300 01  FIND-PATTERN                PIC X(8).
027400 01  FIND-CLIENT                 PIC X(3).
027500
027600******************************************************************
027700***  SUBMITTED CARDS IN THE PERIOD, AND THE USER/CLIENT PAIRS  ***
027800***  THEY MAKE, HELD IN USER/CLIENT ORDER                      ***
027900******************************************************************
028000 01  TXN-TBL-MAX                 PIC 9(4) COMP-5 VALUE 5000.
028100 01  TXN-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
028200 01  TXN-I                       PIC 9(4) COMP-5 VALUE 0.
028300 01  TXN-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
028400 01  TXN-TABLE.
028500     03  TXN-ENTRY  OCCURS 5000 TIMES.
028600       05  TX-USER               PIC X(8).
028700       05  TX-KEY                PIC X(7).
028800       05  TX-TC                 PIC X(2).
028900       05  TX-DATE               PIC 9(8).
029000 01  PAIR-TBL-MAX                PIC 9(4) COMP-5 VALUE 2000.
029100 01  PAIR-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
029200 01  PAIR-I                      PIC 9(4) COMP-5 VALUE 0.
029300 01  PAIR-FOUND-IX               PIC 9(4) COMP-5 VALUE 0.
029400 01  PAIR-KEY.
029500     03  PK-USER                 PIC X(8).
029600     03  PK-CLIENT               PIC X(3).
029700 01  PAIR-TABLE.
029800     03  PAIR-ENTRY  OCCURS 2000 TIMES.
029900       05  UC-KEY.
030000         07  UC-USER             PIC X(8).
030100         07  UC-CLIENT           PIC X(3).
030200       05  UC-TXN-CNT            PIC 9(8) COMP-5.
030300 01  USER-FIRST-IX               PIC 9(4) COMP-5 VALUE 0.
030400 01  USER-CLIENT-CNT             PIC 9(8) COMP-5 VALUE 0.
030500
030600******************************************************************
030700***  LAST-IMAGE TABLE, ONE ENTRY PER KEY CHANGED IN THE PERIOD ***
030800******************************************************************
030900 01  IMG-TBL-MAX                 PIC 9(4) COMP-5 VALUE 1000.
031000 01  IMG-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
031100 01  IMG-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
031200 01  IMG-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
031300 01  IMG-TABLE.
031400     03  IMG-ENTRY  OCCURS 1000 TIMES.
031500       05  IM-KEY                PIC X(7).
031600       05  IM-IMAGE              PIC X(512).
031700 01  WORK-KEY                    PIC X(7).
031800 01  MOVED-FROM-KEY              PIC X(7).
031900 01  USER-KEY                    PIC X(7).
032000 01  PREV-IMAGE                  PIC X(512).
032100 01  CUR-IMAGE                   PIC X(512).
032200 01  VALUE-IMAGE                 PIC X(512).
032300 01  CUR-SEQ-NUMBER              PIC X(3).
032400 01  CUR-TC                      PIC X(2).
032500 01  CUR-USER                    PIC X(8).
032600 01  CUR-USER-DATE               PIC 9(8).
032700
032800******************************************************************
032900***  ONE ENTRY PER FIELD CHANGE POSTED IN THE PERIOD, IN       ***
033000***  POSTING ORDER                                             ***
033100******************************************************************
033200 01  EVT-TBL-MAX                 PIC 9(4) COMP-5 VALUE 5000.
033300 01  EVT-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
033400 01  EVT-I                       PIC 9(4) COMP-5 VALUE 0.
033500 01  EVT-J                       PIC 9(4) COMP-5 VALUE 0.
033600 01  EVENT-TABLE.
033700     03  EVT-ENTRY  OCCURS 5000 TIMES.
033800       05  EV-KEY                PIC X(7).
033900       05  EV-DATE               PIC 9(8).
034000       05  EV-TC                 PIC X(2).
034100       05  EV-USER               PIC X(8).
034200       05  EV-FLD-IX             PIC 9(4) COMP-5.
034300       05  EV-OLD                PIC X(30).
034400       05  EV-NEW                PIC X(30).
034500       05  EV-AMOUNTS-SW         PIC 9.
034600       05  EV-SWING              PIC S9(16) COMP-3.
034700       05  EV-DAYS-LEFT          PIC 99.
034800       05  EV-MARK               PIC X.
034900 01  GROUP-FIRST-SW              PIC 9 VALUE 0.
035000     88  GROUP-FIRST                VALUE 1.
035100 01  GROUP-CNT                   PIC 9(8) COMP-5 VALUE 0.
035200 01  SWING-HIT-CNT               PIC 9(8) COMP-5 VALUE 0.
035300 01  SWING-SIZE                  PIC 9(16) VALUE 0.
035400
035500******************************************************************
035600***  FIELD VALUE WORK AREAS                                    ***
035700******************************************************************
035800 01  VALUE-OK-SW                 PIC 9 VALUE 0.
035900     88  VALUE-OK                   VALUE 1.
036000*    AN 'S' FIELD VALUE, RIGHT-JUSTIFIED INTO 15 DIGITS WITH
036100*    LEADING BLANKS TAKEN AS ZEROS, AS BDMS0232 READS IT
036200 01  TRAN-SIGNED-FLD             PIC S9(15).
036300 01  FILLER REDEFINES TRAN-SIGNED-FLD.
036400     03  T-CTR    OCCURS 15 TIMES PIC X.
036500 01  CTR-PTR                     PIC 9(4) COMP-5 VALUE 0.
036600 01  RECORD-PTR                  PIC 9(4) COMP-5 VALUE 0.
036700 01  FLD-CHAR-I                  PIC 9(4) COMP-5 VALUE 0.
036800 01  FIELD-LEN                   PIC 9(4) COMP-5 VALUE 0.
036900 01  OLD-AMOUNT                  PIC S9(15) VALUE 0.
037000 01  NEW-AMOUNT                  PIC S9(15) VALUE 0.
037100 01  AMOUNT-ED                   PIC ---,---,---,---,---,--9.
037200 01  AMOUNT-TEXT REDEFINES AMOUNT-ED PIC X(23).
037300 01  AMOUNT-I                    PIC 9(4) COMP-5 VALUE 0.
037400 01  FLD-NO-DISP                 PIC 99.
037500 01  FIELD-NAME                  PIC X(3).
037600 01  SUBJECT-TEXT                PIC X(24).
037700
037800 01  TRANS-READ-CNT              PIC 9(8) COMP-5 VALUE 0.
037900 01  TRANS-RANGE-CNT             PIC 9(8) COMP-5 VALUE 0.
038000 01  JRNL-READ-CNT               PIC 9(8) COMP-5 VALUE 0.
038100 01  JRNL-RANGE-CNT              PIC 9(8) COMP-5 VALUE 0.
038200 01  JRNL-SEEDED-CNT             PIC 9(8) COMP-5 VALUE 0.
038300 01  CHG-READ-CNT                PIC 9(8) COMP-5 VALUE 0.
038400 01  CHG-RANGE-CNT               PIC 9(8) COMP-5 VALUE 0.
038500 01  IMAGES-DIFFED-CNT           PIC 9(8) COMP-5 VALUE 0.
038600 01  FIRST-IMAGE-CNT             PIC 9(8) COMP-5 VALUE 0.
038700 01  MOVES-FOLLOWED-CNT          PIC 9(8) COMP-5 VALUE 0.
038800 01  BAD-VALUE-CNT               PIC 9(8) COMP-5 VALUE 0.
038900 01  TXN-FULL-CNT                PIC 9(8) COMP-5 VALUE 0.
039000 01  PAIR-FULL-CNT               PIC 9(8) COMP-5 VALUE 0.
039100 01  IMG-FULL-CNT                PIC 9(8) COMP-5 VALUE 0.
039200 01  EVT-FULL-CNT                PIC 9(8) COMP-5 VALUE 0.
039300 01  FLDCHG-FLAG-CNT             PIC 9(8) COMP-5 VALUE 0.
039400 01  USERCLI-FLAG-CNT            PIC 9(8) COMP-5 VALUE 0.
039500 01  SWING-FLAG-CNT              PIC 9(8) COMP-5 VALUE 0.
039600
039700******************************************************************
039800***  REPORT LINES                                              ***
039900******************************************************************
040000 01  RPT-HDR-LINE.
040100     03  FILLER                  PIC X(45)  VALUE
040200         'BDMS0258 SUSPICIOUS CHANGE PATTERNS - POSTED '.
040300     03  RH-FROM                 PIC X(10).
040400     03  FILLER                  PIC X(9)   VALUE ' THROUGH '.
040500     03  RH-TO                   PIC X(10).
040600     03  FILLER                  PIC X(14)  VALUE
040700         '  FDT VERSION '.
040800     03  RH-VERSION              PIC X(8).
040900     03  FILLER                  PIC X(36)  VALUE SPACES.
041000 01  SEQUENCE-HDR-LINE.
041100     03  FILLER                  PIC X(44)  VALUE
041200         '    POSTED      TC  USER      KEY      FLD  '.
041300     03  FILLER                  PIC X(44)  VALUE
041400         'BEFORE                          AFTER       '.
041500     03  FILLER                  PIC X(44)  VALUE
041600         '                               CHANGE       '.
041700 01  SEQUENCE-LINE.
041800     03  FILLER                  PIC X(2)   VALUE SPACES.
041900     03  SQ-MARK                 PIC X.
042000     03  FILLER                  PIC X      VALUE SPACES.
042100     03  SQ-DATE                 PIC X(10).
042200     03  FILLER                  PIC X(2)   VALUE SPACES.
042300     03  SQ-TC                   PIC X(2).
042400     03  FILLER                  PIC X(2)   VALUE SPACES.
042500     03  SQ-USER                 PIC X(8).
042600     03  FILLER                  PIC X(2)   VALUE SPACES.
042700     03  SQ-KEY                  PIC X(7).
042800     03  FILLER                  PIC X(2)   VALUE SPACES.
042900     03  SQ-FIELD                PIC X(3).
043000     03  FILLER                  PIC X(2)   VALUE SPACES.
043100     03  SQ-BEFORE               PIC X(30).
043200     03  FILLER                  PIC X(2)   VALUE SPACES.
043300     03  SQ-AFTER                PIC X(30).
043400     03  FILLER                  PIC X(2)   VALUE SPACES.
043500     03  SQ-SWING                PIC X(17).
043600     03  SQ-SWING-ED REDEFINES SQ-SWING
043700                                 PIC -(16)9.
043800     03  FILLER                  PIC X(7)   VALUE SPACES.
043900 01  FLAG-LINE.
044000     03  FILLER                  PIC X(2)   VALUE SPACES.
044100     03  FG-PATTERN              PIC X(8).
044200     03  FILLER                  PIC X(2)   VALUE SPACES.
044300     03  FG-SUBJECT              PIC X(24).
044400     03  FILLER                  PIC X(2)   VALUE SPACES.
044500     03  FG-COUNT                PIC ZZ,ZZ9.
044600     03  FILLER                  PIC X      VALUE SPACES.
044700     03  FG-COUNT-TEXT           PIC X(20).
044800     03  FILLER                  PIC X(2)   VALUE SPACES.
044900     03  FG-LIMIT-TEXT           PIC X(12).
045000     03  FG-LIMIT                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
045100     03  FILLER                  PIC X(2)   VALUE SPACES.
045200     03  FG-NOTE                 PIC X(30).
045300     03  FILLER                  PIC X(2)   VALUE SPACES.
045400 01  CLIENT-LINE.
045500     03  FILLER                  PIC X(4)   VALUE SPACES.
045600     03  FILLER                  PIC X(7)   VALUE 'CLIENT '.
045700     03  CL-CLIENT               PIC X(3).
045800     03  FILLER                  PIC X(2)   VALUE SPACES.
045900     03  CL-TXNS                 PIC ZZ,ZZ9.
046000     03  FILLER                  PIC X(13)  VALUE
046100         ' TRANSACTIONS'.
046200     03  FILLER                  PIC X(97)  VALUE SPACES.
046300 01  CNT-DET-LINE.
046400     03  FILLER                  PIC X(2)   VALUE SPACES.
046500     03  CT-TEXT                 PIC X(40).
046600     03  CT-COUNT                PIC Z(8)9.
046700     03  FILLER                  PIC X(81)  VALUE SPACES.
046800 01  MSG-LINE.
046900     03  FILLER                  PIC X(2)   VALUE SPACES.
047000     03  ML-TEXT                 PIC X(70).
047100     03  FILLER                  PIC X(60)  VALUE SPACES.
047200 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
047300
047400 PROCEDURE DIVISION.
047500 0000-MAINLINE.
047600     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
047700     IF NOT RUN-REFUSED
047800       PERFORM 2000-LOAD-TRANSACTIONS
047900       PERFORM 3000-SEED-BEFORE-IMAGES
048000       PERFORM 4000-DIFF-AFTER-IMAGES
048100       OPEN OUTPUT PRNTR
048200       PERFORM 5000-REPEATED-CHANGES
048300       PERFORM 6000-USER-SPREAD
048400       PERFORM 7000-MONTH-END-SWINGS
048500       PERFORM 8000-REPORT-TOTALS.
048600     PERFORM 9000-EOJ.
048700     EXIT PROGRAM.
048800     STOP RUN.
048900******************************************************************
049000***  RESOLVES THE PERIOD AND LOADS THE FDT FIELDS AND THE      ***
049100***  PARAMETER DECK                                            ***
049200******************************************************************
049300 1000-INITIALIZE.
049400     DISPLAY 'BDMS0258 BEGIN PROCESSING'.
049500     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
049600     DISPLAY 'TODATE' UPON ENVIRONMENT-NAME.
049700     ACCEPT TODATE-X FROM ENVIRONMENT-VALUE.
049800     IF TODATE-X = SPACES
049900       MOVE TODAY-DATE TO DATE-CCYYMMDD-N
050000     ELSE
050100       MOVE TODATE-X TO DATE-IN-MMDDYY
050200       PERFORM 1050-DATE-CONVERT
050300       IF NOT DATE-CONVERTED
050400         DISPLAY 'BDMS0258 TODATE <' TODATE-X
050500                 '> NOT MMDDYY - RUN REFUSED'
050600         GO TO 1080-REFUSE.
050700     MOVE DATE-CCYYMMDD-N TO RANGE-HI.
050800     DISPLAY 'FROMDATE' UPON ENVIRONMENT-NAME.
050900     ACCEPT FROMDATE-X FROM ENVIRONMENT-VALUE.
051000     IF FROMDATE-X = SPACES
051100       PERFORM 1200-PRIOR-DAY 6 TIMES
051200     ELSE
051300       MOVE FROMDATE-X TO DATE-IN-MMDDYY
051400       PERFORM 1050-DATE-CONVERT
051500       IF NOT DATE-CONVERTED
051600         DISPLAY 'BDMS0258 FROMDATE <' FROMDATE-X
051700                 '> NOT MMDDYY - RUN REFUSED'
051800         GO TO 1080-REFUSE.
051900     MOVE DATE-CCYYMMDD-N TO RANGE-LO.
052000     IF RANGE-LO > RANGE-HI
052100       DISPLAY 'BDMS0258 FROMDATE ' RANGE-LO
052200               ' IS AFTER TODATE ' RANGE-HI ' - RUN REFUSED'
052300       GO TO 1080-REFUSE.
052400     OPEN INPUT FDT-FILE.
052500     PERFORM 1300-LOAD-FDT THRU 1390-EXIT.
052600     CLOSE FDT-FILE.
052700     IF RUN-REFUSED
052800       GO TO 1090-EXIT.
052900     OPEN INPUT PARM-FILE.
053000     PERFORM 1700-LOAD-PARM-CARD THRU 1790-EXIT
053100       UNTIL PARM-EOF OR RUN-REFUSED.
053200     CLOSE PARM-FILE.
053300     IF RUN-REFUSED
053400       GO TO 1090-EXIT.
053500     IF PARM-TBL-CNT = 0
053600       DISPLAY 'BDMS0258 NO PARAMETER CARDS - RUN REFUSED'
053700       GO TO 1080-REFUSE.
053800     DISPLAY 'BDMS0258 POSTED ' RANGE-LO ' - ' RANGE-HI
053900             ' FDT VERSION <' FDT-VERSION '>'.
054000     DISPLAY 'BDMS0258 FDT FIELDS NAMED.........' FLD-TBL-CNT.
054100     DISPLAY 'BDMS0258 PARAMETER CARDS..........' PARM-TBL-CNT.
054200     GO TO 1090-EXIT.
054300 1080-REFUSE.
054400     MOVE 16 TO RETURN-CODE.
054500     MOVE 1 TO REFUSED-SW.
054600 1090-EXIT.
054700     EXIT.
054800******************************************************************
054900***  CONVERTS DATE-IN-MMDDYY TO A WINDOWED CCYYMMDD NUMBER     ***
055000******************************************************************
055100 1050-DATE-CONVERT.
055200     MOVE 0 TO DATE-VALID-SW.
055300     IF DATE-IN-MMDDYY NUMERIC
055400       MOVE DI-YY TO CW-YY
055500       PERFORM 1060-CENTURY-WINDOW
055600       MOVE CW-CCYY TO DC-CCYY
055700       MOVE DI-MM   TO DC-MM
055800       MOVE DI-DD   TO DC-DD
055900       IF DC-MM > 0 AND DC-MM < 13 AND DC-DD > 0
056000         PERFORM 1250-MONTH-LENGTH
056100         IF DC-DD NOT > MONTH-LENGTH
056200           MOVE 1 TO DATE-VALID-SW.
056300 1060-CENTURY-WINDOW.
056400     IF CW-YY < 50
056500       COMPUTE CW-CCYY = 2000 + CW-YY
056600     ELSE
056700       COMPUTE CW-CCYY = 1900 + CW-YY.
056800*    STEPS DATE-CCYYMMDD BACK ONE CALENDAR DAY
056900 1200-PRIOR-DAY.
057000     IF DC-DD > 1
057100       SUBTRACT 1 FROM DC-DD
057200     ELSE
057300       IF DC-MM > 1
057400         SUBTRACT 1 FROM DC-MM
057500       ELSE
057600         MOVE 12 TO DC-MM
057700         SUBTRACT 1 FROM DC-CCYY
057800       END-IF
057900       PERFORM 1250-MONTH-LENGTH
058000       MOVE MONTH-LENGTH TO DC-DD.
058100*    THE NUMBER OF DAYS IN DATE-CCYYMMDD'S MONTH
058200 1250-MONTH-LENGTH.
058300     MOVE MONTH-DAYS (DC-MM) TO MONTH-LENGTH.
058400     IF DC-MM = 2
058500       DIVIDE DC-CCYY BY 4 GIVING LEAP-QUOTIENT
058600           REMAINDER LEAP-REM-4
058700       DIVIDE DC-CCYY BY 100 GIVING LEAP-QUOTIENT
058800           REMAINDER LEAP-REM-100
058900       DIVIDE DC-CCYY BY 400 GIVING LEAP-QUOTIENT
059000           REMAINDER LEAP-REM-400
059100       IF LEAP-REM-400 = 0 OR
059200          (LEAP-REM-4 = 0 AND LEAP-REM-100 NOT = 0)
059300         MOVE 29 TO MONTH-LENGTH.
059400*    OPTIONAL LRECL AND FDTVER HEADER CARDS, THE KEY CARD, THE
059500*    FIXED CARD, THEN THE RECORD-TYPE CARDS, EACH WITH ITS
059600*    CONTINUATIONS
059700 1300-LOAD-FDT.
059800     PERFORM 1400-DECK-READ.
059900     IF FDT-CARD-WORK (1:5) = 'LRECL'
060000       IF FDT-CARD-WORK (7:3) NUMERIC AND
060100          FDT-CARD-WORK (7:3) NOT < '128' AND
060200          FDT-CARD-WORK (7:3) NOT > '512'
060300         MOVE FDT-CARD-WORK (7:3) TO MASTER-LRECL
060400       ELSE
060500         DISPLAY 'BDMS0258 FDT LRECL CARD <'
060600                 FDT-CARD-WORK (7:3) '> NOT 128-512'
060700                 ' - RUN REFUSED'
060800         MOVE 16 TO RETURN-CODE
060900         MOVE 1 TO REFUSED-SW
061000         GO TO 1390-EXIT
061100       END-IF
061200       PERFORM 1400-DECK-READ.
061300     IF FDT-CARD-WORK (1:6) = 'FDTVER'
061400       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
061500       PERFORM 1400-DECK-READ.
061600     IF FDT-EOF
061700       DISPLAY 'BDMS0258 FDT DECK HAS NO KEY CARD - RUN REFUSED'
061800       MOVE 16 TO RETURN-CODE
061900       MOVE 1 TO REFUSED-SW
062000       GO TO 1390-EXIT.
062100     PERFORM 1600-LOAD-FDT-CARD UNTIL FDT-EOF.
062200     IF FDT-FIELD-FULL-CNT > 0
062300       DISPLAY 'BDMS0258 FDT FIELD TABLE FULL - '
062400               FDT-FIELD-FULL-CNT ' FIELDS NOT COMPARED'
062500       MOVE 4 TO RETURN-CODE.
062600 1390-EXIT.
062700     EXIT.
062800 1400-DECK-READ.
062900     MOVE SPACES TO FDT-CARD-WORK.
063000     READ FDT-FILE INTO FDT-CARD-WORK, AT END
063100       MOVE 1 TO FDT-EOF-SW.
063200     MOVE FDT-CARD-WORK TO RULE-CARD.
063300*    THE FIELDS OF ONE CARD.  A CARD THAT USES EVERY ONE OF ITS
063400*    14 SLOTS MAY BE CONTINUED
063500 1500-LOAD-CARD-FIELDS.
063600     MOVE 1 TO FLD-IX.
063700     PERFORM 1510-LOAD-ONE-FIELD
063800       UNTIL FLD-IX > 14 OR R-FORMAT (FLD-IX) = SPACE.
063900     IF FLD-IX > 14
064000       MOVE 1 TO CARD-FULL-SW
064100     ELSE
064200       MOVE 0 TO CARD-FULL-SW.
064300*    EVERY FIELD OF THE FIXED AND RECORD-TYPE CARDS; AN 'S'
064400*    FIELD IS READ AS AN AMOUNT WHEN IT FITS 15 DIGITS
064500 1510-LOAD-ONE-FIELD.
064600     MOVE 0 TO FLD-LOC.
064700     IF R-LOCATION (FLD-IX) NUMERIC
064800       ADD R-LOCATION (FLD-IX), CONT-LOC-BASE GIVING FLD-LOC
064900       IF R-FIELD-NO NUMERIC AND R-FIELD-NO > 0 AND
065000          FLD-IX NOT < R-FIELD-NO
065100         ADD 100 TO FLD-LOC.
065200     IF CUR-KIND NOT = 'K' AND
065300        R-LENGTH (FLD-IX) NUMERIC AND
065400        FLD-LOC > 0 AND
065500        R-LENGTH (FLD-IX) > 0 AND
065600        FLD-LOC + R-LENGTH (FLD-IX) NOT > MASTER-LRECL + 1
065700       IF FLD-TBL-CNT < FLD-TBL-MAX
065800         ADD 1 TO FLD-TBL-CNT
065900         MOVE CUR-KIND           TO FD-KIND (FLD-TBL-CNT)
066000         MOVE CUR-RTYPE          TO FD-RTYPE (FLD-TBL-CNT)
066100         ADD FLD-IX, FLD-NO-BIAS
066200           GIVING FD-FIELD-NO (FLD-TBL-CNT)
066300         MOVE R-FORMAT (FLD-IX)  TO FD-FORMAT (FLD-TBL-CNT)
066400         IF R-FORMAT (FLD-IX) = 'S' AND R-LENGTH (FLD-IX) > 15
066500           MOVE 'X' TO FD-FORMAT (FLD-TBL-CNT)
066600         END-IF
066700         MOVE FLD-LOC            TO FD-LOCATION (FLD-TBL-CNT)
066800         MOVE R-LENGTH (FLD-IX)  TO FD-LENGTH (FLD-TBL-CNT)
066900       ELSE
067000         ADD 1 TO FDT-FIELD-FULL-CNT.
067100     ADD 1 TO FLD-IX.
067200 1600-LOAD-FDT-CARD.
067300     IF R-CONT-MARK = '+'
067400       IF LAST-CARD-FULL
067500         ADD 14 TO FLD-NO-BIAS
067600         IF R-LOC-BASE NUMERIC
067700           MOVE R-LOC-BASE-9 TO CONT-LOC-BASE
067800         ELSE
067900           MOVE 0 TO CONT-LOC-BASE
068000         END-IF
068100         PERFORM 1500-LOAD-CARD-FIELDS
068200       ELSE
068300         DISPLAY 'CONTINUATION CARD AFTER A CARD THAT IS NOT '
068400                 'FULL - IGNORED: RTYPE ' CUR-RTYPE
068500       END-IF
068600     ELSE
068700       ADD 1 TO FDT-CARD-CNT
068800       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
068900       IF FDT-CARD-CNT = 1
069000         MOVE 'K' TO CUR-KIND
069100         MOVE SPACES TO CUR-RTYPE
069200       ELSE
069300       IF FDT-CARD-CNT = 2
069400         MOVE 'F' TO CUR-KIND
069500         MOVE '000' TO CUR-RTYPE
069600       ELSE
069700         MOVE 'R' TO CUR-KIND
069800         MOVE R-SEQ-NUMB TO CUR-RTYPE
069900       END-IF
070000       END-IF
070100       PERFORM 1500-LOAD-CARD-FIELDS.
070200     PERFORM 1400-DECK-READ.
070300*    ONE PARAMETER CARD.  A CARD THAT CANNOT BE READ REFUSES
070400*    THE RUN RATHER THAN QUIETLY LOOSEN A CONTROL
070500 1700-LOAD-PARM-CARD.
070600     READ PARM-FILE, AT END
070700       MOVE 1 TO PARM-EOF-SW
070800       GO TO 1790-EXIT.
070900     ADD 1 TO PARM-CARD-CNT.
071000     IF PARM-CARD (1:1) = '*' OR PARM-CARD = SPACES
071100       GO TO 1790-EXIT.
071200     IF PARM-TBL-CNT NOT < PARM-TBL-MAX
071300       DISPLAY 'BDMS0258 PARAMETER DECK OVER ' PARM-TBL-MAX
071400               ' CARDS - RUN REFUSED'
071500       GO TO 1780-REFUSE.
071600     IF PC-CLIENT = SPACES
071700       MOVE '***' TO PC-CLIENT.
071800     IF PC-COUNT = SPACES
071900       MOVE ZEROS TO PC-COUNT.
072000     IF PC-AMOUNT = SPACES
072100       MOVE ZEROS TO PC-AMOUNT.
072200     IF PC-DAYS = SPACES
072300       MOVE ZEROS TO PC-DAYS.
072400     IF PC-COUNT NOT NUMERIC OR PC-AMOUNT NOT NUMERIC OR
072500        PC-DAYS NOT NUMERIC
072600       DISPLAY 'BDMS0258 PARAMETER CARD ' PARM-CARD-CNT
072700               ' INVALID - RUN REFUSED: ' PARM-CARD (1:39)
072800       GO TO 1780-REFUSE.
072900     IF PC-PATTERN = 'FLDCHG'
073000       IF PC-COUNT-9 = 0 OR
073100          (PC-SCOPE NOT = SPACE AND PC-SCOPE NOT = 'S')
073200         DISPLAY 'BDMS0258 FLDCHG CARD ' PARM-CARD-CNT
073300                 ' NEEDS A COUNT AND A BLANK OR S SCOPE'
073400                 ' - RUN REFUSED'
073500         GO TO 1780-REFUSE
073600       END-IF
073700     ELSE
073800     IF PC-PATTERN = 'USERCLI'
073900       IF PC-COUNT-9 = 0 OR PC-CLIENT NOT = '***' OR
074000          USERCLI-CARD > 0
074100         DISPLAY 'BDMS0258 USERCLI CARD ' PARM-CARD-CNT
074200                 ' NEEDS A COUNT, NO CLIENT, AND ONLY ONE'
074300                 ' USERCLI CARD - RUN REFUSED'
074400         GO TO 1780-REFUSE
074500       END-IF
074600       COMPUTE USERCLI-CARD = PARM-TBL-CNT + 1
074700     ELSE
074800     IF PC-PATTERN = 'SWING'
074900       IF PC-AMOUNT-9 = 0
075000         DISPLAY 'BDMS0258 SWING CARD ' PARM-CARD-CNT
075100                 ' NEEDS A SWING AMOUNT - RUN REFUSED'
075200         GO TO 1780-REFUSE
075300       END-IF
075400     ELSE
075500       DISPLAY 'BDMS0258 PARAMETER CARD ' PARM-CARD-CNT
075600               ' PATTERN <' PC-PATTERN
075700               '> NOT FLDCHG, USERCLI OR SWING - RUN REFUSED'
075800       GO TO 1780-REFUSE.
075900     ADD 1 TO PARM-TBL-CNT.
076000     MOVE PC-PATTERN   TO PM-PATTERN (PARM-TBL-CNT).
076100     MOVE PC-CLIENT    TO PM-CLIENT (PARM-TBL-CNT).
076200     MOVE PC-COUNT-9   TO PM-COUNT (PARM-TBL-CNT).
076300     MOVE PC-AMOUNT-9  TO PM-AMOUNT (PARM-TBL-CNT).
076400     MOVE PC-DAYS-9    TO PM-DAYS (PARM-TBL-CNT).
076500     MOVE PC-SCOPE     TO PM-SCOPE (PARM-TBL-CNT).
076600     MOVE 0 TO PM-FLAG-CNT (PARM-TBL-CNT).
076700     GO TO 1790-EXIT.
076800 1780-REFUSE.
076900     MOVE 16 TO RETURN-CODE.
077000     MOVE 1 TO REFUSED-SW.
077100 1790-EXIT.
077200     EXIT.
077300******************************************************************
077400***  THE SUBMITTED CARDS DATED IN THE PERIOD: WHO SENT WHAT,   ***
077500***  AND FOR WHICH CLIENTS                                     ***
077600******************************************************************
077700 2000-LOAD-TRANSACTIONS.
077800     OPEN INPUT TRANS-IN-FILE.
077900     PERFORM 2900-TRANS-READ.
078000     PERFORM 2100-ONE-TRANSACTION THRU 2190-EXIT
078100       UNTIL TRANS-EOF.
078200     CLOSE TRANS-IN-FILE.
078300 2100-ONE-TRANSACTION.
078400     MOVE T-DATE TO DATE-IN-MMDDYY.
078500     PERFORM 1050-DATE-CONVERT.
078600     IF NOT DATE-CONVERTED OR
078700        DATE-CCYYMMDD-N < RANGE-LO OR
078800        DATE-CCYYMMDD-N > RANGE-HI
078900       GO TO 2180-NEXT.
079000     ADD 1 TO TRANS-RANGE-CNT.
079100     IF TXN-TBL-CNT < TXN-TBL-MAX
079200       ADD 1 TO TXN-TBL-CNT
079300       MOVE T-ORIGIN-USER   TO TX-USER (TXN-TBL-CNT)
079400       MOVE T-REC-ID        TO TX-KEY (TXN-TBL-CNT) (1:1)
079500       MOVE T-CLIENT        TO TX-KEY (TXN-TBL-CNT) (2:3)
079600       MOVE T-SEQ-NUMBER    TO TX-KEY (TXN-TBL-CNT) (5:3)
079700       MOVE T-TC            TO TX-TC (TXN-TBL-CNT)
079800       MOVE DATE-CCYYMMDD-N TO TX-DATE (TXN-TBL-CNT)
079900     ELSE
080000       ADD 1 TO TXN-FULL-CNT.
080100     MOVE T-ORIGIN-USER TO PK-USER.
080200     MOVE T-CLIENT      TO PK-CLIENT.
080300     PERFORM 2200-FIND-PAIR THRU 2290-EXIT.
080400     IF PAIR-FOUND-IX > 0
080500       ADD 1 TO UC-TXN-CNT (PAIR-FOUND-IX).
080600 2180-NEXT.
080700     PERFORM 2900-TRANS-READ.
080800 2190-EXIT.
080900     EXIT.
081000*    FINDS, OR INSERTS IN USER/CLIENT ORDER, THE PAIR ENTRY
081100 2200-FIND-PAIR.
081200     MOVE 1 TO PAIR-I.
081300     PERFORM 2250-SKIP-LOWER
081400       UNTIL PAIR-I > PAIR-TBL-CNT OR
081500             UC-KEY (PAIR-I) NOT < PAIR-KEY.
081600     IF PAIR-I NOT > PAIR-TBL-CNT
081700       IF UC-KEY (PAIR-I) = PAIR-KEY
081800         MOVE PAIR-I TO PAIR-FOUND-IX
081900         GO TO 2290-EXIT.
082000     MOVE 0 TO PAIR-FOUND-IX.
082100     IF PAIR-TBL-CNT NOT < PAIR-TBL-MAX
082200       ADD 1 TO PAIR-FULL-CNT
082300       GO TO 2290-EXIT.
082400     MOVE PAIR-I TO PAIR-FOUND-IX.
082500     MOVE PAIR-TBL-CNT TO PAIR-I.
082600     ADD 1 TO PAIR-TBL-CNT.
082700     PERFORM 2260-SHIFT-UP UNTIL PAIR-I < PAIR-FOUND-IX.
082800     MOVE PAIR-KEY TO UC-KEY (PAIR-FOUND-IX).
082900     MOVE 0 TO UC-TXN-CNT (PAIR-FOUND-IX).
083000 2290-EXIT.
083100     EXIT.
083200 2250-SKIP-LOWER.
083300     ADD 1 TO PAIR-I.
083400 2260-SHIFT-UP.
083500     MOVE PAIR-ENTRY (PAIR-I) TO PAIR-ENTRY (PAIR-I + 1).
083600     SUBTRACT 1 FROM PAIR-I.
083700 2900-TRANS-READ.
083800     READ TRANS-IN-FILE, AT END
083900       MOVE 1 TO TRANS-EOF-SW.
084000     IF MORE-TRANS-RECS
084100       ADD 1 TO TRANS-READ-CNT.
084200******************************************************************
084300***  EACH KEY'S FIRST OUT4 BEFORE-IMAGE POSTED IN THE PERIOD - ***
084400***  THE RECORD AS IT STOOD WHEN THE PERIOD OPENED             ***
084500******************************************************************
084600 3000-SEED-BEFORE-IMAGES.
084700     OPEN INPUT JRNL-IN-FILE.
084800     PERFORM 3900-JRNL-READ.
084900     PERFORM 3100-ONE-JOURNAL THRU 3190-EXIT
085000       UNTIL JRNL-EOF.
085100     CLOSE JRNL-IN-FILE.
085200 3100-ONE-JOURNAL.
085300     MOVE JR-POST-DATE TO DATE-IN-MMDDYY.
085400     PERFORM 1050-DATE-CONVERT.
085500     IF NOT DATE-CONVERTED OR
085600        DATE-CCYYMMDD-N < RANGE-LO OR
085700        DATE-CCYYMMDD-N > RANGE-HI
085800       GO TO 3180-NEXT.
085900     ADD 1 TO JRNL-RANGE-CNT.
086000     MOVE JR-BEFORE-IMAGE (1:1) TO WORK-KEY (1:1).
086100     MOVE JR-CLIENT             TO WORK-KEY (2:3).
086200     MOVE JR-SEQ-NUMBER         TO WORK-KEY (5:3).
086300     PERFORM 4200-FIND-IMAGE.
086400     IF IMG-FOUND-IX > 0
086500       GO TO 3180-NEXT.
086600     MOVE JR-BEFORE-IMAGE TO CUR-IMAGE.
086700     PERFORM 4250-STORE-IMAGE.
086800     IF IMG-FOUND-IX > 0
086900       ADD 1 TO JRNL-SEEDED-CNT.
087000 3180-NEXT.
087100     PERFORM 3900-JRNL-READ.
087200 3190-EXIT.
087300     EXIT.
087400 3900-JRNL-READ.
087500     READ JRNL-IN-FILE, AT END
087600       MOVE 1 TO JRNL-EOF-SW.
087700     IF MORE-JRNL-RECS
087800       ADD 1 TO JRNL-READ-CNT.
087900******************************************************************
088000***  EACH OUT3 AFTER-IMAGE POSTED IN THE PERIOD IS DIFFED      ***
088100***  AGAINST THE KEY'S LAST IMAGE, ONE EVENT PER FIELD CHANGED ***
088200******************************************************************
088300 4000-DIFF-AFTER-IMAGES.
088400     OPEN INPUT CHG-IN-FILE.
088500     PERFORM 4900-CHG-READ.
088600     PERFORM 4100-ONE-AFTER-IMAGE THRU 4190-EXIT
088700       UNTIL CHG-EOF.
088800     CLOSE CHG-IN-FILE.
088900 4100-ONE-AFTER-IMAGE.
089000     MOVE C-UPD-DATE TO DATE-IN-MMDDYY.
089100     PERFORM 1050-DATE-CONVERT.
089200     IF NOT DATE-CONVERTED
089300       GO TO 4180-NEXT.
089400     IF C-UPD-CCYY NUMERIC
089500       MOVE C-UPD-CCYY TO DC-CCYY.
089600     IF DATE-CCYYMMDD-N < RANGE-LO OR
089700        DATE-CCYYMMDD-N > RANGE-HI
089800       GO TO 4180-NEXT.
089900     ADD 1 TO CHG-RANGE-CNT.
090000     MOVE DATE-CCYYMMDD-N TO POST-DATE.
090100     PERFORM 1250-MONTH-LENGTH.
090200     SUBTRACT DC-DD FROM MONTH-LENGTH GIVING DAYS-LEFT.
090300     MOVE CHG-RECORD   TO CUR-IMAGE.
090400     MOVE C-TC         TO CUR-TC.
090500     MOVE C-SEQ-NUMBER TO CUR-SEQ-NUMBER.
090600     MOVE C-REC-ID     TO WORK-KEY (1:1).
090700     MOVE C-CLIENT     TO WORK-KEY (2:3).
090800     MOVE C-SEQ-NUMBER TO WORK-KEY (5:3).
090900     MOVE WORK-KEY     TO USER-KEY.
091000     IF C-MOVED-FROM-SEQ NOT = SPACES
091100       PERFORM 4150-MOVED-RECORD
091200       GO TO 4180-NEXT.
091300     PERFORM 4200-FIND-IMAGE.
091400     IF IMG-FOUND-IX = 0
091500       ADD 1 TO FIRST-IMAGE-CNT
091600       PERFORM 4250-STORE-IMAGE
091700     ELSE
091800       MOVE IM-IMAGE (IMG-FOUND-IX) TO PREV-IMAGE
091900       PERFORM 4300-DIFF-IMAGES
092000       MOVE CUR-IMAGE TO IM-IMAGE (IMG-FOUND-IX).
092100 4180-NEXT.
092200     PERFORM 4900-CHG-READ.
092300 4190-EXIT.
092400     EXIT.
092500*    A RE-KEY IMAGE IS DIFFED AGAINST THE LAST IMAGE OF THE KEY
092600*    IT MOVED FROM, WHOSE ENTRY THEN TAKES THE NEW KEY; THE
092700*    RE-KEY CARD WAS SUBMITTED UNDER THE OLD KEY
092800 4150-MOVED-RECORD.
092900     MOVE WORK-KEY         TO MOVED-FROM-KEY.
093000     MOVE C-MOVED-FROM-SEQ TO MOVED-FROM-KEY (5:3).
093100     MOVE MOVED-FROM-KEY   TO USER-KEY.
093200     ADD 1 TO MOVES-FOLLOWED-CNT.
093300     PERFORM 4200-FIND-IMAGE.
093400     IF IMG-FOUND-IX > 0
093500       MOVE SPACES TO IM-KEY (IMG-FOUND-IX).
093600     MOVE MOVED-FROM-KEY TO WORK-KEY.
093700     PERFORM 4200-FIND-IMAGE.
093800     MOVE C-SEQ-NUMBER TO WORK-KEY (5:3).
093900     IF IMG-FOUND-IX = 0
094000       ADD 1 TO FIRST-IMAGE-CNT
094100       PERFORM 4250-STORE-IMAGE
094200     ELSE
094300       MOVE IM-IMAGE (IMG-FOUND-IX) TO PREV-IMAGE
094400       PERFORM 4300-DIFF-IMAGES
094500       MOVE WORK-KEY  TO IM-KEY (IMG-FOUND-IX)
094600       MOVE CUR-IMAGE TO IM-IMAGE (IMG-FOUND-IX).
094700 4200-FIND-IMAGE.
094800     MOVE 0 TO IMG-FOUND-IX.
094900     MOVE 1 TO IMG-TBL-I.
095000     PERFORM 4210-SCAN-IMAGE
095100       UNTIL IMG-TBL-I > IMG-TBL-CNT OR IMG-FOUND-IX > 0.
095200 4210-SCAN-IMAGE.
095300     IF IM-KEY (IMG-TBL-I) = WORK-KEY
095400       MOVE IMG-TBL-I TO IMG-FOUND-IX.
095500     ADD 1 TO IMG-TBL-I.
095600 4250-STORE-IMAGE.
095700     IF IMG-TBL-CNT NOT < IMG-TBL-MAX
095800       ADD 1 TO IMG-FULL-CNT
095900       MOVE 0 TO IMG-FOUND-IX
096000     ELSE
096100       ADD 1 TO IMG-TBL-CNT
096200       MOVE WORK-KEY  TO IM-KEY (IMG-TBL-CNT)
096300       MOVE CUR-IMAGE TO IM-IMAGE (IMG-TBL-CNT)
096400       MOVE IMG-TBL-CNT TO IMG-FOUND-IX.
096500*    THE FIXED FIELDS, AND THE RECORD-TYPE FIELDS OF THE
096600*    IMAGE'S OWN SEQ NUMBER
096700 4300-DIFF-IMAGES.
096800     ADD 1 TO IMAGES-DIFFED-CNT.
096900     PERFORM 4450-FIND-USER.
097000     MOVE 1 TO FLD-TBL-I.
097100     PERFORM 4310-DIFF-ONE-FIELD UNTIL FLD-TBL-I > FLD-TBL-CNT.
097200 4310-DIFF-ONE-FIELD.
097300     IF FD-KIND (FLD-TBL-I) = 'F' OR
097400        FD-RTYPE (FLD-TBL-I) = CUR-SEQ-NUMBER
097500       IF PREV-IMAGE (FD-LOCATION (FLD-TBL-I):
097600                      FD-LENGTH (FLD-TBL-I)) NOT =
097700          CUR-IMAGE (FD-LOCATION (FLD-TBL-I):
097800                     FD-LENGTH (FLD-TBL-I))
097900         PERFORM 4400-RECORD-EVENT.
098000     ADD 1 TO FLD-TBL-I.
098100*    ONE FIELD CHANGE; AN 'S' FIELD ALSO CARRIES ITS SWING
098200 4400-RECORD-EVENT.
098300     IF EVT-TBL-CNT NOT < EVT-TBL-MAX
098400       ADD 1 TO EVT-FULL-CNT
098500     ELSE
098600       ADD 1 TO EVT-TBL-CNT
098700       MOVE WORK-KEY      TO EV-KEY (EVT-TBL-CNT)
098800       MOVE POST-DATE     TO EV-DATE (EVT-TBL-CNT)
098900       MOVE CUR-TC        TO EV-TC (EVT-TBL-CNT)
099000       MOVE CUR-USER      TO EV-USER (EVT-TBL-CNT)
099100       MOVE FLD-TBL-I     TO EV-FLD-IX (EVT-TBL-CNT)
099200       MOVE DAYS-LEFT     TO EV-DAYS-LEFT (EVT-TBL-CNT)
099300       MOVE SPACE         TO EV-MARK (EVT-TBL-CNT)
099400       MOVE 0 TO EV-AMOUNTS-SW (EVT-TBL-CNT),
099500                 EV-SWING (EVT-TBL-CNT)
099600       MOVE SPACES TO EV-OLD (EVT-TBL-CNT), EV-NEW (EVT-TBL-CNT)
099700       IF FD-FORMAT (FLD-TBL-I) = 'S'
099800         PERFORM 4500-SIGNED-EVENT THRU 4590-EXIT
099900       ELSE
100000         PERFORM 4600-TEXT-EVENT.
100100 4500-SIGNED-EVENT.
100200     MOVE PREV-IMAGE TO VALUE-IMAGE.
100300     PERFORM 4700-FIELD-VALUE.
100400     IF NOT VALUE-OK
100500       ADD 1 TO BAD-VALUE-CNT
100600       PERFORM 4600-TEXT-EVENT
100700       GO TO 4590-EXIT.
100800     MOVE TRAN-SIGNED-FLD TO OLD-AMOUNT.
100900     MOVE CUR-IMAGE TO VALUE-IMAGE.
101000     PERFORM 4700-FIELD-VALUE.
101100     IF NOT VALUE-OK
101200       ADD 1 TO BAD-VALUE-CNT
101300       PERFORM 4600-TEXT-EVENT
101400       GO TO 4590-EXIT.
101500     MOVE TRAN-SIGNED-FLD TO NEW-AMOUNT.
101600     MOVE 1 TO EV-AMOUNTS-SW (EVT-TBL-CNT).
101700     COMPUTE EV-SWING (EVT-TBL-CNT) = NEW-AMOUNT - OLD-AMOUNT.
101800     MOVE OLD-AMOUNT TO AMOUNT-ED.
101900     PERFORM 4550-LEFT-AMOUNT.
102000     MOVE AMOUNT-TEXT (AMOUNT-I:) TO EV-OLD (EVT-TBL-CNT).
102100     MOVE NEW-AMOUNT TO AMOUNT-ED.
102200     PERFORM 4550-LEFT-AMOUNT.
102300     MOVE AMOUNT-TEXT (AMOUNT-I:) TO EV-NEW (EVT-TBL-CNT).
102400 4590-EXIT.
102500     EXIT.
102600 4550-LEFT-AMOUNT.
102700     MOVE 1 TO AMOUNT-I.
102800     PERFORM 4560-SKIP-BLANK
102900       UNTIL AMOUNT-TEXT (AMOUNT-I:1) NOT = SPACE.
103000 4560-SKIP-BLANK.
103100     ADD 1 TO AMOUNT-I.
103200*    A TEXT FIELD'S VALUES, TO THE FIRST 30 POSITIONS
103300 4600-TEXT-EVENT.
103400     MOVE FD-LENGTH (FLD-TBL-I) TO FIELD-LEN.
103500     IF FIELD-LEN > 30
103600       MOVE 30 TO FIELD-LEN.
103700     MOVE PREV-IMAGE (FD-LOCATION (FLD-TBL-I):FIELD-LEN)
103800       TO EV-OLD (EVT-TBL-CNT).
103900     MOVE CUR-IMAGE (FD-LOCATION (FLD-TBL-I):FIELD-LEN)
104000       TO EV-NEW (EVT-TBL-CNT).
104100*    THE USER OF THE LATEST SUBMITTED CARD FOR THE KEY AND TC
104200*    DATED NO LATER THAN THE POSTING
104300 4450-FIND-USER.
104400     MOVE SPACES TO CUR-USER.
104500     MOVE 0 TO CUR-USER-DATE, TXN-FOUND-IX.
104600     MOVE 1 TO TXN-I.
104700     PERFORM 4460-SCAN-TXN UNTIL TXN-I > TXN-TBL-CNT.
104800     IF TXN-FOUND-IX = 0
104900       MOVE '(NONE)' TO CUR-USER.
105000 4460-SCAN-TXN.
105100     IF TX-KEY (TXN-I) = USER-KEY AND
105200        TX-TC (TXN-I) = CUR-TC AND
105300        TX-DATE (TXN-I) NOT > POST-DATE AND
105400        TX-DATE (TXN-I) NOT < CUR-USER-DATE
105500       MOVE TXN-I            TO TXN-FOUND-IX
105600       MOVE TX-DATE (TXN-I)  TO CUR-USER-DATE
105700       MOVE TX-USER (TXN-I)  TO CUR-USER.
105800     ADD 1 TO TXN-I.
105900*    ONE 'S' FIELD'S VALUE IN VALUE-IMAGE INTO TRAN-SIGNED-FLD
106000 4700-FIELD-VALUE.
106100     MOVE ZEROS TO TRAN-SIGNED-FLD.
106200     MOVE FD-LOCATION (FLD-TBL-I) TO RECORD-PTR.
106300     MOVE FD-LENGTH (FLD-TBL-I)   TO FIELD-LEN.
106400     COMPUTE CTR-PTR = 15 - FIELD-LEN + 1.
106500     MOVE 0 TO FLD-CHAR-I.
106600     PERFORM 4750-MOVE-ONE-CHAR FIELD-LEN TIMES.
106700     IF TRAN-SIGNED-FLD NUMERIC
106800       MOVE 1 TO VALUE-OK-SW
106900     ELSE
107000       MOVE 0 TO VALUE-OK-SW.
107100 4750-MOVE-ONE-CHAR.
107200     ADD 1 TO FLD-CHAR-I.
107300     IF VALUE-IMAGE (RECORD-PTR:1) = SPACE AND
107400        FLD-CHAR-I < FIELD-LEN
107500       MOVE '0' TO T-CTR (CTR-PTR)
107600     ELSE
107700       MOVE VALUE-IMAGE (RECORD-PTR:1) TO T-CTR (CTR-PTR).
107800     ADD 1 TO RECORD-PTR, CTR-PTR.
107900 4900-CHG-READ.
108000     READ CHG-IN-FILE, AT END
108100       MOVE 1 TO CHG-EOF-SW.
108200     IF MORE-CHG-RECS
108300       ADD 1 TO CHG-READ-CNT.
108400******************************************************************
108500***  FLDCHG: EACH RECORD FIELD CHANGED AT LEAST ITS CARD'S     ***
108600***  COUNT OF TIMES, WITH ITS WHOLE CHANGE SEQUENCE            ***
108700******************************************************************
108800 5000-REPEATED-CHANGES.
108900     MOVE RANGE-LO TO DATE-CCYYMMDD-N.
109000     PERFORM 5900-DISPLAY-DATE.
109100     MOVE DATE-DISP TO RH-FROM.
109200     MOVE RANGE-HI TO DATE-CCYYMMDD-N.
109300     PERFORM 5900-DISPLAY-DATE.
109400     MOVE DATE-DISP TO RH-TO.
109500     MOVE FDT-VERSION TO RH-VERSION.
109600     WRITE PRINT FROM RPT-HDR-LINE.
109700     WRITE PRINT FROM BLANK-LINE.
109800     MOVE 'FLDCHG - ONE FIELD OF ONE RECORD CHANGED REPEATEDLY'
109900       TO ML-TEXT.
110000     WRITE PRINT FROM MSG-LINE.
110100     MOVE 1 TO EVT-I.
110200     PERFORM 5100-FIELD-GROUP THRU 5190-EXIT
110300       UNTIL EVT-I > EVT-TBL-CNT.
110400     IF FLDCHG-FLAG-CNT = 0
110500       MOVE '  NONE FLAGGED' TO ML-TEXT
110600       WRITE PRINT FROM MSG-LINE.
110700 5100-FIELD-GROUP.
110800     PERFORM 5200-GROUP-TEST.
110900     IF NOT GROUP-FIRST
111000       GO TO 5180-NEXT.
111100     MOVE 'FLDCHG' TO FIND-PATTERN.
111200     PERFORM 5300-FIND-CARD.
111300     IF CARD-IX = 0
111400       GO TO 5180-NEXT.
111500     PERFORM 5250-COUNT-GROUP.
111600     IF GROUP-CNT < PM-COUNT (CARD-IX)
111700       GO TO 5180-NEXT.
111800     ADD 1 TO FLDCHG-FLAG-CNT, PM-FLAG-CNT (CARD-IX).
111900     PERFORM 5400-GROUP-SUBJECT.
112000     MOVE 'FLDCHG'               TO FG-PATTERN.
112100     MOVE GROUP-CNT              TO FG-COUNT.
112200     MOVE 'CHANGES IN PERIOD'    TO FG-COUNT-TEXT.
112300     MOVE 'THRESHOLD'            TO FG-LIMIT-TEXT.
112400     MOVE PM-COUNT (CARD-IX)     TO FG-LIMIT.
112500     MOVE SPACES TO FG-NOTE.
112600     STRING 'CARD CLIENT ' PM-CLIENT (CARD-IX)
112700         DELIMITED BY SIZE INTO FG-NOTE.
112800     WRITE PRINT FROM BLANK-LINE.
112900     WRITE PRINT FROM FLAG-LINE.
113000     PERFORM 5500-PRINT-GROUP.
113100 5180-NEXT.
113200     ADD 1 TO EVT-I.
113300 5190-EXIT.
113400     EXIT.
113500*    AN EVENT STARTS ITS RECORD-FIELD GROUP WHEN NO EARLIER
113600*    EVENT HAS THE SAME KEY AND FIELD
113700 5200-GROUP-TEST.
113800     MOVE 1 TO GROUP-FIRST-SW.
113900     MOVE 1 TO EVT-J.
114000     PERFORM 5210-EARLIER-EVENT
114100       UNTIL EVT-J NOT < EVT-I OR NOT GROUP-FIRST.
114200 5210-EARLIER-EVENT.
114300     IF EV-KEY (EVT-J) = EV-KEY (EVT-I) AND
114400        EV-FLD-IX (EVT-J) = EV-FLD-IX (EVT-I)
114500       MOVE 0 TO GROUP-FIRST-SW.
114600     ADD 1 TO EVT-J.
114700 5250-COUNT-GROUP.
114800     MOVE 0 TO GROUP-CNT.
114900     MOVE EVT-I TO EVT-J.
115000     PERFORM 5260-COUNT-ONE UNTIL EVT-J > EVT-TBL-CNT.
115100 5260-COUNT-ONE.
115200     IF EV-KEY (EVT-J) = EV-KEY (EVT-I) AND
115300        EV-FLD-IX (EVT-J) = EV-FLD-IX (EVT-I)
115400       ADD 1 TO GROUP-CNT.
115500     ADD 1 TO EVT-J.
115600*    THE FIRST CARD OF FIND-PATTERN THE EVENT'S CLIENT (AND,
115700*    FOR FLDCHG, ITS FIELD'S FORMAT) MATCHES
115800 5300-FIND-CARD.
115900     MOVE 0 TO CARD-IX.
116000     MOVE EV-KEY (EVT-I) (2:3) TO FIND-CLIENT.
116100     MOVE EV-FLD-IX (EVT-I) TO FLD-TBL-I.
116200     MOVE 1 TO PARM-I.
116300     PERFORM 5310-TRY-CARD
116400       UNTIL PARM-I > PARM-TBL-CNT OR CARD-IX > 0.
116500 5310-TRY-CARD.
116600     IF PM-PATTERN (PARM-I) = FIND-PATTERN AND
116700        (PM-CLIENT (PARM-I) = '***' OR
116800         PM-CLIENT (PARM-I) = FIND-CLIENT) AND
116900        (PM-SCOPE (PARM-I) = SPACE OR
117000         FD-FORMAT (FLD-TBL-I) = 'S')
117100       MOVE PARM-I TO CARD-IX.
117200     ADD 1 TO PARM-I.
117300 5400-GROUP-SUBJECT.
117400     PERFORM 5450-FIELD-NAME.
117500     MOVE SPACES TO FG-SUBJECT.
117600     STRING 'KEY ' EV-KEY (EVT-I) ' FIELD ' FIELD-NAME
117700         DELIMITED BY SIZE INTO FG-SUBJECT.
117800*    F NN OR R NN FOR THE FIELD AT FLD-TBL-I
117900 5450-FIELD-NAME.
118000     MOVE EV-FLD-IX (EVT-I) TO FLD-TBL-I.
118100     MOVE FD-FIELD-NO (FLD-TBL-I) TO FLD-NO-DISP.
118200     MOVE SPACES TO FIELD-NAME.
118300     STRING FD-KIND (FLD-TBL-I) FLD-NO-DISP
118400         DELIMITED BY SIZE INTO FIELD-NAME.
118500*    THE GROUP'S CHANGE SEQUENCE, IN POSTING ORDER
118600 5500-PRINT-GROUP.
118700     WRITE PRINT FROM SEQUENCE-HDR-LINE.
118800     MOVE EVT-I TO EVT-J.
118900     PERFORM 5510-GROUP-LINE UNTIL EVT-J > EVT-TBL-CNT.
119000 5510-GROUP-LINE.
119100     IF EV-KEY (EVT-J) = EV-KEY (EVT-I) AND
119200        EV-FLD-IX (EVT-J) = EV-FLD-IX (EVT-I)
119300       PERFORM 5600-SEQUENCE-LINE.
119400     ADD 1 TO EVT-J.
119500 5600-SEQUENCE-LINE.
119600     MOVE EV-MARK (EVT-J)       TO SQ-MARK.
119700     MOVE EV-DATE (EVT-J)       TO DATE-CCYYMMDD-N.
119800     PERFORM 5900-DISPLAY-DATE.
119900     MOVE DATE-DISP             TO SQ-DATE.
120000     MOVE EV-TC (EVT-J)         TO SQ-TC.
120100     MOVE EV-USER (EVT-J)       TO SQ-USER.
120200     MOVE EV-KEY (EVT-J)        TO SQ-KEY.
120300     MOVE EV-FLD-IX (EVT-J)     TO FLD-TBL-I.
120400     MOVE FD-FIELD-NO (FLD-TBL-I) TO FLD-NO-DISP.
120500     MOVE SPACES TO SQ-FIELD.
120600     STRING FD-KIND (FLD-TBL-I) FLD-NO-DISP
120700         DELIMITED BY SIZE INTO SQ-FIELD.
120800     MOVE EV-OLD (EVT-J)        TO SQ-BEFORE.
120900     MOVE EV-NEW (EVT-J)        TO SQ-AFTER.
121000     IF EV-AMOUNTS-SW (EVT-J) = 1
121100       MOVE EV-SWING (EVT-J)    TO SQ-SWING-ED
121200     ELSE
121300       MOVE SPACES              TO SQ-SWING.
121400     WRITE PRINT FROM SEQUENCE-LINE.
121500 5900-DISPLAY-DATE.
121600     MOVE DC-MM   TO DD-MM.
121700     MOVE DC-DD   TO DD-DD.
121800     MOVE DC-CCYY TO DD-CCYY.
121900******************************************************************
122000***  USERCLI: EACH ORIGINATING USER WHOSE SUBMITTED CARDS SPAN ***
122100***  AT LEAST THE CARD'S COUNT OF CLIENTS, WITH THE CARDS PER  ***
122200***  CLIENT AND THE CHANGES CREDITED TO THE USER               ***
122300******************************************************************
122400 6000-USER-SPREAD.
122500     WRITE PRINT FROM BLANK-LINE.
122600     MOVE 'USERCLI - ONE ORIGINATING USER ACROSS MANY CLIENTS'
122700       TO ML-TEXT.
122800     WRITE PRINT FROM MSG-LINE.
122900     IF USERCLI-CARD = 0
123000       MOVE '  NO USERCLI CARD - NOT TESTED' TO ML-TEXT
123100       WRITE PRINT FROM MSG-LINE
123200       GO TO 6090-EXIT.
123300     MOVE 1 TO PAIR-I.
123400     PERFORM 6100-ONE-USER THRU 6190-EXIT
123500       UNTIL PAIR-I > PAIR-TBL-CNT.
123600     IF USERCLI-FLAG-CNT = 0
123700       MOVE '  NONE FLAGGED' TO ML-TEXT
123800       WRITE PRINT FROM MSG-LINE.
123900 6090-EXIT.
124000     EXIT.
124100*    THE PAIRS ARE IN USER ORDER, SO ONE USER'S CLIENTS ARE
124200*    CONSECUTIVE
124300 6100-ONE-USER.
124400     MOVE PAIR-I TO USER-FIRST-IX.
124500     MOVE 0 TO USER-CLIENT-CNT.
124600     PERFORM 6110-COUNT-CLIENT
124700       UNTIL PAIR-I > PAIR-TBL-CNT OR
124800             UC-USER (PAIR-I) NOT = UC-USER (USER-FIRST-IX).
124900     IF USER-CLIENT-CNT < PM-COUNT (USERCLI-CARD)
125000       GO TO 6190-EXIT.
125100     ADD 1 TO USERCLI-FLAG-CNT, PM-FLAG-CNT (USERCLI-CARD).
125200     MOVE 'USERCLI'                   TO FG-PATTERN.
125300     MOVE SPACES TO FG-SUBJECT.
125400     STRING 'USER ' UC-USER (USER-FIRST-IX)
125500         DELIMITED BY SIZE INTO FG-SUBJECT.
125600     MOVE USER-CLIENT-CNT             TO FG-COUNT.
125700     MOVE 'CLIENTS IN PERIOD'         TO FG-COUNT-TEXT.
125800     MOVE 'THRESHOLD'                 TO FG-LIMIT-TEXT.
125900     MOVE PM-COUNT (USERCLI-CARD)     TO FG-LIMIT.
126000     MOVE SPACES                      TO FG-NOTE.
126100     WRITE PRINT FROM BLANK-LINE.
126200     WRITE PRINT FROM FLAG-LINE.
126300     MOVE USER-FIRST-IX TO PAIR-FOUND-IX.
126400     PERFORM 6200-CLIENT-LINE UNTIL PAIR-FOUND-IX = PAIR-I.
126500     WRITE PRINT FROM SEQUENCE-HDR-LINE.
126550     MOVE 0 TO GROUP-CNT.
126600     MOVE 1 TO EVT-J.
126700     PERFORM 6300-USER-CHANGE UNTIL EVT-J > EVT-TBL-CNT.
126710     IF GROUP-CNT = 0
126720       MOVE '  NO POSTED CHANGE IS CREDITED TO THE USER'
126730         TO ML-TEXT
126740       WRITE PRINT FROM MSG-LINE.
126800 6190-EXIT.
126900     EXIT.
127000 6110-COUNT-CLIENT.
127100     ADD 1 TO USER-CLIENT-CNT.
127200     ADD 1 TO PAIR-I.
127300 6200-CLIENT-LINE.
127400     MOVE UC-CLIENT (PAIR-FOUND-IX)  TO CL-CLIENT.
127500     MOVE UC-TXN-CNT (PAIR-FOUND-IX) TO CL-TXNS.
127600     WRITE PRINT FROM CLIENT-LINE.
127700     ADD 1 TO PAIR-FOUND-IX.
127800 6300-USER-CHANGE.
127900     IF EV-USER (EVT-J) = UC-USER (USER-FIRST-IX)
127950       ADD 1 TO GROUP-CNT
128000       PERFORM 5600-SEQUENCE-LINE.
128100     ADD 1 TO EVT-J.
128200******************************************************************
128300***  SWING: EACH RECORD 'S' FIELD WITH A SWING OF AT LEAST ITS ***
128400***  CARD'S AMOUNT POSTED WITHIN ITS CARD'S DAYS OF MONTH END; ***
128500***  THE FIELD'S WHOLE SEQUENCE IS SHOWN, THE SWINGS MARKED *  ***
128600******************************************************************
128700 7000-MONTH-END-SWINGS.
128800     WRITE PRINT FROM BLANK-LINE.
128900     MOVE 'SWING - LARGE SIGNED-FIELD SWINGS NEAR MONTH END'
129000       TO ML-TEXT.
129100     WRITE PRINT FROM MSG-LINE.
129200     MOVE 1 TO EVT-I.
129300     PERFORM 7100-SWING-GROUP THRU 7190-EXIT
129400       UNTIL EVT-I > EVT-TBL-CNT.
129500     IF SWING-FLAG-CNT = 0
129600       MOVE '  NONE FLAGGED' TO ML-TEXT
129700       WRITE PRINT FROM MSG-LINE.
129800 7100-SWING-GROUP.
129900     IF EV-AMOUNTS-SW (EVT-I) NOT = 1
130000       GO TO 7180-NEXT.
130100     PERFORM 5200-GROUP-TEST.
130200     IF NOT GROUP-FIRST
130300       GO TO 7180-NEXT.
130400     MOVE 'SWING' TO FIND-PATTERN.
130500     PERFORM 5300-FIND-CARD.
130600     IF CARD-IX = 0
130700       GO TO 7180-NEXT.
130800     MOVE 0 TO SWING-HIT-CNT.
130900     MOVE EVT-I TO EVT-J.
131000     PERFORM 7200-MARK-SWING UNTIL EVT-J > EVT-TBL-CNT.
131100     IF SWING-HIT-CNT = 0
131200       GO TO 7180-NEXT.
131300     ADD 1 TO SWING-FLAG-CNT, PM-FLAG-CNT (CARD-IX).
131400     PERFORM 5400-GROUP-SUBJECT.
131500     MOVE 'SWING'                TO FG-PATTERN.
131600     MOVE SWING-HIT-CNT          TO FG-COUNT.
131700     MOVE 'SWINGS AT MONTH END'  TO FG-COUNT-TEXT.
131800     MOVE 'MINIMUM'              TO FG-LIMIT-TEXT.
131900     MOVE PM-AMOUNT (CARD-IX)    TO FG-LIMIT.
132000     MOVE PM-DAYS (CARD-IX)      TO FLD-NO-DISP.
132100     MOVE SPACES TO FG-NOTE.
132200     STRING 'CLIENT ' PM-CLIENT (CARD-IX) ', LAST '
132300            FLD-NO-DISP ' DAYS'
132400         DELIMITED BY SIZE INTO FG-NOTE.
132500     WRITE PRINT FROM BLANK-LINE.
132600     WRITE PRINT FROM FLAG-LINE.
132700     PERFORM 5500-PRINT-GROUP.
132800 7180-NEXT.
132900     ADD 1 TO EVT-I.
133000 7190-EXIT.
133100     EXIT.
133200 7200-MARK-SWING.
133300     IF EV-KEY (EVT-J) = EV-KEY (EVT-I) AND
133400        EV-FLD-IX (EVT-J) = EV-FLD-IX (EVT-I)
133500       MOVE SPACE TO EV-MARK (EVT-J)
133600       IF EV-SWING (EVT-J) < 0
133700         COMPUTE SWING-SIZE = 0 - EV-SWING (EVT-J)
133800       ELSE
133900         MOVE EV-SWING (EVT-J) TO SWING-SIZE
134000       END-IF
134100       IF EV-AMOUNTS-SW (EVT-J) = 1 AND
134200          SWING-SIZE NOT < PM-AMOUNT (CARD-IX) AND
134300          EV-DAYS-LEFT (EVT-J) NOT > PM-DAYS (CARD-IX)
134400         MOVE '*' TO EV-MARK (EVT-J)
134500         ADD 1 TO SWING-HIT-CNT.
134600     ADD 1 TO EVT-J.
134700******************************************************************
134800***  RUN TOTALS, FLAGS PER CARD, AND THE RETURN CODE           ***
134900******************************************************************
135000 8000-REPORT-TOTALS.
135100     WRITE PRINT FROM BLANK-LINE.
135200     MOVE 'SUBMITTED CARDS READ' TO CT-TEXT.
135300     MOVE TRANS-READ-CNT TO CT-COUNT.
135400     WRITE PRINT FROM CNT-DET-LINE.
135500     MOVE 'SUBMITTED CARDS DATED IN THE PERIOD' TO CT-TEXT.
135600     MOVE TRANS-RANGE-CNT TO CT-COUNT.
135700     WRITE PRINT FROM CNT-DET-LINE.
135800     MOVE 'BEFORE-IMAGES READ' TO CT-TEXT.
135900     MOVE JRNL-READ-CNT TO CT-COUNT.
136000     WRITE PRINT FROM CNT-DET-LINE.
136100     MOVE 'BEFORE-IMAGES POSTED IN THE PERIOD' TO CT-TEXT.
136200     MOVE JRNL-RANGE-CNT TO CT-COUNT.
136300     WRITE PRINT FROM CNT-DET-LINE.
136400     MOVE 'AFTER-IMAGES READ' TO CT-TEXT.
136500     MOVE CHG-READ-CNT TO CT-COUNT.
136600     WRITE PRINT FROM CNT-DET-LINE.
136700     MOVE 'AFTER-IMAGES POSTED IN THE PERIOD' TO CT-TEXT.
136800     MOVE CHG-RANGE-CNT TO CT-COUNT.
136900     WRITE PRINT FROM CNT-DET-LINE.
137000     MOVE 'CHANGES COMPARED FIELD BY FIELD' TO CT-TEXT.
137100     MOVE IMAGES-DIFFED-CNT TO CT-COUNT.
137200     WRITE PRINT FROM CNT-DET-LINE.
137300     MOVE 'FIELD CHANGES' TO CT-TEXT.
137400     MOVE EVT-TBL-CNT TO CT-COUNT.
137500     WRITE PRINT FROM CNT-DET-LINE.
137600     MOVE 'ADDS AND IMAGES WITH NO BEFORE-IMAGE' TO CT-TEXT.
137700     MOVE FIRST-IMAGE-CNT TO CT-COUNT.
137800     WRITE PRINT FROM CNT-DET-LINE.
137900     IF MOVES-FOLLOWED-CNT > 0
138000       MOVE 'RE-KEY MOVES FOLLOWED' TO CT-TEXT
138100       MOVE MOVES-FOLLOWED-CNT TO CT-COUNT
138200       WRITE PRINT FROM CNT-DET-LINE.
138300     MOVE 'CHANGES WITH AN S VALUE NOT NUMERIC' TO CT-TEXT.
138400     MOVE BAD-VALUE-CNT TO CT-COUNT.
138500     WRITE PRINT FROM CNT-DET-LINE.
138600     MOVE 'FLDCHG ITEMS FLAGGED' TO CT-TEXT.
138700     MOVE FLDCHG-FLAG-CNT TO CT-COUNT.
138800     WRITE PRINT FROM CNT-DET-LINE.
138900     MOVE 'USERCLI ITEMS FLAGGED' TO CT-TEXT.
139000     MOVE USERCLI-FLAG-CNT TO CT-COUNT.
139100     WRITE PRINT FROM CNT-DET-LINE.
139200     MOVE 'SWING ITEMS FLAGGED' TO CT-TEXT.
139300     MOVE SWING-FLAG-CNT TO CT-COUNT.
139400     WRITE PRINT FROM CNT-DET-LINE.
139500     MOVE 1 TO PARM-I.
139600     PERFORM 8100-CARD-TOTAL UNTIL PARM-I > PARM-TBL-CNT.
139700     IF TXN-FULL-CNT > 0
139800       MOVE 'CARDS NOT HELD - CARD TABLE FULL' TO CT-TEXT
139900       MOVE TXN-FULL-CNT TO CT-COUNT
140000       WRITE PRINT FROM CNT-DET-LINE.
140100     IF PAIR-FULL-CNT > 0
140200       MOVE 'CARDS NOT HELD - USER TABLE FULL' TO CT-TEXT
140300       MOVE PAIR-FULL-CNT TO CT-COUNT
140400       WRITE PRINT FROM CNT-DET-LINE.
140500     IF IMG-FULL-CNT > 0
140600       MOVE 'KEYS NOT TRACKED - KEY TABLE FULL' TO CT-TEXT
140700       MOVE IMG-FULL-CNT TO CT-COUNT
140800       WRITE PRINT FROM CNT-DET-LINE.
140900     IF EVT-FULL-CNT > 0
141000       MOVE 'CHANGES NOT HELD - CHANGE TABLE FULL' TO CT-TEXT
141100       MOVE EVT-FULL-CNT TO CT-COUNT
141200       WRITE PRINT FROM CNT-DET-LINE.
141300     IF FLDCHG-FLAG-CNT > 0 OR USERCLI-FLAG-CNT > 0 OR
141400        SWING-FLAG-CNT > 0 OR BAD-VALUE-CNT > 0 OR
141500        TXN-FULL-CNT > 0 OR PAIR-FULL-CNT > 0 OR
141600        IMG-FULL-CNT > 0 OR EVT-FULL-CNT > 0
141700       MOVE 4 TO RETURN-CODE.
141800     CLOSE PRNTR.
141900 8100-CARD-TOTAL.
142000     MOVE SPACES TO CT-TEXT.
142100     STRING '  CARD ' PM-PATTERN (PARM-I) ' CLIENT '
142200            PM-CLIENT (PARM-I) ' FLAGGED'
142300         DELIMITED BY SIZE INTO CT-TEXT.
142400     MOVE PM-FLAG-CNT (PARM-I) TO CT-COUNT.
142500     WRITE PRINT FROM CNT-DET-LINE.
142600     ADD 1 TO PARM-I.
142700 9000-EOJ.
142800     DISPLAY 'BDMS0258 AFTER-IMAGES READ........' CHG-READ-CNT.
142900     DISPLAY 'BDMS0258 FIELD CHANGES............' EVT-TBL-CNT.
143000     DISPLAY 'BDMS0258 FLDCHG ITEMS FLAGGED.....' FLDCHG-FLAG-CNT.
143100     DISPLAY 'BDMS0258 USERCLI ITEMS FLAGGED....'
143200             USERCLI-FLAG-CNT.
143300     DISPLAY 'BDMS0258 SWING ITEMS FLAGGED......' SWING-FLAG-CNT.
143400     DISPLAY 'BDMS0258 END PROCESSING'.
