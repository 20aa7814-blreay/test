000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0270.
000300******************************************************************
000400***  BDMS0270 - AS-OF-DATE MASTER RECONSTRUCTION.  REBUILDS    ***
000500***  THE WHOLE MASTER AS IT STOOD AT CLOSE OF BUSINESS ON A    ***
000600***  PAST DATE (ASOFDATE RUN PARAMETER, CCYYMMDD) LONG         ***
000700***  AFTER THAT DATE'S GENERATION HAS AGED OUT - BDMS0218      ***
000800***  ANSWERS ONE KEY AT A TIME AND BDMS0203 ONLY REVERSES ONE  ***
000900***  RUN.                                                      ***
001000***                                                            ***
001100***  THE STARTING POINT IS THE CURRENT MASTER OR THE NEAREST   ***
001200***  RETAINED GENERATION AFTER THE DATE (UT-S-MSIN); BASEDATE  ***
001300***  (CCYYMMDD) NAMES THE DATE THAT GENERATION STANDS AT, BLANK***
001400***  MEANING THE CURRENT MASTER.  ONLY CHANGES POSTED AFTER THE***
001500***  AS-OF DATE AND NOT AFTER THE BASE DATE ARE REPLAYED:      ***
001600***    - THE ACCUMULATED OUT4 JOURNAL (UT-S-JRNLIN) GIVES EACH ***
001700***      KEY'S EARLIEST BEFORE-IMAGE IN THAT WINDOW, WHICH IS  ***
001800***      THE KEY AS IT STOOD ON THE AS-OF DATE                 ***
001900***    - THE BDMS0242 CONSOLIDATED HISTORY (UT-S-HISTIN) AND   ***
002000***      THE RAW OUT3 GENERATIONS NOT YET FOLDED INTO IT       ***
002100***      (UT-S-CHGIN) GIVE EACH KEY'S EARLIEST AFTER-IMAGE IN  ***
002200***      THE WINDOW.  AN AFTER-IMAGE EARLIER THAN ANY BEFORE-  ***
002300***      IMAGE MEANS THE KEY WAS BORN AFTER THE DATE (AN ADD,  ***
002400***      OR THE NEW KEY OF A TC 05 RE-KEY), THE BDMS0203 RULE  ***
002500***    - SO DOES A POSTING STAMP (COLS 113-122) LATER THAN     ***
002600***      THE DATE ON THE KEY'S EARLIEST BEFORE-IMAGE, OR ON A  ***
002700***      MASTER RECORD WITH NO BEFORE-IMAGE AT ALL: THAT       ***
002800***      POSTING LEFT NO BEFORE-IMAGE, SO IT WAS THE BIRTH     ***
002900***  SO EACH MASTER RECORD IS DROPPED (BORN AFTER THE DATE),   ***
003000***  REPLACED BY ITS BEFORE-IMAGE (CHANGED AFTER THE DATE) OR  ***
003100***  KEPT (UNTOUCHED SINCE), AND A JOURNALED KEY NO LONGER ON  ***
003200***  THE MASTER (DELETED OR RE-KEYED AFTER THE DATE) IS PUT    ***
003300***  BACK IN FB1 KEY ORDER, THE BDMS0245 MERGE.  THE JOURNAL   ***
003400***  MUST COVER THE WHOLE WINDOW; THE HISTORY AND OUT3 INPUTS  ***
003500***  ARE OPTIONAL AND CATCH BIRTHS ON RECORDS WITHOUT A STAMP. ***
003600***                                                            ***
003700***  THE RECONSTRUCTED MASTER IS WRITTEN TO UT-S-MSOUT AND THE ***
003800***  CONTROL REPORT (PRINTR1) GIVES THE REPLAY COUNTS AND THE  ***
003900***  RECORD COUNT AND FDT 'S' FIELD TOTAL PER CLIENT.  WHEN    ***
004000***  THE AS-OF DATE IS A MONTH-END RUN DAY AND THAT MONTH'S    ***
004100***  BDMS0232 BALANCE LISTING IS SUPPLIED (UT-S-CLOSESTM),     ***
004200***  EACH CLIENT IS RECONCILED TO ITS CLOSING BALANCE AND      ***
004300***  CLOSING RECORD COUNT; A CLIENT THAT DIFFERS ENDS THE RUN  ***
004400***  WITH RC 8.  A WRITTEN KEY THAT COLLIDES OR FALLS OUT OF   ***
004500***  ORDER LEAVES RC 16 - THE MASTER IS NOT TO BE USED.        ***
004510***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
004520***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT FDT-FILE        ASSIGN TO UT-S-IN3
005100        ORGANIZATION LINE SEQUENTIAL.
005200     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
005300        ORGANIZATION LINE SEQUENTIAL.
005400     SELECT MASTER-OUT-FILE ASSIGN TO UT-S-MSOUT
005500        ORGANIZATION LINE SEQUENTIAL.
005600     SELECT JRNL-IN-FILE    ASSIGN TO UT-S-JRNLIN
005700        ORGANIZATION LINE SEQUENTIAL.
005800     SELECT OPTIONAL HIST-IN-FILE ASSIGN TO UT-S-HISTIN
005900        ORGANIZATION LINE SEQUENTIAL
006000        FILE STATUS IS HIST-IN-STATUS.
006100     SELECT OPTIONAL CHG-IN-FILE ASSIGN TO UT-S-CHGIN
006200        ORGANIZATION LINE SEQUENTIAL
006300        FILE STATUS IS CHG-IN-STATUS.
006400     SELECT OPTIONAL CLOSE-STM-FILE ASSIGN TO UT-S-CLOSESTM
006500        ORGANIZATION LINE SEQUENTIAL
006600        FILE STATUS IS CLOSE-STM-STATUS.
006700     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
006800        ORGANIZATION LINE SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  FDT-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD
007400     BLOCK CONTAINS 0 RECORDS
007500     DATA RECORD IS FDT-RECORD.
007600 01  FDT-RECORD                               PIC X(80).
007700 FD  MASTER-IN-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD
008000     BLOCK CONTAINS 0 RECORDS
008100     DATA RECORD IS MASTER-RECORD-IN.
008200 01  MASTER-RECORD-IN.
008300     03  MI-REC-ID                            PIC X.
008400     03  MI-CLIENT                            PIC X(3).
008500     03  FILLER                               PIC X(8).
008600     03  MI-SEQ-NUMBER                        PIC X(3).
008700     03  FILLER                               PIC X(113).
008800*      EXTENSION AREA FOR DECKS DECLARING LRECL ABOVE 128
008900     03  FILLER                               PIC X(384).
009000 FD  MASTER-OUT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     BLOCK CONTAINS 0 RECORDS
009400     DATA RECORD IS MASTER-RECORD-OUT.
009500 01  MASTER-RECORD-OUT                        PIC X(512).
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
010600     03  JR-BEFORE-IMAGE.
010700         05  JR-BI-REC-ID                     PIC X.
010800         05  FILLER                           PIC X(127).
010900*        EXTENSION AREA FOR MASTERS DECLARED LONGER THAN 128
011000*        BYTES (FDT LRECL HEADER); SPACES FOR 128-BYTE RUNS
011100         05  FILLER                           PIC X(384).
011200     03  JR-RUN-ID                            PIC X(28).
011300     03  JR-NEW-SEQ-NUMBER                    PIC X(3).
011400 FD  HIST-IN-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD
011700     BLOCK CONTAINS 0 RECORDS
011800     DATA RECORD IS HIST-IN-RECORD.
011900 01  HIST-IN-RECORD.
012000     03  HI-KEY                               PIC X(7).
012100     03  HI-UPD-DATE                          PIC X(6).
012200     03  HI-UPD-CCYY                          PIC X(4).
012300     03  HI-IMAGE                             PIC X(512).
012400 FD  CHG-IN-FILE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD
012700     BLOCK CONTAINS 0 RECORDS
012800     DATA RECORD IS CHG-RECORD.
012900 01  CHG-RECORD.
013000     03  C-REC-ID                             PIC X.
013100     03  C-CLIENT                             PIC X(3).
013200     03  C-TC                                 PIC X(2).
013300     03  C-DATE                               PIC X(6).
013400     03  C-SEQ-NUMBER                         PIC X(3).
013500     03  FILLER                               PIC X(97).
013600     03  C-UPD-DATE                           PIC X(6).
013700     03  C-UPD-CCYY                           PIC X(4).
013800     03  FILLER                               PIC X(6).
013900*      EXTENSION AREA FOR MASTERS DECLARING LRECL ABOVE 128
014000     03  FILLER                               PIC X(384).
014100*    THE BDMS0232 BALANCE LISTING (ITS PRINTR1) FOR THE MONTH
014200 FD  CLOSE-STM-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD
014500     BLOCK CONTAINS 0 RECORDS
014600     DATA RECORD IS CLOSE-STM-RECORD.
014700 01  CLOSE-STM-RECORD.
014800     03  CS-HDR-TEXT                          PIC X(30).
014900     03  CS-CLIENT                            PIC X(3).
015000     03  FILLER                               PIC X(10).
015100     03  CS-PERIOD                            PIC X(6).
015200     03  FILLER                               PIC X(83).
015300 01  CLOSE-STM-DETAIL.
015400     03  FILLER                               PIC X(2).
015500     03  CS-TEXT                              PIC X(30).
015600     03  CS-AMOUNT                            PIC +Z(14)9.
015700     03  FILLER                               PIC X(84).
015800 FD  PRNTR
015900     RECORDING MODE IS F
016000     LABEL RECORDS ARE STANDARD
016100     BLOCK CONTAINS 0 RECORDS
016200     DATA RECORD IS PRINT.
016300 01  PRINT.
016400     03  PRT                       PIC X(132).
016500
016600 WORKING-STORAGE SECTION.
016700 01  HIST-IN-STATUS              PIC XX.
016800 01  CHG-IN-STATUS               PIC XX.
016900 01  CLOSE-STM-STATUS            PIC XX.
017000 01  TODAY-DATE                  PIC 9(8).
017100 01  ASOF-X                      PIC X(8) VALUE SPACES.
017200 01  ASOF-DATE REDEFINES ASOF-X  PIC 9(8).
017300 01  BASE-X                      PIC X(8) VALUE SPACES.
017400 01  BASE-DATE REDEFINES BASE-X  PIC 9(8).
017500 01  REFUSED-SW                  PIC 9 VALUE 0.
017600     88  RUN-REFUSED                VALUE 1.
017700 01  BALANCE-SW                  PIC X VALUE 'N'.
017800     88  RECON-IN-BALANCE           VALUE 'N'.
017900     88  RECON-OUT-OF-BALANCE       VALUE 'Y'.
018000 01  ORDER-SW                    PIC X VALUE 'N'.
018100     88  MASTER-OUT-OF-ORDER        VALUE 'Y'.
018200*    WHETHER THE CLOSING BALANCES APPLY: 'Y' RECONCILED, 'N'
018300*    NO LISTING SUPPLIED OR NOTHING FOR THE MONTH, 'M' THE DATE
018400*    IS NOT A MONTH-END RUN DAY, 'C' CALENDAR UNAVAILABLE
018500 01  RECON-SW                    PIC X VALUE 'N'.
018600     88  RECONCILING                VALUE 'Y'.
018700 01  MASTER-EOF-SW               PIC 9 VALUE 0.
018800     88  MORE-MASTER-RECS           VALUE 0.
018900     88  MASTER-EOF                 VALUE 1.
019000 01  JRNL-EOF-SW                 PIC 9 VALUE 0.
019100     88  JRNL-EOF                   VALUE 1.
019200 01  HIST-EOF-SW                 PIC 9 VALUE 0.
019300     88  HIST-EOF                   VALUE 1.
019400 01  CHG-EOF-SW                  PIC 9 VALUE 0.
019500     88  CHG-EOF                    VALUE 1.
019600 01  STM-EOF-SW                  PIC 9 VALUE 0.
019700     88  STM-EOF                    VALUE 1.
019800 01  FDT-EOF-SW                  PIC 9 VALUE 0.
019900     88  MORE-FDT-RECS              VALUE 0.
020000     88  FDT-EOF                    VALUE 1.
020100 01  AI-SOURCE-CNT               PIC 9 VALUE 0.
020200
020300*    CALENDAR CHECK OF THE AS-OF DATE, AND WHETHER IT IS A
020400*    MONTH-END RUN DAY, THROUGH DATESRV
020500 01  CAL-PARMS.
020600     05  CAL-FUNCTION              PIC X    VALUE SPACE.
020700     05  CAL-IN-DATE               PIC 9(8) VALUE ZEROS.
020800     05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
020900     05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
021000     05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
021100 01  ASOF-MONTH-END-FLAG         PIC X VALUE SPACE.
021200
021300*    POSTING DATE OF ONE IMAGE, WINDOWED TO CCYYMMDD THE
021400*    BDMS0203 WAY WHEN THE IMAGE CARRIES NO CENTURY
021500 01  IMG-MMDDYY                  PIC X(6).
021600 01  IMG-CCYY                    PIC X(4).
021700 01  IMG-YY-WORK                 PIC 99.
021800 01  EVENT-DATE.
021900     03  EV-CCYY                 PIC 9(4).
022000     03  EV-MM                   PIC XX.
022100     03  EV-DD                   PIC XX.
022200 01  EVENT-DATE-N REDEFINES EVENT-DATE PIC 9(8).
022300 01  STAMP-SOURCE-RECORD         PIC X(512).
022400
022500******************************************************************
022600***  FDT TABLE - SAME SHAPE AS BDMS0201'S 110-FDT-ARRAY-BUILD  ***
022700******************************************************************
022800 01  FDT-REC-INDEX               PIC 9(4) COMP-5 VALUE 0.
022900 01  FDT-FIELD-INDEX             PIC 9(4) COMP-5 VALUE 0.
023000 01  FDT-CARD-WORK               PIC X(80).
023100 01  FILE-KEY-DESCRIPTOR.
023200     03  FB1-FILE-ID             PIC X.
023300     03  FB1-SEQ-NUMB            PIC X(3).
023400     03  FB1-FIELD-NO            PIC 99.
023500     03  FILLER                  PIC X(4).
023600     03  FB1-FIELD-DEFNS OCCURS 14 TIMES.
023700       05  FB1-FORMAT            PIC X.
023800       05  FB1-LOCATION          PIC 99.
023900       05  FB1-LENGTH            PIC 99.
024000 01  FIXED-FIELDS-DESCRIPTOR.
024100     03  FB2-FILE-ID             PIC X.
024200     03  FB2-SEQ-NUMB            PIC X(3).
024300     03  FB2-FIELD-NO            PIC 99.
024400     03  FILLER                  PIC X(4).
024500     03  FB2-FIELD-DEFNS OCCURS 14 TIMES.
024600       05  FB2-FORMAT            PIC X.
024700       05  FB2-LOCATION          PIC 99.
024800       05  FB2-LENGTH            PIC 99.
024900 01  FDT-NN-REC.
025000     03  FNN-FILE-ID             PIC X.
025100     03  FNN-SEQ-NUMB            PIC 9(3).
025200     03  FNN-FIELD-NO            PIC 99.
025300     03  FNN-CONT-MARK           PIC X.
025310     03  FNN-LOC-BASE            PIC X(3).
025400     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
025500       05  FNN-FORMAT            PIC X.
025600       05  FNN-LOCATION          PIC 99.
025700       05  FNN-LENGTH            PIC 99.
025800 01  FDT-REC-ARRAY.
025900     02  FDT-FIELD-DESCRIPTORS OCCURS 999 TIMES.
026000       03  FXX-FILE-ID           PIC X.
026100       03  FXX-SEQ-NUMB          PIC 9(3).
026200       03  FXX-FIELD-NO          PIC 99.
026300       03  FILLER                PIC X(4).
026400       03  FXX-FIELD-DEFNS OCCURS 14 TIMES.
026500         05  FXX-FORMAT          PIC X.
026600         05  FXX-LOCATION        PIC 99.
026700         05  FXX-LENGTH          PIC 99.
026800 01  RULE-CARD.
026900     03  R-FILE-ID               PIC X.
027000     03  R-SEQ-NUMB              PIC XXX.
027100     03  R-FIELD-NO              PIC 99.
027200     03  R-CONT-MARK             PIC X.
027210     03  R-LOC-BASE              PIC X(3).
027220     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
027300     03  R-FIELD-DEFNS OCCURS 14 TIMES.
027400       05  R-FORMAT              PIC X.
027500       05  R-LOCATION            PIC 99.
027600       05  R-LENGTH              PIC 99.
027700*    DECLARED MASTER RECORD LENGTH FROM THE OPTIONAL FDT
027800*    'LRECL NNN' HEADER CARD (128-512; ABSENT MEANS 128)
027900 01  MASTER-LRECL                PIC 9(3) VALUE 128.
028000 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
028100 01  FDTPIN-ENV                  PIC X(8) VALUE SPACES.
028103******************************************************************
028106***  FDT CONTINUATION CARDS, AS BDMS0201 FILES THEM.  A CARD   ***
028109***  WITH '+' IN COLUMN 7 CARRIES FIELDS 15-28 OF THE CARD IT  ***
028112***  DIRECTLY FOLLOWS (UP TO 6 PER CARD); COLUMNS 8-10 HOLD A  ***
028115***  LOCATION BASE ADDED TO EVERY LOCATION ON THE CARD.  THE   ***
028118***  KEY CARD'S CONTINUATIONS ARE KEPT APART; THE FB2 AND      ***
028121***  RECORD-TYPE CARDS' CONTINUATIONS ARE CHAINED FROM THEIR   ***
028124***  CARD                                                      ***
028127******************************************************************
028130 01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
028133 01  FDT-CONT-MAX                PIC 9(4) COMP-5 VALUE 300.
028136 01  FDT-CONT-AREA.
028139     03  FDT-CONT-CNT            PIC 9(4) COMP-5.
028142     03  FB2-CONT-FIRST          PIC 9(4) COMP-5.
028145     03  FB2-CONT-COUNT          PIC 9(4) COMP-5.
028148     03  FDT-CONT-LINK  OCCURS 999 TIMES.
028151       05  FCL-FIRST             PIC 9(4) COMP-5.
028154       05  FCL-COUNT             PIC 9(4) COMP-5.
028157     03  FDT-CONT-CARD  OCCURS 300 TIMES  PIC X(80).
028160*    CARD THE NEXT CONTINUATION BELONGS TO (ZERO IS THE FB2)
028163 01  FDT-CONT-OWNER-IX           PIC 9(4) COMP-5 VALUE 0.
028166 01  FDT-CONT-OWNER-SEQ          PIC X(3)  VALUE SPACES.
028169 01  FDT-CONT-OWNER-CNT          PIC 9(4) COMP-5 VALUE 0.
028172*    CONTINUATIONS STILL TO SUM FOR THE CARD IN RULE-CARD
028175 01  FDT-CONT-NEXT-IX            PIC 9(4) COMP-5 VALUE 0.
028178 01  FDT-CONT-LEFT               PIC 9(4) COMP-5 VALUE 0.
028181 01  FDT-CONT-LOC-BASE           PIC 9(4) COMP-5 VALUE 0.
028200
028300******************************************************************
028400***  FB1 MATCH KEY BUILD (GENERIC COMPONENT PATH OF BDMS0201'S ***
028500***  510-KEY-BUILD AND 535-KEY-CONT-BUILD, AS IN BDMS0251)    ***
028600******************************************************************
028700 01  KEY-WORKAREA                PIC X(100).
028800 01  KEY-PTR                     PIC 9(4) COMP-5.
028900 01  COMPONENT-INDEX             PIC 9(4) COMP-5.
029000 01  RECORD-PTR                  PIC 9(4) COMP-5.
029100 01  KEY-SOURCE-RECORD           PIC X(512).
029200 01  MAIN-KEY                    PIC X(100).
029300 01  EMIT-KEY                    PIC X(100).
029400 01  LAST-OUT-KEY                PIC X(100) VALUE LOW-VALUES.
029410*    WORK COPY OF THE KEY CARD (OR CONTINUATION) BEING BUILT
029415 01  KEY-RULE-CARD.
029420     03  KR-FILE-ID              PIC X.
029425     03  KR-SEQ-NUMB             PIC X(3).
029430     03  KR-FIELD-NO             PIC 99.
029435     03  KR-CONT-MARK            PIC X.
029440     03  KR-LOC-BASE             PIC X(3).
029445     03  KR-LOC-BASE-9 REDEFINES KR-LOC-BASE PIC 9(3).
029450     03  KR-FIELD-DEFNS OCCURS 14 TIMES.
029455       05  KR-FORMAT             PIC X.
029460       05  KR-LOCATION           PIC 99.
029465       05  KR-LENGTH             PIC 99.
029470 01  KEY-CONT-CNT                PIC 9(4) COMP-5 VALUE 0.
029475 01  KEY-CONT-IX                 PIC 9(4) COMP-5 VALUE 0.
029480 01  KEY-LOC-BASE                PIC 9(4) COMP-5 VALUE 0.
029485 01  KEY-CONT-TABLE.
029490     03  KEY-CONT-CARD  OCCURS 6 TIMES  PIC X(80).
029500
029600******************************************************************
029700***  REPLAY TABLE, ONE ENTRY PER KEY CHANGED INSIDE THE WINDOW:***
029800***  ITS EARLIEST BEFORE-IMAGE AND THE DATES OF ITS EARLIEST   ***
029900***  BEFORE- AND AFTER-IMAGES AND THE POSTING STAMP ON THAT    ***
030000***  BEFORE-IMAGE.  KT-CLASS 'B' IS A KEY BORN AFTER THE AS-OF ***
030100***  DATE, 'R' ONE RESTORED FROM ITS BEFORE-IMAGE              ***
030200******************************************************************
030300 01  KEY-TBL-MAX                 PIC 9(5) COMP-5 VALUE 20000.
030400 01  KEY-TBL-CNT                 PIC 9(5) COMP-5 VALUE 0.
030500 01  KEY-TBL-I                   PIC 9(5) COMP-5 VALUE 0.
030600 01  KEY-FOUND-IX                PIC 9(5) COMP-5 VALUE 0.
030700 01  KEY-TABLE.
030800     03  KEY-ENTRY  OCCURS 20000 TIMES.
030900       05  KT-KEY                PIC X(7).
031000       05  KT-BI-DATE            PIC 9(8).
031100       05  KT-AI-DATE            PIC 9(8).
031200       05  KT-BI-STAMP           PIC 9(8).
031300       05  KT-CLASS              PIC X.
031400         88  KT-BORN-AFTER          VALUE 'B'.
031500         88  KT-RESTORE             VALUE 'R'.
031600       05  KT-ON-MASTER-SW       PIC X.
031700         88  KT-ON-MASTER           VALUE 'Y'.
031800       05  KT-IMAGE              PIC X(512).
031900 01  WORK-KEY.
032000     03  WK-REC-ID               PIC X.
032100     03  WK-CLIENT               PIC X(3).
032200     03  WK-SEQ-NUMBER           PIC X(3).
032300
032400******************************************************************
032500***  JOURNALED KEYS NO LONGER ON THE MASTER, PUT BACK IN FB1   ***
032600***  KEY ORDER DURING THE REBUILD                              ***
032700******************************************************************
032800 01  PUTBACK-TBL-MAX             PIC 9(5) COMP-5 VALUE 2000.
032900 01  PUTBACK-TBL-CNT             PIC 9(5) COMP-5 VALUE 0.
033000 01  PUTBACK-TBL-I               PIC 9(5) COMP-5 VALUE 0.
033100 01  PUTBACK-TBL-J               PIC 9(5) COMP-5 VALUE 0.
033200 01  PUTBACK-NEXT-IX             PIC 9(5) COMP-5 VALUE 0.
033300 01  LOW-ENTRY-IX                PIC 9(5) COMP-5 VALUE 0.
033400 01  PUTBACK-TABLE.
033500     03  PUTBACK-ENTRY  OCCURS 2000 TIMES.
033600       05  PB-KEY                PIC X(100).
033700       05  PB-KEY-IX             PIC 9(5) COMP-5.
033800 01  SWAP-ENTRY.
033900     03  FILLER                  PIC X(100).
034000     03  FILLER                  PIC 9(5) COMP-5.
034100
034200******************************************************************
034300***  SIGNED-FIELD ACCUMULATION, THE BDMS0232 SHAPE             ***
034400******************************************************************
034500 01  MASTER-REC-ARRAY.
034600     03  RECORD-ELMNT  OCCURS 512 TIMES  PIC X.
034700 01  TRAN-SIGNED-FLD             PIC S9(15).
034800 01  FILLER REDEFINES TRAN-SIGNED-FLD.
034900     03  T-CTR    OCCURS 15 TIMES PIC X.
035000 01  CTR-LENGTH                  PIC 99 VALUE 15.
035100 01  CTR-PTR                     PIC 99.
035200 01  FLD-CHAR-I                  PIC 9(4) COMP-5 VALUE 0.
035300 01  SEQ-WORK-X                  PIC X(3).
035400 01  SEQ-WORK-9 REDEFINES SEQ-WORK-X PIC 9(3).
035500 01  WORK-CLIENT                 PIC X(3).
035600*    THE MASTER RECORD IN HAND WHILE PUT-BACK KEYS AHEAD OF
035700*    IT ARE WRITTEN
035800 01  HOLD-RECORD                 PIC X(512).
035900
036000******************************************************************
036100***  PER-CLIENT CONTROL TOTALS AND THE CLOSING FIGURES BDMS0232***
036200***  STATED FOR THE MONTH                                      ***
036300******************************************************************
036400 01  CLT-TBL-MAX                 PIC 9(4) COMP-5 VALUE 200.
036500 01  CLT-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
036600 01  CLT-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
036700 01  CLT-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
036800 01  CLIENT-TABLE.
036900     03  CLT-ENTRY  OCCURS 200 TIMES.
037000       05  CL-CLIENT             PIC X(3).
037100       05  CL-RECS               PIC 9(9).
037200       05  CL-AMT                PIC S9(15).
037300       05  CL-STATED-SW          PIC X.
037400         88  CL-STATED              VALUE 'Y'.
037500       05  CL-STM-RECS           PIC 9(9).
037600       05  CL-STM-AMT            PIC S9(15).
037700 01  STM-APPLIES-SW              PIC X VALUE 'N'.
037800     88  STM-APPLIES                VALUE 'Y'.
037900 01  STM-RECS-LINE-CNT           PIC 9 VALUE 0.
038000 01  STM-CLIENT-CNT              PIC 9(4) COMP-5 VALUE 0.
038100 01  STM-WORK-AMT                PIC S9(15).
038200
038300 01  MASTER-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
038400 01  MASTER-WRITTEN-CNT          PIC 9(8) COMP-5 VALUE 0.
038500 01  KEPT-CNT                    PIC 9(8) COMP-5 VALUE 0.
038600 01  RESTORED-CNT                PIC 9(8) COMP-5 VALUE 0.
038700 01  DROPPED-CNT                 PIC 9(8) COMP-5 VALUE 0.
038800 01  PUTBACK-CNT                 PIC 9(8) COMP-5 VALUE 0.
038900 01  BORN-GONE-CNT               PIC 9(8) COMP-5 VALUE 0.
039000 01  JRNL-READ-CNT               PIC 9(8) COMP-5 VALUE 0.
039100 01  JRNL-WINDOW-CNT             PIC 9(8) COMP-5 VALUE 0.
039200 01  HIST-READ-CNT               PIC 9(8) COMP-5 VALUE 0.
039300 01  HIST-WINDOW-CNT             PIC 9(8) COMP-5 VALUE 0.
039400 01  CHG-READ-CNT                PIC 9(8) COMP-5 VALUE 0.
039500 01  CHG-WINDOW-CNT              PIC 9(8) COMP-5 VALUE 0.
039600 01  UNDATED-CNT                 PIC 9(8) COMP-5 VALUE 0.
039700 01  OUT-OF-ORDER-CNT            PIC 9(8) COMP-5 VALUE 0.
039800 01  DIFFER-CNT                  PIC 9(8) COMP-5 VALUE 0.
039900
040000******************************************************************
040100***  CONTROL REPORT LINES                                      ***
040200******************************************************************
040300 01  RPT-HDR-LINE.
040400     03  FILLER                  PIC X(43)  VALUE
040500         'BDMS0270 MASTER RECONSTRUCTION  AS OF DATE '.
040600     03  RH-ASOF                 PIC 9(8).
040700     03  FILLER                  PIC X(16)  VALUE
040800         '   FROM BASE OF '.
040900     03  RH-BASE                 PIC X(8).
041000     03  FILLER                  PIC X(7)   VALUE '   RUN '.
041100     03  RH-DATE                 PIC 9(8).
041200     03  FILLER                  PIC X(42)  VALUE SPACES.
041300 01  CLT-HDR-LINE.
041400     03  FILLER                  PIC X(40)  VALUE
041500         ' CLIENT    RECORDS            S TOTAL'.
041600     03  FILLER                  PIC X(52)  VALUE
041700         'CLOSING RECORDS   CLOSING BALANCE  RESULT'.
041800     03  FILLER                  PIC X(40)  VALUE SPACES.
041900 01  CLT-DET-LINE.
042000     03  FILLER                  PIC X(3)   VALUE SPACES.
042100     03  CD-CLIENT               PIC X(3).
042200     03  FILLER                  PIC X(3)   VALUE SPACES.
042300     03  CD-RECS                 PIC Z(8)9.
042400     03  FILLER                  PIC X(3)   VALUE SPACES.
042500     03  CD-AMT                  PIC +Z(14)9.
042600     03  FILLER                  PIC X(3)   VALUE SPACES.
042700*      THE CLOSING FIGURES, BLANK WHEN NOT RECONCILING
042800     03  CD-STM-AREA.
042900       05  CD-STM-RECS           PIC Z(14)9.
043000       05  FILLER                PIC X(2).
043100       05  CD-STM-AMT            PIC +Z(14)9.
043200       05  FILLER                PIC X(2).
043300       05  CD-RESULT             PIC X(12).
043400     03  FILLER                  PIC X(45)  VALUE SPACES.
043500 01  CNT-DET-LINE.
043600     03  FILLER                  PIC X(2)   VALUE SPACES.
043700     03  CN-TEXT                 PIC X(48).
043800     03  CN-COUNT                PIC Z(8)9.
043900     03  FILLER                  PIC X(73)  VALUE SPACES.
044000 01  MSG-LINE.
044100     03  FILLER                  PIC X(2)   VALUE SPACES.
044200     03  ML-TEXT                 PIC X(70).
044300     03  FILLER                  PIC X(60)  VALUE SPACES.
044400 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
044410*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
044420 01  PRM-PARMS.
044430     05  PRM-FUNCTION              PIC X    VALUE 'G'.
044440     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
044450     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0270'.
044460     05  PRM-STEP                  PIC X(8) VALUE SPACES.
044470     05  PRM-NAME                  PIC X(30).
044480     05  PRM-VALUE                 PIC X(100).
044490     05  PRM-SOURCE                PIC X.
044500
044600 PROCEDURE DIVISION.
044700 0000-MAINLINE.
044800     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
044900     IF NOT RUN-REFUSED
045000       PERFORM 2000-LOAD-JOURNAL
045100       PERFORM 3000-LOAD-AFTER-IMAGES.
045200     IF NOT RUN-REFUSED
045300       PERFORM 4000-SCAN-MASTER
045400       PERFORM 4500-GATHER-PUTBACKS.
045500     IF NOT RUN-REFUSED
045600       PERFORM 4600-SORT-PUTBACKS
045700       PERFORM 5000-REBUILD-MASTER
045800       PERFORM 6000-LOAD-CLOSING THRU 6090-EXIT
045900       PERFORM 8000-PRINT-REPORT.
046000     PERFORM 9000-EOJ.
046010     MOVE 'C' TO PRM-FUNCTION.
046020     CALL 'PARMSRV' USING PRM-PARMS.
046100     EXIT PROGRAM.
046200     STOP RUN.
046210******************************************************************
046220***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
046230***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
046240******************************************************************
046250 0900-GET-PARM.
046260     MOVE 'G' TO PRM-FUNCTION.
046270     CALL 'PARMSRV' USING PRM-PARMS.
046300******************************************************************
046400***  PICKS UP THE AS-OF AND BASE DATES AND LOADS THE FDT       ***
046500******************************************************************
046600 1000-INITIALIZE.
046700     DISPLAY 'BDMS0270 BEGIN PROCESSING'.
046800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
046900     MOVE 'ASOFDATE' TO PRM-NAME.
047000     PERFORM 0900-GET-PARM.
047010     MOVE PRM-VALUE TO ASOF-X.
047100     MOVE 'BASEDATE' TO PRM-NAME.
047200     PERFORM 0900-GET-PARM.
047210     MOVE PRM-VALUE TO BASE-X.
047300     IF ASOF-X NOT NUMERIC OR ASOF-DATE = 0
047400       DISPLAY 'BDMS0270 ASOFDATE (CCYYMMDD) REQUIRED'
047500               ' - RUN REFUSED'
047600       MOVE 16 TO RETURN-CODE
047700       MOVE 1 TO REFUSED-SW
047800       GO TO 1090-EXIT.
047900     IF BASE-X = SPACES
048000       MOVE 99999999 TO BASE-DATE.
048100     IF BASE-X NOT NUMERIC OR BASE-DATE NOT > ASOF-DATE
048200       DISPLAY 'BDMS0270 BASEDATE <' BASE-X '> MUST BE A'
048300               ' CCYYMMDD LATER THAN ASOFDATE - RUN REFUSED'
048400       MOVE 16 TO RETURN-CODE
048500       MOVE 1 TO REFUSED-SW
048600       GO TO 1090-EXIT.
048700     IF ASOF-DATE NOT < TODAY-DATE
048800       DISPLAY 'BDMS0270 ASOFDATE ' ASOF-DATE ' IS NOT A PAST'
048900               ' DATE - RUN REFUSED'
049000       MOVE 16 TO RETURN-CODE
049100       MOVE 1 TO REFUSED-SW
049200       GO TO 1090-EXIT.
049300     MOVE 'M' TO CAL-FUNCTION.
049400     MOVE ASOF-DATE TO CAL-IN-DATE.
049500     CALL 'DATESRV' USING CAL-PARMS.
049600     IF CAL-RC = 4
049700       DISPLAY 'BDMS0270 ASOFDATE ' ASOF-DATE ' IS NOT ON THE'
049800               ' PROCESSING CALENDAR - RUN REFUSED'
049900       MOVE 16 TO RETURN-CODE
050000       MOVE 1 TO REFUSED-SW
050100       GO TO 1090-EXIT.
050200     IF CAL-RC = 0
050300       MOVE CAL-MONTH-END-FLAG TO ASOF-MONTH-END-FLAG
050400     ELSE
050500       DISPLAY 'BDMS0270 CALENDAR UNAVAILABLE - CLOSING'
050600               ' BALANCES WILL NOT BE RECONCILED'.
050700     DISPLAY 'BDMS0270 AS OF ' ASOF-DATE ' FROM BASE ' BASE-X.
050800     OPEN INPUT FDT-FILE.
050900*    OPTIONAL LRECL AND FDTVER HEADER CARDS AHEAD OF THE KEY
051000*    CARD, AS BDMS0245 READS THEM
051100     READ FDT-FILE INTO FDT-CARD-WORK, AT END
051200       MOVE 1 TO FDT-EOF-SW.
051300     IF FDT-CARD-WORK (1:5) = 'LRECL'
051400       IF FDT-CARD-WORK (7:3) NUMERIC AND
051500          FDT-CARD-WORK (7:3) NOT < '128' AND
051600          FDT-CARD-WORK (7:3) NOT > '512'
051700         MOVE FDT-CARD-WORK (7:3) TO MASTER-LRECL
051800       END-IF
051900       READ FDT-FILE INTO FDT-CARD-WORK, AT END
052000         MOVE 1 TO FDT-EOF-SW.
052100     IF FDT-CARD-WORK (1:6) = 'FDTVER'
052200       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
052300       READ FDT-FILE INTO FDT-CARD-WORK, AT END
052400         MOVE 1 TO FDT-EOF-SW.
052500     MOVE 'FDTPIN' TO PRM-NAME.
052600     PERFORM 0900-GET-PARM.
052610     MOVE PRM-VALUE TO FDTPIN-ENV.
052700     IF FDTPIN-ENV NOT = SPACES AND
052800        FDTPIN-ENV NOT = FDT-VERSION
052900       DISPLAY 'FDT VERSION <' FDT-VERSION
053000               '> IS NOT THE PINNED <' FDTPIN-ENV
053100               '> - RUN REFUSED'
053200       MOVE 16 TO RETURN-CODE
053300       MOVE 1 TO REFUSED-SW
053400       CLOSE FDT-FILE
053500       GO TO 1090-EXIT.
053600     MOVE FDT-CARD-WORK TO FILE-KEY-DESCRIPTOR.
053700     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
053800       MOVE 1 TO FDT-EOF-SW.
053810*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
053820     PERFORM 1150-KEY-CONT-LOAD UNTIL FDT-EOF OR RUN-REFUSED
053830       OR FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
053840     IF RUN-REFUSED
053850       CLOSE FDT-FILE
053860       GO TO 1090-EXIT.
053900     IF FDT-EOF
054000       DISPLAY 'BDMS0270 FDT DECK TOO SHORT - RUN REFUSED'
054100       MOVE 16 TO RETURN-CODE
054200       MOVE 1 TO REFUSED-SW
054300       CLOSE FDT-FILE
054400       GO TO 1090-EXIT.
054500     MOVE SPACES TO FDT-REC-ARRAY.
054510     MOVE LOW-VALUES TO FDT-CONT-AREA.
054520     MOVE 0 TO FDT-CONT-OWNER-IX.
054530     MOVE FB2-SEQ-NUMB TO FDT-CONT-OWNER-SEQ.
054600     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF OR RUN-REFUSED.
054700     CLOSE FDT-FILE.
054800 1090-EXIT.
054900     EXIT.
055000 1100-FDT-ARRAY-BUILD.
055100     READ FDT-FILE INTO FDT-NN-REC, AT END
055200       MOVE 1 TO FDT-EOF-SW.
055300     IF MORE-FDT-RECS
055400       PERFORM 1120-FDT-CARD-STORE THRU 1139-EXIT.
055501******************************************************************
055502***  FILES ONE FDT CARD AS BDMS0201'S 112-FDT-CARD-STORE: A    ***
055503***  RECORD-TYPE CARD UNDER ITS SEQ NUMBER, A CONTINUATION     ***
055504***  CARD ON THE CHAIN OF THE CARD IT FOLLOWS (THE FB2 CARD    ***
055505***  UNTIL A RECORD-TYPE CARD IS SEEN).  A CONTINUATION OF A   ***
055506***  RECORD-TYPE CARD MUST CARRY THAT CARD'S SEQ NUMBER        ***
055507******************************************************************
055508 1120-FDT-CARD-STORE.
055509     IF FNN-CONT-MARK NOT = '+'
055510       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
055511       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX)
055512       MOVE 0 TO FCL-FIRST (FDT-REC-INDEX),
055513           FCL-COUNT (FDT-REC-INDEX)
055514       MOVE FDT-REC-INDEX TO FDT-CONT-OWNER-IX
055515       MOVE FDT-NN-REC (2:3) TO FDT-CONT-OWNER-SEQ
055516       GO TO 1139-EXIT.
055517     IF FDT-CONT-OWNER-IX > 0 AND
055518        FDT-NN-REC (2:3) NOT = FDT-CONT-OWNER-SEQ
055519       DISPLAY 'BDMS0270 FDT CONTINUATION CARD <' FDT-NN-REC (2:3)
055520               '> DOES NOT FOLLOW ITS RECORD-TYPE CARD'
055521               ' - RUN REFUSED'
055522       GO TO 1135-CONT-REFUSED.
055523     IF FDT-CONT-CNT NOT < FDT-CONT-MAX
055524       DISPLAY 'BDMS0270 FDT CONTINUATION TABLE FULL AT '
055525               FDT-CONT-MAX ' CARDS - RUN REFUSED'
055526       GO TO 1135-CONT-REFUSED.
055527     ADD 1 TO FDT-CONT-CNT.
055528     MOVE FDT-NN-REC TO FDT-CONT-CARD (FDT-CONT-CNT).
055529     IF FDT-CONT-OWNER-IX = 0
055530       IF FB2-CONT-COUNT = 0
055531         MOVE FDT-CONT-CNT TO FB2-CONT-FIRST
055532       END-IF
055533       ADD 1 TO FB2-CONT-COUNT
055534       MOVE FB2-CONT-COUNT TO FDT-CONT-OWNER-CNT
055535     ELSE
055536       IF FCL-COUNT (FDT-CONT-OWNER-IX) = 0
055537         MOVE FDT-CONT-CNT TO FCL-FIRST (FDT-CONT-OWNER-IX)
055538       END-IF
055539       ADD 1 TO FCL-COUNT (FDT-CONT-OWNER-IX)
055540       MOVE FCL-COUNT (FDT-CONT-OWNER-IX) TO FDT-CONT-OWNER-CNT.
055541     IF FDT-CONT-OWNER-CNT NOT > FDT-CONT-PER-CARD-MAX
055542       GO TO 1139-EXIT.
055543     DISPLAY 'BDMS0270 FDT CARD <' FDT-CONT-OWNER-SEQ
055544             '> HAS MORE THAN ' FDT-CONT-PER-CARD-MAX
055545             ' CONTINUATION CARDS - RUN REFUSED'.
055546 1135-CONT-REFUSED.
055547     MOVE 16 TO RETURN-CODE.
055548     MOVE 1 TO REFUSED-SW.
055549 1139-EXIT.
055550     EXIT.
055551******************************************************************
055552***  KEEPS ONE KEY CONTINUATION CARD (UP TO 6, AS BDMS0201)    ***
055553******************************************************************
055554 1150-KEY-CONT-LOAD.
055555     IF KEY-CONT-CNT NOT < FDT-CONT-PER-CARD-MAX
055556       DISPLAY 'BDMS0270 FDT KEY CARD HAS MORE THAN '
055557               FDT-CONT-PER-CARD-MAX
055558               ' CONTINUATION CARDS - RUN REFUSED'
055559       MOVE 16 TO RETURN-CODE
055560       MOVE 1 TO REFUSED-SW
055561     ELSE
055562       ADD 1 TO KEY-CONT-CNT
055563       MOVE FIXED-FIELDS-DESCRIPTOR
055564         TO KEY-CONT-CARD (KEY-CONT-CNT)
055565       READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
055566         MOVE 1 TO FDT-EOF-SW.
055600******************************************************************
055700***  OUT4 JOURNAL: EACH KEY KEEPS ITS EARLIEST BEFORE-IMAGE    ***
055800***  POSTED INSIDE THE WINDOW                                  ***
055900******************************************************************
056000 2000-LOAD-JOURNAL.
056100     OPEN INPUT JRNL-IN-FILE.
056200     PERFORM 2100-JOURNAL-ONE THRU 2190-EXIT
056300       UNTIL JRNL-EOF OR RUN-REFUSED.
056400     CLOSE JRNL-IN-FILE.
056500     DISPLAY 'BDMS0270 JOURNAL IN WINDOW........' JRNL-WINDOW-CNT.
056600 2100-JOURNAL-ONE.
056700     READ JRNL-IN-FILE, AT END
056800       MOVE 1 TO JRNL-EOF-SW
056900       GO TO 2190-EXIT.
057000     ADD 1 TO JRNL-READ-CNT.
057100     MOVE JR-POST-DATE TO IMG-MMDDYY.
057200     MOVE SPACES TO IMG-CCYY.
057300     PERFORM 2900-IMAGE-DATE THRU 2990-EXIT.
057400     IF EVENT-DATE-N NOT > ASOF-DATE OR
057500        EVENT-DATE-N > BASE-DATE
057600       GO TO 2190-EXIT.
057700     ADD 1 TO JRNL-WINDOW-CNT.
057800     MOVE JR-BI-REC-ID  TO WK-REC-ID.
057900     MOVE JR-CLIENT     TO WK-CLIENT.
058000     MOVE JR-SEQ-NUMBER TO WK-SEQ-NUMBER.
058100     PERFORM 2800-FIND-KEY.
058200     IF KEY-FOUND-IX = 0
058300       PERFORM 2850-ADD-KEY
058400       IF KEY-FOUND-IX = 0
058500         GO TO 2190-EXIT.
058600     IF KT-BI-DATE (KEY-FOUND-IX) = 0 OR
058700        EVENT-DATE-N < KT-BI-DATE (KEY-FOUND-IX)
058800       MOVE EVENT-DATE-N    TO KT-BI-DATE (KEY-FOUND-IX)
058900       MOVE JR-BEFORE-IMAGE TO KT-IMAGE (KEY-FOUND-IX)
059000       MOVE JR-BEFORE-IMAGE TO STAMP-SOURCE-RECORD
059100       PERFORM 2950-STAMP-DATE THRU 2990-EXIT
059200       MOVE EVENT-DATE-N    TO KT-BI-STAMP (KEY-FOUND-IX).
059300 2190-EXIT.
059400     EXIT.
059500 2800-FIND-KEY.
059600     MOVE 0 TO KEY-FOUND-IX.
059700     MOVE 1 TO KEY-TBL-I.
059800     PERFORM 2810-SCAN-KEY
059900       UNTIL KEY-TBL-I > KEY-TBL-CNT OR KEY-FOUND-IX > 0.
060000 2810-SCAN-KEY.
060100     IF KT-KEY (KEY-TBL-I) = WORK-KEY
060200       MOVE KEY-TBL-I TO KEY-FOUND-IX.
060300     ADD 1 TO KEY-TBL-I.
060400 2850-ADD-KEY.
060500     IF KEY-TBL-CNT NOT < KEY-TBL-MAX
060600       DISPLAY 'BDMS0270 REPLAY TABLE FULL AT KEY ' WORK-KEY
060700               ' - RUN REFUSED'
060800       MOVE 16 TO RETURN-CODE
060900       MOVE 1 TO REFUSED-SW
061000     ELSE
061100       ADD 1 TO KEY-TBL-CNT
061200       MOVE WORK-KEY TO KT-KEY (KEY-TBL-CNT)
061300       MOVE 0 TO KT-BI-DATE (KEY-TBL-CNT),
061400           KT-AI-DATE (KEY-TBL-CNT), KT-BI-STAMP (KEY-TBL-CNT)
061500       MOVE SPACES TO KT-CLASS (KEY-TBL-CNT),
061600           KT-ON-MASTER-SW (KEY-TBL-CNT),
061700           KT-IMAGE (KEY-TBL-CNT)
061800       MOVE KEY-TBL-CNT TO KEY-FOUND-IX.
061900******************************************************************
062000***  AN IMAGE'S POSTING DATE AS CCYYMMDD: ITS OWN CENTURY WHEN ***
062100***  IT CARRIES ONE, OTHERWISE 00-49 IS 20YY.  AN UNREADABLE   ***
062200***  DATE IS ZERO AND FALLS OUTSIDE THE WINDOW.  2950 READS A  ***
062300***  RECORD'S OWN POSTING STAMP THE SAME WAY                   ***
062400******************************************************************
062500 2900-IMAGE-DATE.
062600     MOVE 0 TO EVENT-DATE-N.
062700     IF IMG-MMDDYY NOT NUMERIC
062800       ADD 1 TO UNDATED-CNT
062900       GO TO 2990-EXIT.
063000     IF IMG-CCYY NUMERIC
063100       MOVE IMG-CCYY TO EV-CCYY
063200     ELSE
063300       MOVE IMG-MMDDYY (5:2) TO IMG-YY-WORK
063400       IF IMG-YY-WORK < 50
063500         COMPUTE EV-CCYY = 2000 + IMG-YY-WORK
063600       ELSE
063700         COMPUTE EV-CCYY = 1900 + IMG-YY-WORK.
063800     MOVE IMG-MMDDYY (1:2) TO EV-MM.
063900     MOVE IMG-MMDDYY (3:2) TO EV-DD.
064000     GO TO 2990-EXIT.
064100*    THE POSTING STAMP BDMS0201 PUTS ON EVERY MASTER IT WRITES;
064200*    A RECORD WITHOUT ONE GIVES ZERO, NEVER AFTER THE DATE
064300 2950-STAMP-DATE.
064400     MOVE 0 TO EVENT-DATE-N.
064500     MOVE STAMP-SOURCE-RECORD (113:6) TO IMG-MMDDYY.
064600     MOVE STAMP-SOURCE-RECORD (119:4) TO IMG-CCYY.
064700     IF IMG-MMDDYY NOT NUMERIC OR IMG-CCYY NOT NUMERIC
064800       GO TO 2990-EXIT.
064900     MOVE IMG-CCYY         TO EV-CCYY.
065000     MOVE IMG-MMDDYY (1:2) TO EV-MM.
065100     MOVE IMG-MMDDYY (3:2) TO EV-DD.
065200 2990-EXIT.
065300     EXIT.
065400******************************************************************
065500***  AFTER-IMAGES: THE CONSOLIDATED HISTORY THEN THE RAW OUT3  ***
065600***  GENERATIONS.  EACH KEY KEEPS ITS EARLIEST AFTER-IMAGE DATE***
065700***  INSIDE THE WINDOW; THE HISTORY CARRIES ONLY A KEY'S LATEST***
065800***  POSTING, WHICH STILL PROVES A KEY WITH NO BEFORE-IMAGE    ***
065900***  WAS BORN AFTER THE DATE.  A KEY IS THEN CLASSED BORN OR   ***
066000***  RESTORED                                                  ***
066100******************************************************************
066200 3000-LOAD-AFTER-IMAGES.
066300     OPEN INPUT HIST-IN-FILE.
066400     IF HIST-IN-STATUS = '00'
066500       ADD 1 TO AI-SOURCE-CNT
066600       PERFORM 3100-HISTORY-ONE THRU 3190-EXIT
066700         UNTIL HIST-EOF OR RUN-REFUSED
066800     ELSE
066900       DISPLAY 'BDMS0270 NO CONSOLIDATED HISTORY SUPPLIED'.
067000     CLOSE HIST-IN-FILE.
067100     OPEN INPUT CHG-IN-FILE.
067200     IF CHG-IN-STATUS = '00'
067300       ADD 1 TO AI-SOURCE-CNT
067400       PERFORM 3200-CHANGE-ONE THRU 3290-EXIT
067500         UNTIL CHG-EOF OR RUN-REFUSED
067600     ELSE
067700       DISPLAY 'BDMS0270 NO RAW OUT3 GENERATIONS SUPPLIED'.
067800     CLOSE CHG-IN-FILE.
067900     IF AI-SOURCE-CNT = 0
068000       DISPLAY 'BDMS0270 NO AFTER-IMAGES - BIRTHS ARE TAKEN'
068100               ' FROM THE POSTING STAMPS ONLY'.
068200     MOVE 1 TO KEY-TBL-I.
068300     PERFORM 3900-CLASSIFY-KEY
068400       UNTIL KEY-TBL-I > KEY-TBL-CNT.
068500 3100-HISTORY-ONE.
068600     READ HIST-IN-FILE, AT END
068700       MOVE 1 TO HIST-EOF-SW
068800       GO TO 3190-EXIT.
068900     ADD 1 TO HIST-READ-CNT.
069000     MOVE HI-UPD-DATE TO IMG-MMDDYY.
069100     MOVE HI-UPD-CCYY TO IMG-CCYY.
069200     PERFORM 2900-IMAGE-DATE THRU 2990-EXIT.
069300     IF EVENT-DATE-N NOT > ASOF-DATE OR
069400        EVENT-DATE-N > BASE-DATE
069500       GO TO 3190-EXIT.
069600     ADD 1 TO HIST-WINDOW-CNT.
069700     MOVE HI-KEY TO WORK-KEY.
069800     PERFORM 3300-NOTE-AFTER-IMAGE.
069900 3190-EXIT.
070000     EXIT.
070100 3200-CHANGE-ONE.
070200     READ CHG-IN-FILE, AT END
070300       MOVE 1 TO CHG-EOF-SW
070400       GO TO 3290-EXIT.
070500     ADD 1 TO CHG-READ-CNT.
070600     MOVE C-UPD-DATE TO IMG-MMDDYY.
070700     MOVE C-UPD-CCYY TO IMG-CCYY.
070800     PERFORM 2900-IMAGE-DATE THRU 2990-EXIT.
070900     IF EVENT-DATE-N NOT > ASOF-DATE OR
071000        EVENT-DATE-N > BASE-DATE
071100       GO TO 3290-EXIT.
071200     ADD 1 TO CHG-WINDOW-CNT.
071300     MOVE C-REC-ID     TO WK-REC-ID.
071400     MOVE C-CLIENT     TO WK-CLIENT.
071500     MOVE C-SEQ-NUMBER TO WK-SEQ-NUMBER.
071600     PERFORM 3300-NOTE-AFTER-IMAGE.
071700 3290-EXIT.
071800     EXIT.
071900 3300-NOTE-AFTER-IMAGE.
072000     PERFORM 2800-FIND-KEY.
072100     IF KEY-FOUND-IX = 0
072200       PERFORM 2850-ADD-KEY.
072300     IF KEY-FOUND-IX > 0
072400       IF KT-AI-DATE (KEY-FOUND-IX) = 0 OR
072500          EVENT-DATE-N < KT-AI-DATE (KEY-FOUND-IX)
072600         MOVE EVENT-DATE-N TO KT-AI-DATE (KEY-FOUND-IX).
072700 3900-CLASSIFY-KEY.
072800     IF KT-BI-DATE (KEY-TBL-I) = 0 OR
072900        KT-BI-STAMP (KEY-TBL-I) > ASOF-DATE OR
073000        (KT-AI-DATE (KEY-TBL-I) > 0 AND
073100         KT-AI-DATE (KEY-TBL-I) < KT-BI-DATE (KEY-TBL-I))
073200       MOVE 'B' TO KT-CLASS (KEY-TBL-I)
073300     ELSE
073400       MOVE 'R' TO KT-CLASS (KEY-TBL-I).
073500     ADD 1 TO KEY-TBL-I.
073600******************************************************************
073700***  PASS 1 (READ ONLY): MARKS THE REPLAYED KEYS STILL ON THE  ***
073800***  MASTER; THE REST OF THE RESTORABLE ONES ARE PUT BACK      ***
073900******************************************************************
074000 4000-SCAN-MASTER.
074100     OPEN INPUT MASTER-IN-FILE.
074200     MOVE 0 TO MASTER-EOF-SW.
074300     PERFORM 4900-MASTER-READ.
074400     PERFORM 4100-SCAN-ONE UNTIL MASTER-EOF.
074500     CLOSE MASTER-IN-FILE.
074600 4100-SCAN-ONE.
074700     ADD 1 TO MASTER-READ-CNT.
074800     MOVE MI-REC-ID     TO WK-REC-ID.
074900     MOVE MI-CLIENT     TO WK-CLIENT.
075000     MOVE MI-SEQ-NUMBER TO WK-SEQ-NUMBER.
075100     PERFORM 2800-FIND-KEY.
075200     IF KEY-FOUND-IX > 0
075300       MOVE 'Y' TO KT-ON-MASTER-SW (KEY-FOUND-IX).
075400     PERFORM 4900-MASTER-READ.
075500 4500-GATHER-PUTBACKS.
075600     MOVE 1 TO KEY-TBL-I.
075700     PERFORM 4510-GATHER-ONE THRU 4590-EXIT
075800       UNTIL KEY-TBL-I > KEY-TBL-CNT OR RUN-REFUSED.
075900 4510-GATHER-ONE.
076000     IF KT-ON-MASTER (KEY-TBL-I)
076100       GO TO 4580-NEXT.
076200     IF KT-BORN-AFTER (KEY-TBL-I)
076300       ADD 1 TO BORN-GONE-CNT
076400       GO TO 4580-NEXT.
076500     IF PUTBACK-TBL-CNT NOT < PUTBACK-TBL-MAX
076600       DISPLAY 'BDMS0270 PUT-BACK TABLE FULL AT KEY '
076700               KT-KEY (KEY-TBL-I) ' - RUN REFUSED'
076800       MOVE 16 TO RETURN-CODE
076900       MOVE 1 TO REFUSED-SW
077000       GO TO 4590-EXIT.
077100     ADD 1 TO PUTBACK-TBL-CNT.
077200     MOVE KT-IMAGE (KEY-TBL-I) TO KEY-SOURCE-RECORD.
077300     PERFORM 7000-KEY-BUILD.
077400     MOVE KEY-WORKAREA TO PB-KEY (PUTBACK-TBL-CNT).
077500     MOVE KEY-TBL-I    TO PB-KEY-IX (PUTBACK-TBL-CNT).
077600 4580-NEXT.
077700     ADD 1 TO KEY-TBL-I.
077800 4590-EXIT.
077900     EXIT.
078000******************************************************************
078100***  SELECTION SORT OF THE PUT-BACK TABLE ON ITS KEY, THE      ***
078200***  BDMS0204 METHOD                                           ***
078300******************************************************************
078400 4600-SORT-PUTBACKS.
078500     MOVE 1 TO PUTBACK-TBL-I.
078600     PERFORM 4610-SORT-PASS
078700       UNTIL PUTBACK-TBL-I NOT < PUTBACK-TBL-CNT.
078800 4610-SORT-PASS.
078900     MOVE PUTBACK-TBL-I TO LOW-ENTRY-IX.
079000     COMPUTE PUTBACK-TBL-J = PUTBACK-TBL-I + 1.
079100     PERFORM 4620-FIND-LOW
079200       UNTIL PUTBACK-TBL-J > PUTBACK-TBL-CNT.
079300     IF LOW-ENTRY-IX NOT = PUTBACK-TBL-I
079400       MOVE PUTBACK-ENTRY (PUTBACK-TBL-I) TO SWAP-ENTRY
079500       MOVE PUTBACK-ENTRY (LOW-ENTRY-IX)
079600         TO PUTBACK-ENTRY (PUTBACK-TBL-I)
079700       MOVE SWAP-ENTRY TO PUTBACK-ENTRY (LOW-ENTRY-IX).
079800     ADD 1 TO PUTBACK-TBL-I.
079900 4620-FIND-LOW.
080000     IF PB-KEY (PUTBACK-TBL-J) < PB-KEY (LOW-ENTRY-IX)
080100       MOVE PUTBACK-TBL-J TO LOW-ENTRY-IX.
080200     ADD 1 TO PUTBACK-TBL-J.
080300 4900-MASTER-READ.
080400     READ MASTER-IN-FILE, AT END
080500       MOVE 1 TO MASTER-EOF-SW.
080600******************************************************************
080700***  PASS 2: WRITES THE MASTER AS OF THE DATE.  EACH RECORD IS ***
080800***  DROPPED, RESTORED OR KEPT, AND THE PUT-BACK KEYS ARE      ***
080900***  MERGED IN FB1 KEY ORDER; THE CONTROL TOTALS ARE TAKEN FROM***
081000***  WHAT IS WRITTEN                                           ***
081100******************************************************************
081200 5000-REBUILD-MASTER.
081300     OPEN INPUT MASTER-IN-FILE.
081400     OPEN OUTPUT MASTER-OUT-FILE.
081500     MOVE 0 TO MASTER-EOF-SW.
081600     MOVE 1 TO PUTBACK-NEXT-IX.
081700     MOVE LOW-VALUES TO LAST-OUT-KEY.
081800     PERFORM 4900-MASTER-READ.
081900     PERFORM 5100-REBUILD-ONE THRU 5190-EXIT UNTIL MASTER-EOF.
082000     PERFORM 5700-FLUSH-ONE
082100       UNTIL PUTBACK-NEXT-IX > PUTBACK-TBL-CNT.
082200     CLOSE MASTER-IN-FILE, MASTER-OUT-FILE.
082300 5100-REBUILD-ONE.
082400     MOVE MI-REC-ID     TO WK-REC-ID.
082500     MOVE MI-CLIENT     TO WK-CLIENT.
082600     MOVE MI-SEQ-NUMBER TO WK-SEQ-NUMBER.
082700     PERFORM 2800-FIND-KEY.
082800     IF KEY-FOUND-IX = 0
082900       MOVE MASTER-RECORD-IN TO STAMP-SOURCE-RECORD
083000       PERFORM 2950-STAMP-DATE THRU 2990-EXIT
083100       IF EVENT-DATE-N > ASOF-DATE
083200         ADD 1 TO DROPPED-CNT
083300         GO TO 5180-NEXT
083400       ELSE
083500         MOVE MASTER-RECORD-IN TO MASTER-REC-ARRAY
083600         ADD 1 TO KEPT-CNT
083700       END-IF
083800     ELSE
083900     IF KT-BORN-AFTER (KEY-FOUND-IX)
084000       ADD 1 TO DROPPED-CNT
084100       GO TO 5180-NEXT
084200     ELSE
084300       MOVE KT-IMAGE (KEY-FOUND-IX) TO MASTER-REC-ARRAY
084400       ADD 1 TO RESTORED-CNT.
084500     MOVE MASTER-REC-ARRAY TO KEY-SOURCE-RECORD.
084600     PERFORM 7000-KEY-BUILD.
084700     MOVE KEY-WORKAREA TO MAIN-KEY.
084800     PERFORM 5700-FLUSH-ONE
084900       UNTIL PUTBACK-NEXT-IX > PUTBACK-TBL-CNT OR
085000             PB-KEY (PUTBACK-NEXT-IX) NOT < MAIN-KEY.
085100     MOVE MAIN-KEY TO EMIT-KEY.
085200     PERFORM 5800-EMIT-MASTER.
085300 5180-NEXT.
085400     PERFORM 4900-MASTER-READ.
085500 5190-EXIT.
085600     EXIT.
085700 5700-FLUSH-ONE.
085800     MOVE PB-KEY (PUTBACK-NEXT-IX) TO EMIT-KEY.
085900     MOVE PB-KEY-IX (PUTBACK-NEXT-IX) TO KEY-TBL-I.
086000     MOVE MASTER-REC-ARRAY TO HOLD-RECORD.
086100     MOVE KT-IMAGE (KEY-TBL-I) TO MASTER-REC-ARRAY.
086200     ADD 1 TO PUTBACK-CNT.
086300     ADD 1 TO PUTBACK-NEXT-IX.
086400     PERFORM 5800-EMIT-MASTER.
086500     MOVE HOLD-RECORD TO MASTER-REC-ARRAY.
086600 5800-EMIT-MASTER.
086700     IF EMIT-KEY NOT > LAST-OUT-KEY
086800       DISPLAY 'BDMS0270 KEY <' EMIT-KEY '> COLLIDES OR IS'
086900               ' OUT OF ORDER'
087000       ADD 1 TO OUT-OF-ORDER-CNT
087100       MOVE 'Y' TO ORDER-SW.
087200     MOVE EMIT-KEY TO LAST-OUT-KEY.
087300     WRITE MASTER-RECORD-OUT FROM MASTER-REC-ARRAY.
087400     ADD 1 TO MASTER-WRITTEN-CNT.
087500     MOVE MASTER-REC-ARRAY (2:3) TO WORK-CLIENT.
087600     PERFORM 7600-FIND-CLIENT-SLOT.
087700     IF CLT-FOUND-IX > 0
087800       PERFORM 7500-ACCUM-ONE-MASTER.
087900******************************************************************
088000***  THE BDMS0232 BALANCE LISTING: THE CLOSING BALANCE AND THE ***
088100***  CLOSING RECORD COUNT OF EACH CLIENT STATED FOR THE AS-OF  ***
088200***  MONTH.  THEY ARE THE MASTER AS OF THE DATE ONLY WHEN THE  ***
088300***  DATE IS THAT MONTH'S MONTH-END RUN DAY                    ***
088400******************************************************************
088500 6000-LOAD-CLOSING.
088600     OPEN INPUT CLOSE-STM-FILE.
088700     IF CLOSE-STM-STATUS NOT = '00'
088800       DISPLAY 'BDMS0270 NO CLOSING BALANCES SUPPLIED'
088900       CLOSE CLOSE-STM-FILE
089000       GO TO 6090-EXIT.
089100     PERFORM 6100-CLOSING-LINE THRU 6190-EXIT UNTIL STM-EOF.
089200     CLOSE CLOSE-STM-FILE.
089300     IF STM-CLIENT-CNT = 0
089400       DISPLAY 'BDMS0270 NO CLOSING STATEMENTS FOR PERIOD '
089500               ASOF-X (1:6)
089600       GO TO 6090-EXIT.
089700     IF ASOF-MONTH-END-FLAG = 'Y'
089800       MOVE 'Y' TO RECON-SW
089900     ELSE
090000     IF ASOF-MONTH-END-FLAG = 'N'
090100       MOVE 'M' TO RECON-SW
090200       DISPLAY 'BDMS0270 ' ASOF-DATE ' IS NOT THE MONTH-END'
090300               ' RUN DAY - CLOSING BALANCES NOT RECONCILED'
090400     ELSE
090500       MOVE 'C' TO RECON-SW.
090600 6090-EXIT.
090700     EXIT.
090800 6100-CLOSING-LINE.
090900     READ CLOSE-STM-FILE, AT END
091000       MOVE 1 TO STM-EOF-SW
091100       GO TO 6190-EXIT.
091200     IF CS-HDR-TEXT = 'CLOSING STATEMENT  -  CLIENT '
091300       MOVE 'N' TO STM-APPLIES-SW
091400       MOVE 0 TO STM-RECS-LINE-CNT
091500*      A SECTION WITH NO CLIENT CODE IS NOT A CLIENT'S
091600       IF CS-PERIOD = ASOF-X (1:6) AND
091700          CS-CLIENT NOT = SPACES AND CS-CLIENT NOT = LOW-VALUES
091800         MOVE CS-CLIENT TO WORK-CLIENT
091900         PERFORM 7600-FIND-CLIENT-SLOT
092000         IF CLT-FOUND-IX > 0
092100           MOVE 'Y' TO STM-APPLIES-SW
092200           MOVE 'Y' TO CL-STATED-SW (CLT-FOUND-IX)
092300           ADD 1 TO STM-CLIENT-CNT
092400         END-IF
092500       END-IF
092600       GO TO 6190-EXIT.
092700     IF NOT STM-APPLIES
092800       GO TO 6190-EXIT.
092900     IF CS-TEXT = 'CLOSING BALANCE'
093000       MOVE CS-AMOUNT TO STM-WORK-AMT
093100       MOVE STM-WORK-AMT TO CL-STM-AMT (CLT-FOUND-IX).
093200*    THE RECORD COUNT LINE IS PRINTED TWICE, OPENING THEN
093300*    CLOSING
093400     IF CS-TEXT = 'RECORDS OPENING/CLOSING'
093500       ADD 1 TO STM-RECS-LINE-CNT
093600       IF STM-RECS-LINE-CNT = 2
093700         MOVE CS-AMOUNT TO STM-WORK-AMT
093800         MOVE STM-WORK-AMT TO CL-STM-RECS (CLT-FOUND-IX).
093900 6190-EXIT.
094000     EXIT.
094100******************************************************************
094200***  BUILDS THE MATCH KEY FROM THE FB1 KEY DESCRIPTOR CARD     ***
094300******************************************************************
094400 7000-KEY-BUILD.
094500     MOVE SPACES TO KEY-WORKAREA.
094600     MOVE 1 TO KEY-PTR, COMPONENT-INDEX.
094610     MOVE FILE-KEY-DESCRIPTOR TO KEY-RULE-CARD.
094620     MOVE 0 TO KEY-CONT-IX, KEY-LOC-BASE.
094700     PERFORM 7100-COMPONENT-BUILD UNTIL
094800       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
094900       COMPONENT-INDEX > 14.
094910     PERFORM 7150-KEY-CONT-BUILD UNTIL
094920       COMPONENT-INDEX NOT > 14 OR KEY-CONT-IX = KEY-CONT-CNT.
095000 7100-COMPONENT-BUILD.
095100     IF KR-FIELD-NO > COMPONENT-INDEX OR KR-FIELD-NO = 0
095200       MOVE KR-LOCATION (COMPONENT-INDEX) TO RECORD-PTR
095300     ELSE
095400       ADD 100, KR-LOCATION (COMPONENT-INDEX) GIVING RECORD-PTR.
095410     ADD KEY-LOC-BASE TO RECORD-PTR.
095420*    A COMPONENT PAST THE RECORD OR PAST THE 100-BYTE KEY (THE
095430*    BDMS0201 KEY LIMIT) IS LEFT OUT OF THE KEY
095440     IF RECORD-PTR + KR-LENGTH (COMPONENT-INDEX) NOT > 513 AND
095450        KEY-PTR + KR-LENGTH (COMPONENT-INDEX) NOT > 101
095500       MOVE KEY-SOURCE-RECORD (RECORD-PTR:
095600            KR-LENGTH (COMPONENT-INDEX))
095700         TO KEY-WORKAREA (KEY-PTR:KR-LENGTH (COMPONENT-INDEX)).
095800     ADD KR-LENGTH (COMPONENT-INDEX) TO KEY-PTR.
095900     ADD 1 TO COMPONENT-INDEX.
095910******************************************************************
095915***  CARRIES THE KEY BUILD ONTO THE NEXT KEY CONTINUATION CARD ***
095920******************************************************************
095925 7150-KEY-CONT-BUILD.
095930     ADD 1 TO KEY-CONT-IX.
095935     MOVE KEY-CONT-CARD (KEY-CONT-IX) TO KEY-RULE-CARD.
095940     IF KR-LOC-BASE NUMERIC
095945       MOVE KR-LOC-BASE-9 TO KEY-LOC-BASE
095950     ELSE
095955       MOVE 0 TO KEY-LOC-BASE.
095960     MOVE 1 TO COMPONENT-INDEX.
095965     PERFORM 7100-COMPONENT-BUILD UNTIL
095970       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
095975           COMPONENT-INDEX > 14.
096000******************************************************************
096100***  COUNTS ONE WRITTEN RECORD AND ADDS ITS FDT 'S' FIELDS TO  ***
096200***  ITS CLIENT'S TOTAL (BDMS0232 3500-3780)                   ***
096300******************************************************************
096400 7500-ACCUM-ONE-MASTER.
096500     ADD 1 TO CL-RECS (CLT-FOUND-IX).
096600     MOVE FIXED-FIELDS-DESCRIPTOR TO RULE-CARD.
096610     MOVE FB2-CONT-FIRST TO FDT-CONT-NEXT-IX.
096620     MOVE FB2-CONT-COUNT TO FDT-CONT-LEFT.
096700     PERFORM 7700-SUM-S-FIELDS.
096800     MOVE MASTER-REC-ARRAY (13:3) TO SEQ-WORK-X.
096900     IF SEQ-WORK-X NUMERIC AND SEQ-WORK-9 > 0
097000       IF FDT-FIELD-DESCRIPTORS (SEQ-WORK-9) NOT = SPACES
097100         MOVE FDT-FIELD-DESCRIPTORS (SEQ-WORK-9) TO RULE-CARD
097110         MOVE FCL-FIRST (SEQ-WORK-9) TO FDT-CONT-NEXT-IX
097120         MOVE FCL-COUNT (SEQ-WORK-9) TO FDT-CONT-LEFT
097200         PERFORM 7700-SUM-S-FIELDS.
097300 7600-FIND-CLIENT-SLOT.
097400     MOVE 0 TO CLT-FOUND-IX.
097500     MOVE 1 TO CLT-TBL-I.
097600     PERFORM 7650-SCAN-CLIENT
097700       UNTIL CLT-TBL-I > CLT-TBL-CNT OR CLT-FOUND-IX > 0.
097800     IF CLT-FOUND-IX = 0
097900       IF CLT-TBL-CNT < CLT-TBL-MAX
098000         ADD 1 TO CLT-TBL-CNT
098100         MOVE WORK-CLIENT TO CL-CLIENT (CLT-TBL-CNT)
098200         MOVE ZEROS TO CL-RECS (CLT-TBL-CNT),
098300             CL-AMT (CLT-TBL-CNT),
098400             CL-STM-RECS (CLT-TBL-CNT),
098500             CL-STM-AMT (CLT-TBL-CNT)
098600         MOVE 'N' TO CL-STATED-SW (CLT-TBL-CNT)
098700         MOVE CLT-TBL-CNT TO CLT-FOUND-IX
098800       ELSE
098900         DISPLAY 'BDMS0270 CLIENT TABLE FULL - CLIENT '
099000                 WORK-CLIENT ' NOT TOTALLED'
099100         MOVE 8 TO RETURN-CODE.
099200 7650-SCAN-CLIENT.
099300     IF CL-CLIENT (CLT-TBL-I) = WORK-CLIENT
099400       MOVE CLT-TBL-I TO CLT-FOUND-IX.
099500     ADD 1 TO CLT-TBL-I.
099510******************************************************************
099520***  SUMS THE 'S' FIELDS OF THE CARD IN RULE-CARD, THEN THOSE  ***
099530***  OF ITS CONTINUATION CARDS WHILE THE CARD BEFORE WAS FULL  ***
099540******************************************************************
099600 7700-SUM-S-FIELDS.
099610     MOVE 0 TO FDT-CONT-LOC-BASE.
099700     MOVE 1 TO FDT-FIELD-INDEX.
099800     PERFORM 7750-SUM-ONE-FIELD THRU 7790-EXIT
099900       UNTIL FDT-FIELD-INDEX > 14 OR
100000             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
100005     PERFORM 7720-SUM-CONT-CARD UNTIL
100010       FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
100015 7720-SUM-CONT-CARD.
100020     MOVE FDT-CONT-CARD (FDT-CONT-NEXT-IX) TO RULE-CARD.
100025     ADD 1 TO FDT-CONT-NEXT-IX.
100030     SUBTRACT 1 FROM FDT-CONT-LEFT.
100035     IF R-LOC-BASE NUMERIC
100040       MOVE R-LOC-BASE-9 TO FDT-CONT-LOC-BASE
100045     ELSE
100050       MOVE 0 TO FDT-CONT-LOC-BASE.
100055     MOVE 1 TO FDT-FIELD-INDEX.
100060     PERFORM 7750-SUM-ONE-FIELD THRU 7790-EXIT
100065       UNTIL FDT-FIELD-INDEX > 14 OR
100070             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
100100 7750-SUM-ONE-FIELD.
100200     IF R-FORMAT (FDT-FIELD-INDEX) NOT = 'S'
100300       GO TO 7785-NEXT.
100400     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
100500       MOVE R-LOCATION (FDT-FIELD-INDEX) TO RECORD-PTR
100600     ELSE
100700       ADD 100, R-LOCATION (FDT-FIELD-INDEX)
100800           GIVING RECORD-PTR.
100810     ADD FDT-CONT-LOC-BASE TO RECORD-PTR.
100900*    A FIELD PAST THE DECLARED RECORD LENGTH CANNOT ACCUMULATE
101000     IF RECORD-PTR + R-LENGTH (FDT-FIELD-INDEX) >
101100        MASTER-LRECL + 1
101200       GO TO 7785-NEXT.
101300     MOVE ZEROS TO TRAN-SIGNED-FLD.
101400     COMPUTE CTR-PTR =
101500         CTR-LENGTH - R-LENGTH (FDT-FIELD-INDEX) + 1.
101600     MOVE 0 TO FLD-CHAR-I.
101700     PERFORM 7780-MOVE-ONE-CHAR
101800       R-LENGTH (FDT-FIELD-INDEX) TIMES.
101900     IF TRAN-SIGNED-FLD NUMERIC
102000       ADD TRAN-SIGNED-FLD TO CL-AMT (CLT-FOUND-IX).
102100 7785-NEXT.
102200     ADD 1 TO FDT-FIELD-INDEX.
102300 7790-EXIT.
102400     EXIT.
102500 7780-MOVE-ONE-CHAR.
102600     ADD 1 TO FLD-CHAR-I.
102700     IF RECORD-ELMNT (RECORD-PTR) = SPACE AND
102800        FLD-CHAR-I < R-LENGTH (FDT-FIELD-INDEX)
102900       MOVE '0' TO T-CTR (CTR-PTR)
103000     ELSE
103100       MOVE RECORD-ELMNT (RECORD-PTR) TO T-CTR (CTR-PTR).
103200     ADD 1 TO RECORD-PTR, CTR-PTR.
103300******************************************************************
103400***  CONTROL REPORT: REPLAY COUNTS, THEN ONE LINE PER CLIENT   ***
103500***  WITH ITS RECORD COUNT AND 'S' TOTAL, RECONCILED TO THE    ***
103600***  CLOSING FIGURES WHEN THEY APPLY                           ***
103700******************************************************************
103800 8000-PRINT-REPORT.
103900     OPEN OUTPUT PRNTR.
104000     MOVE ASOF-DATE  TO RH-ASOF.
104100     IF BASE-DATE = 99999999
104200       MOVE 'CURRENT' TO RH-BASE
104300     ELSE
104400       MOVE BASE-X TO RH-BASE.
104500     MOVE TODAY-DATE TO RH-DATE.
104600     WRITE PRINT FROM RPT-HDR-LINE.
104700     WRITE PRINT FROM BLANK-LINE.
104800     MOVE 'REPLAY COUNTS' TO ML-TEXT.
104900     WRITE PRINT FROM MSG-LINE.
105000     MOVE 'JOURNAL BEFORE-IMAGES READ / IN WINDOW' TO CN-TEXT.
105100     MOVE JRNL-READ-CNT TO CN-COUNT.
105200     WRITE PRINT FROM CNT-DET-LINE.
105300     MOVE SPACES TO CN-TEXT.
105400     MOVE JRNL-WINDOW-CNT TO CN-COUNT.
105500     WRITE PRINT FROM CNT-DET-LINE.
105600     MOVE 'HISTORY KEYS READ / IN WINDOW' TO CN-TEXT.
105700     MOVE HIST-READ-CNT TO CN-COUNT.
105800     WRITE PRINT FROM CNT-DET-LINE.
105900     MOVE SPACES TO CN-TEXT.
106000     MOVE HIST-WINDOW-CNT TO CN-COUNT.
106100     WRITE PRINT FROM CNT-DET-LINE.
106200     MOVE 'OUT3 AFTER-IMAGES READ / IN WINDOW' TO CN-TEXT.
106300     MOVE CHG-READ-CNT TO CN-COUNT.
106400     WRITE PRINT FROM CNT-DET-LINE.
106500     MOVE SPACES TO CN-TEXT.
106600     MOVE CHG-WINDOW-CNT TO CN-COUNT.
106700     WRITE PRINT FROM CNT-DET-LINE.
106800     MOVE 'IMAGES WITH AN UNREADABLE POSTING DATE' TO CN-TEXT.
106900     MOVE UNDATED-CNT TO CN-COUNT.
107000     WRITE PRINT FROM CNT-DET-LINE.
107100     MOVE 'KEYS CHANGED AFTER THE DATE' TO CN-TEXT.
107200     MOVE KEY-TBL-CNT TO CN-COUNT.
107300     WRITE PRINT FROM CNT-DET-LINE.
107400     MOVE 'STARTING MASTER RECORDS READ' TO CN-TEXT.
107500     MOVE MASTER-READ-CNT TO CN-COUNT.
107600     WRITE PRINT FROM CNT-DET-LINE.
107700     MOVE 'KEPT - UNCHANGED SINCE THE DATE' TO CN-TEXT.
107800     MOVE KEPT-CNT TO CN-COUNT.
107900     WRITE PRINT FROM CNT-DET-LINE.
108000     MOVE 'RESTORED FROM THEIR BEFORE-IMAGE' TO CN-TEXT.
108100     MOVE RESTORED-CNT TO CN-COUNT.
108200     WRITE PRINT FROM CNT-DET-LINE.
108300     MOVE 'DROPPED - BORN AFTER THE DATE' TO CN-TEXT.
108400     MOVE DROPPED-CNT TO CN-COUNT.
108500     WRITE PRINT FROM CNT-DET-LINE.
108600     MOVE 'PUT BACK - DELETED OR RE-KEYED AFTER THE DATE'
108700       TO CN-TEXT.
108800     MOVE PUTBACK-CNT TO CN-COUNT.
108900     WRITE PRINT FROM CNT-DET-LINE.
109000     MOVE 'BORN AND GONE AGAIN AFTER THE DATE' TO CN-TEXT.
109100     MOVE BORN-GONE-CNT TO CN-COUNT.
109200     WRITE PRINT FROM CNT-DET-LINE.
109300     MOVE 'RECONSTRUCTED MASTER RECORDS WRITTEN' TO CN-TEXT.
109400     MOVE MASTER-WRITTEN-CNT TO CN-COUNT.
109500     WRITE PRINT FROM CNT-DET-LINE.
109600     IF MASTER-OUT-OF-ORDER
109700       MOVE 'KEYS COLLIDING OR OUT OF ORDER' TO CN-TEXT
109800       MOVE OUT-OF-ORDER-CNT TO CN-COUNT
109900       WRITE PRINT FROM CNT-DET-LINE.
110000     WRITE PRINT FROM BLANK-LINE.
110100     MOVE 'CONTROL TOTALS PER CLIENT' TO ML-TEXT.
110200     WRITE PRINT FROM MSG-LINE.
110300     WRITE PRINT FROM CLT-HDR-LINE.
110400     MOVE 1 TO CLT-TBL-I.
110500     PERFORM 8100-PRINT-CLIENT-LINE
110600       UNTIL CLT-TBL-I > CLT-TBL-CNT.
110700     WRITE PRINT FROM BLANK-LINE.
110800     MOVE SPACES TO ML-TEXT.
110900     IF RECON-SW = 'N'
111000       MOVE 'NO CLOSING BALANCES FOR THE DATE - NOT RECONCILED'
111100         TO ML-TEXT.
111200     IF RECON-SW = 'M'
111300       MOVE 'THE DATE IS NOT A MONTH-END RUN DAY -' TO ML-TEXT
111400       MOVE 'CLOSING BALANCES NOT RECONCILED'
111500         TO ML-TEXT (39:31).
111600     IF RECON-SW = 'C'
111700       MOVE
111800         'CALENDAR UNAVAILABLE - CLOSING BALANCES NOT RECONCILED'
111900         TO ML-TEXT.
112000     IF RECONCILING
112100       IF RECON-OUT-OF-BALANCE
112200         MOVE '*** RECONSTRUCTION DOES NOT AGREE WITH THE'
112300           TO ML-TEXT
112400         MOVE 'CLOSING BALANCES ***' TO ML-TEXT (44:20)
112500       ELSE
112600         MOVE 'RECONSTRUCTION AGREES WITH THE CLOSING BALANCES'
112700           TO ML-TEXT.
112800     WRITE PRINT FROM MSG-LINE.
112900     IF MASTER-OUT-OF-ORDER
113000       MOVE '*** RECONSTRUCTED MASTER OUT OF KEY ORDER -'
113100         TO ML-TEXT
113200       MOVE 'NOT TO BE USED ***' TO ML-TEXT (46:18)
113300       WRITE PRINT FROM MSG-LINE.
113400     CLOSE PRNTR.
113500 8100-PRINT-CLIENT-LINE.
113600     MOVE CL-CLIENT (CLT-TBL-I) TO CD-CLIENT.
113700     MOVE CL-RECS (CLT-TBL-I)   TO CD-RECS.
113800     MOVE CL-AMT (CLT-TBL-I)    TO CD-AMT.
113900     MOVE SPACES TO CD-STM-AREA.
114000     IF RECONCILING
114100       IF CL-STATED (CLT-TBL-I)
114200         MOVE CL-STM-RECS (CLT-TBL-I) TO CD-STM-RECS
114300         MOVE CL-STM-AMT (CLT-TBL-I)  TO CD-STM-AMT
114400         IF CL-RECS (CLT-TBL-I) = CL-STM-RECS (CLT-TBL-I) AND
114500            CL-AMT (CLT-TBL-I)  = CL-STM-AMT (CLT-TBL-I)
114600           MOVE 'AGREES' TO CD-RESULT
114700         ELSE
114800           MOVE 'DIFFERS' TO CD-RESULT
114900           ADD 1 TO DIFFER-CNT
115000           MOVE 'Y' TO BALANCE-SW
115100         END-IF
115200       ELSE
115300         MOVE 'NOT STATED' TO CD-RESULT
115400         ADD 1 TO DIFFER-CNT
115500         MOVE 'Y' TO BALANCE-SW.
115600     WRITE PRINT FROM CLT-DET-LINE.
115700     ADD 1 TO CLT-TBL-I.
115800******************************************************************
115900***  RUN TOTALS AND THE RECONCILIATION RETURN CODE             ***
116000******************************************************************
116100 9000-EOJ.
116200     IF NOT RUN-REFUSED
116300       DISPLAY 'BDMS0270 MASTER RECORDS READ......'
116400               MASTER-READ-CNT
116500       DISPLAY 'BDMS0270 KEPT.....................' KEPT-CNT
116600       DISPLAY 'BDMS0270 RESTORED.................' RESTORED-CNT
116700       DISPLAY 'BDMS0270 DROPPED..................' DROPPED-CNT
116800       DISPLAY 'BDMS0270 PUT BACK.................' PUTBACK-CNT
116900       DISPLAY 'BDMS0270 MASTER RECORDS WRITTEN...'
117000               MASTER-WRITTEN-CNT
117100       DISPLAY 'BDMS0270 CLIENTS DIFFERING........' DIFFER-CNT.
117200     IF MASTER-OUT-OF-ORDER
117300       DISPLAY 'BDMS0270 RECONSTRUCTED MASTER OUT OF KEY ORDER'
117400               ' - SEE REPORT'
117500       MOVE 16 TO RETURN-CODE.
117600     IF RECON-OUT-OF-BALANCE AND RETURN-CODE < 8
117700       DISPLAY 'BDMS0270 CLOSING BALANCES NOT MATCHED - SEE'
117800               ' REPORT'
117900       MOVE 8 TO RETURN-CODE.
118000     DISPLAY 'BDMS0270 END PROCESSING'.
