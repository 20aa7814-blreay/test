000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0253.
000300******************************************************************
000400***  BDMS0253 - GENERAL LEDGER JOURNAL INTERFACE.  TAKES EACH  ***
000500***  CLIENT'S NET MOVEMENT IN EVERY FDT 'S' SIGNED FIELD OVER  ***
000600***  THE POSTING DAY OR PERIOD - THE CLOSING MASTER (MCLOSE)   ***
000700***  LESS THE OPENING MASTER (MOPEN), SUMMED THE WAY THE       ***
000800***  BDMS0232 TRIAL BALANCE SUMS THEM - AND, THROUGH THE GL    ***
000900***  MAPPING DECK (GLMAP), WRITES ONE BALANCED DEBIT/CREDIT    ***
001000***  JOURNAL PER CLIENT TO THE FIXED GL INTERFACE FILE         ***
001100***  (GLJRNL), WITH A JOURNAL REGISTER ON PRINTR1.             ***
001200***                                                            ***
001300***  MOVEMENT IS KEPT PER CLIENT, RECORD TYPE (SEQ NUMBER IN   ***
001400***  POSITIONS 13-15) AND FIELD NUMBER.  FIELDS OF THE FIXED   ***
001500***  CARD, WHICH EVERY RECORD CARRIES, ARE RECORD TYPE 000.    ***
001600***                                                            ***
001700***  GL MAPPING CARD ('*' IN COLUMN 1 IS A COMMENT):           ***
001800***    1-3   CLIENT, OR BLANK FOR ANY CLIENT WITHOUT ITS OWN   ***
001900***    5-7   RECORD TYPE (000 = FIXED CARD FIELD)              ***
002000***    9-10  FDT FIELD NUMBER                                  ***
002100***    12-21 GL ACCOUNT                                        ***
002200***    23-28 COST CENTER                                       ***
002300***    30    SIDE AN INCREASE POSTS TO, D OR C (BLANK = D)     ***
002400***    32-41 OFFSET GL ACCOUNT (OPTIONAL)                      ***
002500***    43-48 OFFSET COST CENTER                                ***
002600***  A MOVEMENT POSTS TO THE ACCOUNT ON ITS SIDE (A DECREASE   ***
002700***  TO THE OTHER SIDE), AND TO THE OFFSET ACCOUNT, WHEN ONE   ***
002800***  IS GIVEN, ON THE OPPOSITE SIDE.  FIELDS MAPPED WITHOUT AN ***
002900***  OFFSET MUST BALANCE EACH OTHER WITHIN THE CLIENT.         ***
003000***                                                            ***
003100***  THE FEED IS STOPPED - GLJRNL IS LEFT EMPTY AND THE RUN    ***
003200***  ENDS WITH RETURN CODE 8 - WHEN ANY FIELD MOVED WITH NO    ***
003300***  MAPPING OR ANY CLIENT'S JOURNAL DOES NOT BALANCE; THE     ***
003400***  REGISTER SHOWS WHICH.  A BAD MAPPING CARD OR RUN VALUE    ***
003500***  REFUSES THE RUN (RC 16).  ON RETURN CODE 0 THE FEED IS    ***
003600***  REGISTERED FOR TRANSMISSION LIKE ANY OTHER OUTBOUND FILE  ***
003700***  BY THE XMITTRACK REGISTER STEP (FILEID GLJRNL).           ***
003800***                                                            ***
003900***  AMOUNTS ARE CARRIED IN THE 'S' FIELDS' OWN UNITS.         ***
004000***                                                            ***
004100***  ENVIRONMENT VALUES:                                       ***
004200***    PERIOD   - POSTING DAY (CCYYMMDD) OR PERIOD (CCYYMM)    ***
004300***               THE TWO MASTERS BRACKET (REQUIRED)           ***
004400***    JRNLDATE - JOURNAL EFFECTIVE DATE, CCYYMMDD (DEFAULT    ***
004500***               TODAY)                                       ***
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT FDT-FILE        ASSIGN TO UT-S-IN3
005100        ORGANIZATION LINE SEQUENTIAL.
005200     SELECT MOPEN-IN-FILE   ASSIGN TO UT-S-MOPEN
005300        ORGANIZATION LINE SEQUENTIAL.
005400     SELECT MCLOSE-IN-FILE  ASSIGN TO UT-S-MCLOSE
005500        ORGANIZATION LINE SEQUENTIAL.
005600     SELECT GLMAP-IN-FILE   ASSIGN TO UT-S-GLMAP
005700        ORGANIZATION LINE SEQUENTIAL.
005800     SELECT GL-OUT-FILE     ASSIGN TO UT-S-GLJRNL
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
007000 FD  MOPEN-IN-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS MOPEN-RECORD.
007500 01  MOPEN-RECORD                             PIC X(512).
007600 FD  MCLOSE-IN-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD
007900     BLOCK CONTAINS 0 RECORDS
008000     DATA RECORD IS MCLOSE-RECORD.
008100 01  MCLOSE-RECORD                            PIC X(512).
008200 FD  GLMAP-IN-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
008500     BLOCK CONTAINS 0 RECORDS
008600     DATA RECORD IS GLMAP-RECORD.
008700 01  GLMAP-RECORD.
008800     03  GM-CLIENT                            PIC X(3).
008900     03  FILLER                               PIC X.
009000     03  GM-RTYPE                             PIC X(3).
009100     03  FILLER                               PIC X.
009200     03  GM-FIELD-NO                          PIC X(2).
009300     03  FILLER                               PIC X.
009400     03  GM-ACCOUNT                           PIC X(10).
009500     03  FILLER                               PIC X.
009600     03  GM-COST-CTR                          PIC X(6).
009700     03  FILLER                               PIC X.
009800     03  GM-SIDE                              PIC X.
009900     03  FILLER                               PIC X.
010000     03  GM-OFS-ACCOUNT                       PIC X(10).
010100     03  FILLER                               PIC X.
010200     03  GM-OFS-COST-CTR                      PIC X(6).
010300     03  FILLER                               PIC X(32).
010400*    GL INTERFACE FILE: ONE HEADER, THE JOURNAL LINES, ONE
010500*    TRAILER CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT
010600*    TOTALS
010700 FD  GL-OUT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD
011000     BLOCK CONTAINS 0 RECORDS
011100     DATA RECORD IS GL-RECORD.
011200 01  GL-RECORD                                PIC X(100).
011300 FD  PRNTR
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD
011600     BLOCK CONTAINS 0 RECORDS
011700     DATA RECORD IS PRINT.
011800 01  PRINT.
011900     03  PRT                       PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200 01  PERIOD-X                    PIC X(8) VALUE SPACES.
012300 01  JRNL-DATE-X                 PIC X(8) VALUE SPACES.
012400 01  JRNL-DATE-9 REDEFINES JRNL-DATE-X PIC 9(8).
012500 01  TODAY-DATE                  PIC 9(8).
012600 01  TODAY-TIME                  PIC 9(8).
012700 01  REFUSED-SW                  PIC 9 VALUE 0.
012800     88  RUN-REFUSED                VALUE 1.
012900 01  FEED-SW                     PIC 9 VALUE 0.
013000     88  FEED-CLEAN                 VALUE 0.
013100     88  FEED-STOPPED               VALUE 1.
013200 01  MASTER-EOF-SW               PIC 9 VALUE 0.
013300     88  MORE-MASTER-RECS           VALUE 0.
013400     88  MASTER-EOF                 VALUE 1.
013500 01  FDT-EOF-SW                  PIC 9 VALUE 0.
013600     88  MORE-FDT-RECS              VALUE 0.
013700     88  FDT-EOF                    VALUE 1.
013800 01  GLMAP-EOF-SW                PIC 9 VALUE 0.
013900     88  MORE-GLMAP-RECS            VALUE 0.
014000     88  GLMAP-EOF                  VALUE 1.
014100
014200******************************************************************
014300***  THE 'S' FIELDS OF THE FDT DECK: FIXED-CARD FIELDS ARE     ***
014400***  RECORD TYPE 000, THE REST BELONG TO THEIR TYPE CARD.      ***
014500***  CONTINUATION CARDS NUMBER ON FROM 15 AS IN THE UPDATE     ***
014600******************************************************************
014700 01  FDT-CARD-WORK               PIC X(80).
014800 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
014900 01  MASTER-LRECL                PIC 9(3) VALUE 128.
015000 01  RULE-CARD.
015100     03  R-FILE-ID               PIC X.
015200     03  R-SEQ-NUMB              PIC X(3).
015300     03  R-FIELD-NO              PIC 99.
015400     03  R-CONT-MARK             PIC X.
015500     03  R-LOC-BASE              PIC X(3).
015600     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
015700     03  R-FIELD-DEFNS OCCURS 14 TIMES.
015800       05  R-FORMAT              PIC X.
015900       05  R-LOCATION            PIC 99.
016000       05  R-LENGTH              PIC 99.
016100 01  SFLD-TBL-MAX                PIC 9(4) COMP-5 VALUE 500.
016200 01  SFLD-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
016300 01  SFLD-TBL-I                  PIC 9(4) COMP-5 VALUE 0.
016400 01  SFLD-TABLE.
016500     03  SFLD-ENTRY  OCCURS 500 TIMES.
016600       05  SF-RTYPE              PIC X(3).
016700       05  SF-FIELD-NO           PIC 99.
016800       05  SF-LOCATION           PIC 9(4) COMP-5.
016900       05  SF-LENGTH             PIC 9(4) COMP-5.
017000 01  FLD-IX                      PIC 9(4) COMP-5 VALUE 0.
017100 01  FLD-NO-BIAS                 PIC 9(4) COMP-5 VALUE 0.
017200 01  CONT-LOC-BASE               PIC 9(4) COMP-5 VALUE 0.
017300 01  FLD-LOC                     PIC 9(4) COMP-5 VALUE 0.
017400 01  CUR-RTYPE                   PIC X(3)  VALUE SPACES.
017500 01  CARD-FULL-SW                PIC 9 VALUE 0.
017600     88  LAST-CARD-FULL             VALUE 1.
017700
017800******************************************************************
017900***  THE GL MAPPING DECK                                       ***
018000******************************************************************
018100 01  MAP-TBL-MAX                 PIC 9(4) COMP-5 VALUE 1000.
018200 01  MAP-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
018300 01  MAP-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
018400 01  MAP-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
018500 01  MAP-TABLE.
018600     03  MAP-ENTRY  OCCURS 1000 TIMES.
018700       05  MP-KEY.
018800         07  MP-CLIENT           PIC X(3).
018900         07  MP-RTYPE            PIC X(3).
019000         07  MP-FIELD-NO         PIC X(2).
019100       05  MP-ACCOUNT            PIC X(10).
019200       05  MP-COST-CTR           PIC X(6).
019300       05  MP-SIDE               PIC X.
019400       05  MP-OFS-ACCOUNT        PIC X(10).
019500       05  MP-OFS-COST-CTR       PIC X(6).
019600 01  MAP-CARD-CNT                PIC 9(8) COMP-5 VALUE 0.
019700 01  MAP-KEY                     PIC X(8).
019800 01  FIELD-NO-ED                 PIC 99.
019900
020000******************************************************************
020100***  NET MOVEMENT PER CLIENT, RECORD TYPE AND FIELD, HELD IN   ***
020200***  THAT ORDER AS ENTRIES ARE ADDED.  THE OPENING MASTER      ***
020300***  SUBTRACTS, THE CLOSING MASTER ADDS                        ***
020400******************************************************************
020500 01  MOV-TBL-MAX                 PIC 9(4) COMP-5 VALUE 5000.
020600 01  MOV-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
020700 01  MOV-I                       PIC 9(4) COMP-5 VALUE 0.
020800 01  MOV-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
020900 01  MOV-KEY.
021000     03  MK-CLIENT               PIC X(3).
021100     03  MK-RTYPE                PIC X(3).
021200     03  MK-FIELD-NO             PIC 99.
021300 01  MOVEMENT-TABLE.
021400     03  MOV-ENTRY  OCCURS 5000 TIMES.
021500       05  MV-KEY.
021600         07  MV-CLIENT           PIC X(3).
021700         07  MV-RTYPE            PIC X(3).
021800         07  MV-FIELD-NO         PIC 99.
021900       05  MV-AMOUNT             PIC S9(17) COMP-3.
022000 01  MOV-OVERFLOW-CNT            PIC 9(8) COMP-5 VALUE 0.
022100 01  ACCUM-SIGN                  PIC S9 VALUE +1.
022200 01  MASTER-REC                  PIC X(512).
022300 01  MASTER-FIELDS REDEFINES MASTER-REC.
022400     03  MR-REC-ID               PIC X.
022500     03  MR-CLIENT               PIC X(3).
022600     03  FILLER                  PIC X(8).
022700     03  MR-SEQ-NUMBER           PIC X(3).
022800     03  FILLER                  PIC X(497).
022900*    AN 'S' FIELD VALUE, RIGHT-JUSTIFIED INTO 15 DIGITS WITH
023000*    LEADING BLANKS TAKEN AS ZEROS, AS BDMS0232 READS IT
023100 01  TRAN-SIGNED-FLD             PIC S9(15).
023200 01  FILLER REDEFINES TRAN-SIGNED-FLD.
023300     03  T-CTR    OCCURS 15 TIMES PIC X.
023400 01  CTR-PTR                     PIC 9(4) COMP-5 VALUE 0.
023500 01  RECORD-PTR                  PIC 9(4) COMP-5 VALUE 0.
023600 01  FLD-CHAR-I                  PIC 9(4) COMP-5 VALUE 0.
023700 01  FIELD-LEN                   PIC 9(4) COMP-5 VALUE 0.
023800 01  BAD-VALUE-CNT               PIC 9(8) COMP-5 VALUE 0.
023900
024000******************************************************************
024100***  JOURNAL LINES, HELD UNTIL EVERY JOURNAL HAS BALANCED      ***
024200******************************************************************
024300 01  JL-TBL-MAX                  PIC 9(4) COMP-5 VALUE 9000.
024400 01  JL-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
024500 01  JL-I                        PIC 9(4) COMP-5 VALUE 0.
024600 01  JOURNAL-LINE-TABLE.
024700     03  JL-ENTRY  OCCURS 9000 TIMES.
024800       05  JL-CLIENT             PIC X(3).
024900       05  JL-LINE-NO            PIC 9(5).
025000       05  JL-ACCOUNT            PIC X(10).
025100       05  JL-COST-CTR           PIC X(6).
025200       05  JL-DC                 PIC X.
025300       05  JL-AMOUNT             PIC 9(15).
025400       05  JL-RTYPE              PIC X(3).
025500       05  JL-FIELD-NO           PIC 99.
025600 01  JL-OVERFLOW-SW              PIC 9 VALUE 0.
025700     88  JL-TABLE-FULL              VALUE 1.
025800 01  LINE-ACCOUNT                PIC X(10).
025900 01  LINE-COST-CTR               PIC X(6).
026000 01  LINE-DC                     PIC X.
026100 01  OTHER-DC                    PIC X.
026200 01  LINE-AMOUNT                 PIC 9(15).
026300 01  CURRENT-CLIENT              PIC X(3) VALUE LOW-VALUES.
026400 01  CLIENT-LINE-NO              PIC 9(5) VALUE 0.
026500 01  CLIENT-DEBITS               PIC 9(17) VALUE 0.
026600 01  CLIENT-CREDITS              PIC 9(17) VALUE 0.
026700 01  TOTAL-DEBITS                PIC 9(17) VALUE 0.
026800 01  TOTAL-CREDITS               PIC 9(17) VALUE 0.
026900 01  JOURNAL-CNT                 PIC 9(5) VALUE 0.
027000 01  UNBALANCED-CNT              PIC 9(5) VALUE 0.
027100 01  UNMAPPED-CNT                PIC 9(5) VALUE 0.
027200 01  MOPEN-READ-CNT              PIC 9(8) COMP-5 VALUE 0.
027300 01  MCLOSE-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
027400 01  GL-WRITTEN-CNT              PIC 9(8) COMP-5 VALUE 0.
027500
027600******************************************************************
027700***  GL INTERFACE RECORDS                                      ***
027800******************************************************************
027900 01  GL-HEADER.
028000     03  GH-REC-TYPE             PIC X      VALUE 'H'.
028100     03  GH-SOURCE               PIC X(8)   VALUE 'BDMSGL'.
028200     03  GH-JRNL-DATE            PIC 9(8).
028300     03  GH-PERIOD               PIC X(8).
028400     03  GH-CREATE-DATE          PIC 9(8).
028500     03  GH-CREATE-TIME          PIC 9(8).
028600     03  GH-FDT-VERSION          PIC X(8).
028700     03  FILLER                  PIC X(51)  VALUE SPACES.
028800 01  GL-DETAIL.
028900     03  GD-REC-TYPE             PIC X      VALUE 'D'.
029000     03  GD-JRNL-DATE            PIC 9(8).
029100     03  GD-JOURNAL-ID.
029200       05  FILLER                PIC X(4)   VALUE 'BDMS'.
029300       05  GD-JRNL-CLIENT        PIC X(3).
029400       05  FILLER                PIC X(3)   VALUE SPACES.
029500     03  GD-LINE-NO              PIC 9(5).
029600     03  GD-ACCOUNT              PIC X(10).
029700     03  GD-COST-CTR             PIC X(6).
029800     03  GD-DC                   PIC X.
029900     03  GD-AMOUNT               PIC 9(15).
030000     03  GD-CLIENT               PIC X(3).
030100     03  GD-RTYPE                PIC X(3).
030200     03  GD-FIELD-NO             PIC 99.
030300     03  GD-PERIOD               PIC X(8).
030400     03  FILLER                  PIC X(28)  VALUE SPACES.
030500 01  GL-TRAILER.
030600     03  GT-REC-TYPE             PIC X      VALUE 'T'.
030700     03  GT-LINE-CNT             PIC 9(7).
030800     03  GT-JOURNAL-CNT          PIC 9(5).
030900     03  GT-DEBIT-TOTAL          PIC 9(17).
031000     03  GT-CREDIT-TOTAL         PIC 9(17).
031100     03  FILLER                  PIC X(53)  VALUE SPACES.
031200
031300******************************************************************
031400***  REPORT LINES                                              ***
031500******************************************************************
031600 01  RPT-HDR-LINE.
031700     03  FILLER                  PIC X(33)  VALUE
031800         'BDMS0253 GL JOURNAL INTERFACE -  '.
031900     03  FILLER                  PIC X(7)   VALUE 'PERIOD '.
032000     03  RH-PERIOD               PIC X(8).
032100     03  FILLER                  PIC X(16)  VALUE
032200         '  JOURNAL DATE '.
032300     03  RH-JRNL-DATE            PIC X(8).
032400     03  FILLER                  PIC X(15)  VALUE
032500         '  FDT VERSION '.
032600     03  RH-VERSION              PIC X(8).
032700     03  FILLER                  PIC X(37)  VALUE SPACES.
032800 01  CLIENT-HDR-LINE.
032900     03  FILLER                  PIC X(21)  VALUE
033000         '  JOURNAL FOR CLIENT '.
033100     03  CH-CLIENT               PIC X(3).
033200     03  FILLER                  PIC X(108) VALUE SPACES.
033300 01  DTL-HDR-LINE.
033400     03  FILLER                  PIC X(50)  VALUE
033500         '     LINE  RTYPE FLD  ACCOUNT     COST CTR  D/C   '.
033600     03  FILLER                  PIC X(82)  VALUE
033700         '          AMOUNT'.
033800 01  DTL-LINE.
033900     03  FILLER                  PIC X(4)   VALUE SPACES.
034000     03  DL-LINE-NO              PIC ZZZZ9.
034100     03  FILLER                  PIC X(2)   VALUE SPACES.
034200     03  DL-RTYPE                PIC X(3).
034300     03  FILLER                  PIC X(3)   VALUE SPACES.
034400     03  DL-FIELD-NO             PIC 99.
034500     03  FILLER                  PIC X(2)   VALUE SPACES.
034600     03  DL-ACCOUNT              PIC X(10).
034700     03  FILLER                  PIC X(2)   VALUE SPACES.
034800     03  DL-COST-CTR             PIC X(6).
034900     03  FILLER                  PIC X(5)   VALUE SPACES.
035000     03  DL-DC                   PIC X.
035100     03  FILLER                  PIC X(2)   VALUE SPACES.
035200     03  DL-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
035300     03  FILLER                  PIC X(66)  VALUE SPACES.
035400 01  TOT-LINE.
035500     03  FILLER                  PIC X(6)   VALUE SPACES.
035600     03  TL-TEXT                 PIC X(20).
035700     03  TL-DEBITS               PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
035800     03  FILLER                  PIC X(2)   VALUE SPACES.
035900     03  TL-CREDITS              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
036000     03  FILLER                  PIC X(2)   VALUE SPACES.
036100     03  TL-STATUS               PIC X(54).
036200 01  UNMAPPED-LINE.
036300     03  FILLER                  PIC X(4)   VALUE SPACES.
036400     03  FILLER                  PIC X(24)  VALUE
036500         'NO GL MAPPING - CLIENT '.
036600     03  UL-CLIENT               PIC X(3).
036700     03  FILLER                  PIC X(7)   VALUE ' RTYPE '.
036800     03  UL-RTYPE                PIC X(3).
036900     03  FILLER                  PIC X(7)   VALUE ' FIELD '.
037000     03  UL-FIELD-NO             PIC 99.
037100     03  FILLER                  PIC X(11)  VALUE
037200         '  MOVEMENT '.
037300     03  UL-AMOUNT               PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
037400     03  FILLER                  PIC X(51)  VALUE SPACES.
037500 01  CNT-DET-LINE.
037600     03  FILLER                  PIC X(2)   VALUE SPACES.
037700     03  CT-TEXT                 PIC X(40).
037800     03  CT-COUNT                PIC Z(8)9.
037900     03  FILLER                  PIC X(81)  VALUE SPACES.
038000 01  MSG-LINE.
038100     03  FILLER                  PIC X(2)   VALUE SPACES.
038200     03  ML-TEXT                 PIC X(70).
038300     03  FILLER                  PIC X(60)  VALUE SPACES.
038400 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
038500
038600 PROCEDURE DIVISION.
038700 0000-MAINLINE.
038800     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
038900     IF NOT RUN-REFUSED
039000       PERFORM 2000-ACCUMULATE
039100       PERFORM 3000-BUILD-JOURNALS
039200       PERFORM 4000-WRITE-FEED
039300       PERFORM 8000-REPORT-TOTALS.
039400     PERFORM 9000-EOJ.
039500     EXIT PROGRAM.
039600     STOP RUN.
039700******************************************************************
039800***  RESOLVES THE RUN VALUES AND LOADS THE FDT 'S' FIELDS AND  ***
039900***  THE GL MAPPING DECK                                       ***
040000******************************************************************
040100 1000-INITIALIZE.
040200     DISPLAY 'BDMS0253 BEGIN PROCESSING'.
040300     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
040400     ACCEPT TODAY-TIME FROM TIME.
040500     DISPLAY 'PERIOD' UPON ENVIRONMENT-NAME.
040600     ACCEPT PERIOD-X FROM ENVIRONMENT-VALUE.
040700     IF PERIOD-X (1:6) NOT NUMERIC OR
040800        (PERIOD-X (7:2) NOT = SPACES AND
040900         PERIOD-X (7:2) NOT NUMERIC)
041000       DISPLAY 'BDMS0253 PERIOD <' PERIOD-X
041100               '> NOT CCYYMM OR CCYYMMDD - RUN REFUSED'
041200       MOVE 16 TO RETURN-CODE
041300       MOVE 1 TO REFUSED-SW
041400       GO TO 1090-EXIT.
041500     DISPLAY 'JRNLDATE' UPON ENVIRONMENT-NAME.
041600     ACCEPT JRNL-DATE-X FROM ENVIRONMENT-VALUE.
041700     IF JRNL-DATE-X = SPACES
041800       MOVE TODAY-DATE TO JRNL-DATE-9.
041900     IF JRNL-DATE-X NOT NUMERIC
042000       DISPLAY 'BDMS0253 JRNLDATE <' JRNL-DATE-X
042100               '> NOT CCYYMMDD - RUN REFUSED'
042200       MOVE 16 TO RETURN-CODE
042300       MOVE 1 TO REFUSED-SW
042400       GO TO 1090-EXIT.
042500     OPEN INPUT FDT-FILE.
042600     PERFORM 1100-LOAD-FDT THRU 1190-EXIT.
042700     CLOSE FDT-FILE.
042800     IF RUN-REFUSED
042900       GO TO 1090-EXIT.
043000     OPEN INPUT GLMAP-IN-FILE.
043100     PERFORM 1500-LOAD-MAP-CARD THRU 1590-EXIT
043200       UNTIL GLMAP-EOF OR RUN-REFUSED.
043300     CLOSE GLMAP-IN-FILE.
043400     IF RUN-REFUSED
043500       GO TO 1090-EXIT.
043600     DISPLAY 'BDMS0253 PERIOD ' PERIOD-X ' JOURNAL DATE '
043700             JRNL-DATE-X ' FDT VERSION <' FDT-VERSION '>'.
043800     DISPLAY 'BDMS0253 S FIELDS IN FDT..........' SFLD-TBL-CNT.
043900     DISPLAY 'BDMS0253 GL MAPPING CARDS.........' MAP-TBL-CNT.
044000 1090-EXIT.
044100     EXIT.
044200*    OPTIONAL LRECL AND FDTVER HEADER CARDS, THE KEY CARD AND
044300*    ITS CONTINUATIONS (NOT SUMMED), THE FIXED CARD, THEN THE
044400*    RECORD-TYPE CARDS
044500 1100-LOAD-FDT.
044600     PERFORM 1200-DECK-READ.
044700     IF FDT-CARD-WORK (1:5) = 'LRECL'
044800       IF FDT-CARD-WORK (7:3) NUMERIC AND
044900          FDT-CARD-WORK (7:3) NOT < '128' AND
045000          FDT-CARD-WORK (7:3) NOT > '512'
045100         MOVE FDT-CARD-WORK (7:3) TO MASTER-LRECL
045200       ELSE
045300         DISPLAY 'BDMS0253 FDT LRECL CARD <'
045400                 FDT-CARD-WORK (7:3) '> NOT 128-512'
045500                 ' - RUN REFUSED'
045600         MOVE 16 TO RETURN-CODE
045700         MOVE 1 TO REFUSED-SW
045800         GO TO 1190-EXIT
045900       END-IF
046000       PERFORM 1200-DECK-READ.
046100     IF FDT-CARD-WORK (1:6) = 'FDTVER'
046200       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
046300       PERFORM 1200-DECK-READ.
046400     IF FDT-EOF
046500       DISPLAY 'BDMS0253 FDT DECK TOO SHORT - RUN REFUSED'
046600       MOVE 16 TO RETURN-CODE
046700       MOVE 1 TO REFUSED-SW
046800       GO TO 1190-EXIT.
046900     PERFORM 1200-DECK-READ.
047000     PERFORM 1200-DECK-READ
047100       UNTIL FDT-EOF OR R-CONT-MARK NOT = '+'.
047200     IF MORE-FDT-RECS
047300       MOVE '000' TO CUR-RTYPE
047400       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
047500       PERFORM 1300-LOAD-CARD-FIELDS
047600       PERFORM 1200-DECK-READ.
047700     PERFORM 1400-LOAD-TYPE-CARD UNTIL FDT-EOF.
047800 1190-EXIT.
047900     EXIT.
048000 1200-DECK-READ.
048100     MOVE SPACES TO FDT-CARD-WORK.
048200     READ FDT-FILE INTO FDT-CARD-WORK, AT END
048300       MOVE 1 TO FDT-EOF-SW.
048400     MOVE FDT-CARD-WORK TO RULE-CARD.
048500*    THE 'S' FIELDS OF ONE CARD.  A CARD THAT USES EVERY ONE OF
048600*    ITS 14 SLOTS MAY BE CONTINUED
048700 1300-LOAD-CARD-FIELDS.
048800     MOVE 1 TO FLD-IX.
048900     PERFORM 1310-LOAD-ONE-FIELD
049000       UNTIL FLD-IX > 14 OR R-FORMAT (FLD-IX) = SPACE.
049100     IF FLD-IX > 14
049200       MOVE 1 TO CARD-FULL-SW
049300     ELSE
049400       MOVE 0 TO CARD-FULL-SW.
049500 1310-LOAD-ONE-FIELD.
049600     MOVE 0 TO FLD-LOC.
049700     IF R-LOCATION (FLD-IX) NUMERIC
049800       ADD R-LOCATION (FLD-IX), CONT-LOC-BASE GIVING FLD-LOC
049900       IF R-FIELD-NO NUMERIC AND R-FIELD-NO > 0 AND
050000          FLD-IX NOT < R-FIELD-NO
050100         ADD 100 TO FLD-LOC.
050200     IF R-FORMAT (FLD-IX) = 'S' AND
050300        SFLD-TBL-CNT < SFLD-TBL-MAX AND
050400        R-LENGTH (FLD-IX) NUMERIC AND
050500        FLD-LOC > 0 AND
050600        R-LENGTH (FLD-IX) > 0 AND
050700        R-LENGTH (FLD-IX) NOT > 15 AND
050800        FLD-LOC + R-LENGTH (FLD-IX) NOT > MASTER-LRECL + 1
050900       ADD 1 TO SFLD-TBL-CNT
051000       MOVE CUR-RTYPE          TO SF-RTYPE (SFLD-TBL-CNT)
051100       ADD FLD-IX, FLD-NO-BIAS GIVING SF-FIELD-NO (SFLD-TBL-CNT)
051200       MOVE FLD-LOC            TO SF-LOCATION (SFLD-TBL-CNT)
051300       MOVE R-LENGTH (FLD-IX)  TO SF-LENGTH (SFLD-TBL-CNT).
051400     ADD 1 TO FLD-IX.
051500 1400-LOAD-TYPE-CARD.
051600     IF R-CONT-MARK = '+'
051700       IF LAST-CARD-FULL
051800         ADD 14 TO FLD-NO-BIAS
051900         IF R-LOC-BASE NUMERIC
052000           MOVE R-LOC-BASE-9 TO CONT-LOC-BASE
052100         ELSE
052200           MOVE 0 TO CONT-LOC-BASE
052300         END-IF
052400         PERFORM 1300-LOAD-CARD-FIELDS
052500       ELSE
052600         DISPLAY 'CONTINUATION CARD AFTER A CARD THAT IS NOT '
052700                 'FULL - IGNORED: RTYPE ' CUR-RTYPE
052800       END-IF
052900     ELSE
053000       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
053100       MOVE R-SEQ-NUMB TO CUR-RTYPE
053200       PERFORM 1300-LOAD-CARD-FIELDS.
053300     PERFORM 1200-DECK-READ.
053400*    ONE GL MAPPING CARD.  A CARD THAT CANNOT BE READ AS A
053500*    MAPPING REFUSES THE RUN RATHER THAN LEAVE A FIELD
053600*    SILENTLY UNMAPPED
053700 1500-LOAD-MAP-CARD.
053800     READ GLMAP-IN-FILE, AT END
053900       MOVE 1 TO GLMAP-EOF-SW
054000       GO TO 1590-EXIT.
054100     ADD 1 TO MAP-CARD-CNT.
054200     IF GLMAP-RECORD (1:1) = '*' OR GLMAP-RECORD = SPACES
054300       GO TO 1590-EXIT.
054400     IF GM-RTYPE NOT NUMERIC OR
054500        GM-FIELD-NO NOT NUMERIC OR GM-ACCOUNT = SPACES OR
054600        (GM-SIDE NOT = 'D' AND GM-SIDE NOT = 'C' AND
054700         GM-SIDE NOT = SPACE)
054800       DISPLAY 'BDMS0253 GL MAPPING CARD ' MAP-CARD-CNT
054900               ' INVALID - RUN REFUSED: ' GLMAP-RECORD (1:48)
055000       MOVE 16 TO RETURN-CODE
055100       MOVE 1 TO REFUSED-SW
055200       GO TO 1590-EXIT.
055300     IF MAP-TBL-CNT NOT < MAP-TBL-MAX
055400       DISPLAY 'BDMS0253 GL MAPPING DECK OVER ' MAP-TBL-MAX
055500               ' CARDS - RUN REFUSED'
055600       MOVE 16 TO RETURN-CODE
055700       MOVE 1 TO REFUSED-SW
055800       GO TO 1590-EXIT.
055900     ADD 1 TO MAP-TBL-CNT.
056000     MOVE GM-CLIENT       TO MP-CLIENT (MAP-TBL-CNT).
056100     MOVE GM-RTYPE        TO MP-RTYPE (MAP-TBL-CNT).
056200     MOVE GM-FIELD-NO     TO MP-FIELD-NO (MAP-TBL-CNT).
056300     MOVE GM-ACCOUNT      TO MP-ACCOUNT (MAP-TBL-CNT).
056400     MOVE GM-COST-CTR     TO MP-COST-CTR (MAP-TBL-CNT).
056500     MOVE GM-SIDE         TO MP-SIDE (MAP-TBL-CNT).
056600     IF GM-SIDE = SPACE
056700       MOVE 'D' TO MP-SIDE (MAP-TBL-CNT).
056800     MOVE GM-OFS-ACCOUNT  TO MP-OFS-ACCOUNT (MAP-TBL-CNT).
056900     MOVE GM-OFS-COST-CTR TO MP-OFS-COST-CTR (MAP-TBL-CNT).
057000 1590-EXIT.
057100     EXIT.
057200******************************************************************
057300***  NET MOVEMENT: THE OPENING MASTER'S 'S' FIELDS SUBTRACT    ***
057400***  AND THE CLOSING MASTER'S ADD                              ***
057500******************************************************************
057600 2000-ACCUMULATE.
057700     MOVE -1 TO ACCUM-SIGN.
057800     MOVE 0 TO MASTER-EOF-SW.
057900     OPEN INPUT MOPEN-IN-FILE.
058000     PERFORM 2900-MOPEN-READ.
058100     PERFORM 2100-ACCUM-ONE-MASTER UNTIL MASTER-EOF.
058200     CLOSE MOPEN-IN-FILE.
058300     MOVE +1 TO ACCUM-SIGN.
058400     MOVE 0 TO MASTER-EOF-SW.
058500     OPEN INPUT MCLOSE-IN-FILE.
058600     PERFORM 2950-MCLOSE-READ.
058700     PERFORM 2150-ACCUM-CLOSE-MASTER UNTIL MASTER-EOF.
058800     CLOSE MCLOSE-IN-FILE.
058900 2100-ACCUM-ONE-MASTER.
059000     PERFORM 2200-SUM-RECORD.
059100     PERFORM 2900-MOPEN-READ.
059200 2150-ACCUM-CLOSE-MASTER.
059300     PERFORM 2200-SUM-RECORD.
059400     PERFORM 2950-MCLOSE-READ.
059500 2200-SUM-RECORD.
059600     MOVE 1 TO SFLD-TBL-I.
059700     PERFORM 2300-SUM-ONE-FIELD THRU 2390-EXIT
059800       UNTIL SFLD-TBL-I > SFLD-TBL-CNT.
059900*    A FIXED-CARD FIELD ON EVERY RECORD; A TYPE-CARD FIELD ONLY
060000*    ON RECORDS OF ITS SEQ NUMBER
060100 2300-SUM-ONE-FIELD.
060200     IF SF-RTYPE (SFLD-TBL-I) NOT = '000' AND
060300        SF-RTYPE (SFLD-TBL-I) NOT = MR-SEQ-NUMBER
060400       GO TO 2380-NEXT.
060500     MOVE ZEROS TO TRAN-SIGNED-FLD.
060600     MOVE SF-LOCATION (SFLD-TBL-I) TO RECORD-PTR.
060700     MOVE SF-LENGTH (SFLD-TBL-I)   TO FIELD-LEN.
060800     COMPUTE CTR-PTR = 15 - FIELD-LEN + 1.
060900     MOVE 0 TO FLD-CHAR-I.
061000     PERFORM 2350-MOVE-ONE-CHAR FIELD-LEN TIMES.
061100     IF TRAN-SIGNED-FLD NOT NUMERIC
061200       ADD 1 TO BAD-VALUE-CNT
061300       GO TO 2380-NEXT.
061400     IF TRAN-SIGNED-FLD = 0
061500       GO TO 2380-NEXT.
061600     MOVE MR-CLIENT             TO MK-CLIENT.
061700     MOVE SF-RTYPE (SFLD-TBL-I) TO MK-RTYPE.
061800     MOVE SF-FIELD-NO (SFLD-TBL-I) TO MK-FIELD-NO.
061900     PERFORM 2400-FIND-MOVEMENT THRU 2490-EXIT.
062000     IF MOV-FOUND-IX > 0
062100       COMPUTE MV-AMOUNT (MOV-FOUND-IX) =
062200           MV-AMOUNT (MOV-FOUND-IX) +
062300           ACCUM-SIGN * TRAN-SIGNED-FLD.
062400 2380-NEXT.
062500     ADD 1 TO SFLD-TBL-I.
062600 2390-EXIT.
062700     EXIT.
062800 2350-MOVE-ONE-CHAR.
062900     ADD 1 TO FLD-CHAR-I.
063000     IF MASTER-REC (RECORD-PTR:1) = SPACE AND
063100        FLD-CHAR-I < FIELD-LEN
063200       MOVE '0' TO T-CTR (CTR-PTR)
063300     ELSE
063400       MOVE MASTER-REC (RECORD-PTR:1) TO T-CTR (CTR-PTR).
063500     ADD 1 TO RECORD-PTR, CTR-PTR.
063600*    FINDS OR INSERTS, IN CLIENT/TYPE/FIELD ORDER, THE ENTRY
063700*    FOR MOV-KEY
063800 2400-FIND-MOVEMENT.
063900     IF MOV-FOUND-IX > 0
064000       IF MV-KEY (MOV-FOUND-IX) = MOV-KEY
064100         GO TO 2490-EXIT.
064200     MOVE 1 TO MOV-I.
064300     PERFORM 2450-SKIP-LOWER
064400       UNTIL MOV-I > MOV-TBL-CNT OR MV-KEY (MOV-I) NOT < MOV-KEY.
064500     IF MOV-I NOT > MOV-TBL-CNT
064600       IF MV-KEY (MOV-I) = MOV-KEY
064700         MOVE MOV-I TO MOV-FOUND-IX
064800         GO TO 2490-EXIT.
064900     IF MOV-TBL-CNT NOT < MOV-TBL-MAX
065000       ADD 1 TO MOV-OVERFLOW-CNT
065100       MOVE 0 TO MOV-FOUND-IX
065200       GO TO 2490-EXIT.
065300     MOVE MOV-I TO MOV-FOUND-IX.
065400     MOVE MOV-TBL-CNT TO MOV-I.
065500     ADD 1 TO MOV-TBL-CNT.
065600     PERFORM 2460-SHIFT-UP UNTIL MOV-I < MOV-FOUND-IX.
065700     MOVE MOV-KEY TO MV-KEY (MOV-FOUND-IX).
065800     MOVE 0 TO MV-AMOUNT (MOV-FOUND-IX).
065900 2490-EXIT.
066000     EXIT.
066100 2450-SKIP-LOWER.
066200     ADD 1 TO MOV-I.
066300 2460-SHIFT-UP.
066400     MOVE MOV-ENTRY (MOV-I) TO MOV-ENTRY (MOV-I + 1).
066500     SUBTRACT 1 FROM MOV-I.
066600 2900-MOPEN-READ.
066700     READ MOPEN-IN-FILE INTO MASTER-REC, AT END
066800       MOVE 1 TO MASTER-EOF-SW.
066900     IF MORE-MASTER-RECS
067000       ADD 1 TO MOPEN-READ-CNT.
067100 2950-MCLOSE-READ.
067200     READ MCLOSE-IN-FILE INTO MASTER-REC, AT END
067300       MOVE 1 TO MASTER-EOF-SW.
067400     IF MORE-MASTER-RECS
067500       ADD 1 TO MCLOSE-READ-CNT.
067600******************************************************************
067700***  ONE JOURNAL PER CLIENT: EVERY NON-ZERO MOVEMENT IS MAPPED ***
067800***  AND POSTED, AND THE CLIENT'S DEBITS MUST EQUAL ITS        ***
067900***  CREDITS.  AN UNMAPPED MOVEMENT OR AN UNBALANCED JOURNAL   ***
068000***  STOPS THE FEED                                            ***
068100******************************************************************
068200 3000-BUILD-JOURNALS.
068300     OPEN OUTPUT PRNTR.
068400     MOVE PERIOD-X    TO RH-PERIOD.
068500     MOVE JRNL-DATE-X TO RH-JRNL-DATE.
068600     MOVE FDT-VERSION TO RH-VERSION.
068700     WRITE PRINT FROM RPT-HDR-LINE.
068800     IF MOV-OVERFLOW-CNT > 0
068900       WRITE PRINT FROM BLANK-LINE
069000       MOVE 'MOVEMENT TABLE FULL - FIELDS LEFT OUT, FEED STOPPED'
069100         TO ML-TEXT
069200       WRITE PRINT FROM MSG-LINE
069300       MOVE 1 TO FEED-SW.
069400     MOVE 1 TO MOV-I.
069500     PERFORM 3100-ONE-MOVEMENT THRU 3190-EXIT
069600       UNTIL MOV-I > MOV-TBL-CNT.
069700     IF CURRENT-CLIENT NOT = LOW-VALUES
069800       PERFORM 3500-CLOSE-JOURNAL.
069900 3100-ONE-MOVEMENT.
070000     IF MV-AMOUNT (MOV-I) = 0
070100       GO TO 3180-NEXT.
070200     IF MV-CLIENT (MOV-I) NOT = CURRENT-CLIENT
070300       IF CURRENT-CLIENT NOT = LOW-VALUES
070400         PERFORM 3500-CLOSE-JOURNAL
070500       END-IF
070600       PERFORM 3400-OPEN-JOURNAL.
070700     PERFORM 3200-FIND-MAPPING.
070800     IF MAP-FOUND-IX = 0
070900       ADD 1 TO UNMAPPED-CNT
071000       MOVE 1 TO FEED-SW
071100       MOVE MV-CLIENT (MOV-I)   TO UL-CLIENT
071200       MOVE MV-RTYPE (MOV-I)    TO UL-RTYPE
071300       MOVE MV-FIELD-NO (MOV-I) TO UL-FIELD-NO
071400       MOVE MV-AMOUNT (MOV-I)   TO UL-AMOUNT
071500       WRITE PRINT FROM UNMAPPED-LINE
071600       GO TO 3180-NEXT.
071700*    AN INCREASE GOES TO THE MAPPING'S OWN SIDE, A DECREASE TO
071800*    THE OTHER; THE OFFSET ACCOUNT TAKES THE OPPOSITE
071900     IF MV-AMOUNT (MOV-I) > 0
072000       MOVE MP-SIDE (MAP-FOUND-IX) TO LINE-DC
072100       MOVE MV-AMOUNT (MOV-I) TO LINE-AMOUNT
072200     ELSE
072300       IF MP-SIDE (MAP-FOUND-IX) = 'D'
072400         MOVE 'C' TO LINE-DC
072500       ELSE
072600         MOVE 'D' TO LINE-DC
072700       END-IF
072800       COMPUTE LINE-AMOUNT = 0 - MV-AMOUNT (MOV-I).
072900     IF LINE-DC = 'D'
073000       MOVE 'C' TO OTHER-DC
073100     ELSE
073200       MOVE 'D' TO OTHER-DC.
073300     MOVE MP-ACCOUNT (MAP-FOUND-IX)  TO LINE-ACCOUNT.
073400     MOVE MP-COST-CTR (MAP-FOUND-IX) TO LINE-COST-CTR.
073500     PERFORM 3300-ADD-LINE.
073600     IF MP-OFS-ACCOUNT (MAP-FOUND-IX) NOT = SPACES
073700       MOVE OTHER-DC TO LINE-DC
073800       MOVE MP-OFS-ACCOUNT (MAP-FOUND-IX)  TO LINE-ACCOUNT
073900       MOVE MP-OFS-COST-CTR (MAP-FOUND-IX) TO LINE-COST-CTR
074000       PERFORM 3300-ADD-LINE.
074100 3180-NEXT.
074200     ADD 1 TO MOV-I.
074300 3190-EXIT.
074400     EXIT.
074500*    THE CLIENT'S OWN MAPPING FIRST, THEN THE BLANK-CLIENT ONE
074600 3200-FIND-MAPPING.
074700     MOVE MV-CLIENT (MOV-I)   TO MAP-KEY (1:3).
074800     MOVE MV-RTYPE (MOV-I)    TO MAP-KEY (4:3).
074900     MOVE MV-FIELD-NO (MOV-I) TO FIELD-NO-ED.
075000     MOVE FIELD-NO-ED         TO MAP-KEY (7:2).
075100     PERFORM 3250-SCAN-MAP.
075200     IF MAP-FOUND-IX = 0
075300       MOVE SPACES TO MAP-KEY (1:3)
075400       PERFORM 3250-SCAN-MAP.
075500 3250-SCAN-MAP.
075600     MOVE 0 TO MAP-FOUND-IX.
075700     MOVE 1 TO MAP-TBL-I.
075800     PERFORM 3260-SCAN-ONE-MAP
075900       UNTIL MAP-TBL-I > MAP-TBL-CNT OR MAP-FOUND-IX > 0.
076000 3260-SCAN-ONE-MAP.
076100     IF MP-KEY (MAP-TBL-I) = MAP-KEY
076200       MOVE MAP-TBL-I TO MAP-FOUND-IX.
076300     ADD 1 TO MAP-TBL-I.
076400 3300-ADD-LINE.
076500     ADD 1 TO CLIENT-LINE-NO.
076600     IF LINE-DC = 'D'
076700       ADD LINE-AMOUNT TO CLIENT-DEBITS
076800     ELSE
076900       ADD LINE-AMOUNT TO CLIENT-CREDITS.
077000     MOVE CLIENT-LINE-NO      TO DL-LINE-NO.
077100     MOVE MV-RTYPE (MOV-I)    TO DL-RTYPE.
077200     MOVE MV-FIELD-NO (MOV-I) TO DL-FIELD-NO.
077300     MOVE LINE-ACCOUNT        TO DL-ACCOUNT.
077400     MOVE LINE-COST-CTR       TO DL-COST-CTR.
077500     MOVE LINE-DC             TO DL-DC.
077600     MOVE LINE-AMOUNT         TO DL-AMOUNT.
077700     WRITE PRINT FROM DTL-LINE.
077800     IF JL-TBL-CNT NOT < JL-TBL-MAX
077900       MOVE 1 TO JL-OVERFLOW-SW, FEED-SW
078000     ELSE
078100       ADD 1 TO JL-TBL-CNT
078200       MOVE MV-CLIENT (MOV-I)   TO JL-CLIENT (JL-TBL-CNT)
078300       MOVE CLIENT-LINE-NO      TO JL-LINE-NO (JL-TBL-CNT)
078400       MOVE LINE-ACCOUNT        TO JL-ACCOUNT (JL-TBL-CNT)
078500       MOVE LINE-COST-CTR       TO JL-COST-CTR (JL-TBL-CNT)
078600       MOVE LINE-DC             TO JL-DC (JL-TBL-CNT)
078700       MOVE LINE-AMOUNT         TO JL-AMOUNT (JL-TBL-CNT)
078800       MOVE MV-RTYPE (MOV-I)    TO JL-RTYPE (JL-TBL-CNT)
078900       MOVE MV-FIELD-NO (MOV-I) TO JL-FIELD-NO (JL-TBL-CNT).
079000 3400-OPEN-JOURNAL.
079100     MOVE MV-CLIENT (MOV-I) TO CURRENT-CLIENT, CH-CLIENT.
079200     MOVE 0 TO CLIENT-LINE-NO, CLIENT-DEBITS, CLIENT-CREDITS.
079300     ADD 1 TO JOURNAL-CNT.
079400     WRITE PRINT FROM BLANK-LINE.
079500     WRITE PRINT FROM CLIENT-HDR-LINE.
079600     WRITE PRINT FROM DTL-HDR-LINE.
079700 3500-CLOSE-JOURNAL.
079800     MOVE 'JOURNAL TOTALS' TO TL-TEXT.
079900     MOVE CLIENT-DEBITS    TO TL-DEBITS.
080000     MOVE CLIENT-CREDITS   TO TL-CREDITS.
080100     IF CLIENT-DEBITS = CLIENT-CREDITS
080200       MOVE 'BALANCED' TO TL-STATUS
080300     ELSE
080400       MOVE 'OUT OF BALANCE - FEED STOPPED' TO TL-STATUS
080500       ADD 1 TO UNBALANCED-CNT
080600       MOVE 1 TO FEED-SW.
080700     WRITE PRINT FROM TOT-LINE.
080800     ADD CLIENT-DEBITS  TO TOTAL-DEBITS.
080900     ADD CLIENT-CREDITS TO TOTAL-CREDITS.
081000******************************************************************
081100***  THE INTERFACE FILE.  A STOPPED FEED LEAVES IT EMPTY SO    ***
081200***  NOTHING PARTIAL CAN BE REGISTERED OR SENT                 ***
081300******************************************************************
081400 4000-WRITE-FEED.
081500     OPEN OUTPUT GL-OUT-FILE.
081600     IF FEED-CLEAN
081700       MOVE JRNL-DATE-9 TO GH-JRNL-DATE
081800       MOVE PERIOD-X    TO GH-PERIOD
081900       MOVE TODAY-DATE  TO GH-CREATE-DATE
082000       MOVE TODAY-TIME  TO GH-CREATE-TIME
082100       MOVE FDT-VERSION TO GH-FDT-VERSION
082200       WRITE GL-RECORD FROM GL-HEADER
082300       ADD 1 TO GL-WRITTEN-CNT
082400       MOVE 1 TO JL-I
082500       PERFORM 4100-WRITE-DETAIL UNTIL JL-I > JL-TBL-CNT
082600       MOVE JL-TBL-CNT    TO GT-LINE-CNT
082700       MOVE JOURNAL-CNT   TO GT-JOURNAL-CNT
082800       MOVE TOTAL-DEBITS  TO GT-DEBIT-TOTAL
082900       MOVE TOTAL-CREDITS TO GT-CREDIT-TOTAL
083000       WRITE GL-RECORD FROM GL-TRAILER
083100       ADD 1 TO GL-WRITTEN-CNT.
083200     CLOSE GL-OUT-FILE.
083300 4100-WRITE-DETAIL.
083400     MOVE JRNL-DATE-9            TO GD-JRNL-DATE.
083500     MOVE JL-CLIENT (JL-I)       TO GD-JRNL-CLIENT, GD-CLIENT.
083600     MOVE JL-LINE-NO (JL-I)      TO GD-LINE-NO.
083700     MOVE JL-ACCOUNT (JL-I)      TO GD-ACCOUNT.
083800     MOVE JL-COST-CTR (JL-I)     TO GD-COST-CTR.
083900     MOVE JL-DC (JL-I)           TO GD-DC.
084000     MOVE JL-AMOUNT (JL-I)       TO GD-AMOUNT.
084100     MOVE JL-RTYPE (JL-I)        TO GD-RTYPE.
084200     MOVE JL-FIELD-NO (JL-I)     TO GD-FIELD-NO.
084300     MOVE PERIOD-X               TO GD-PERIOD.
084400     WRITE GL-RECORD FROM GL-DETAIL.
084500     ADD 1 TO GL-WRITTEN-CNT.
084600     ADD 1 TO JL-I.
084700******************************************************************
084800***  RUN TOTALS AND THE RETURN CODE                            ***
084900******************************************************************
085000 8000-REPORT-TOTALS.
085100     WRITE PRINT FROM BLANK-LINE.
085200     MOVE 'ALL JOURNALS' TO TL-TEXT.
085300     MOVE TOTAL-DEBITS   TO TL-DEBITS.
085400     MOVE TOTAL-CREDITS  TO TL-CREDITS.
085500     MOVE SPACES TO TL-STATUS.
085600     WRITE PRINT FROM TOT-LINE.
085700     WRITE PRINT FROM BLANK-LINE.
085800     MOVE 'OPENING MASTER RECORDS READ' TO CT-TEXT.
085900     MOVE MOPEN-READ-CNT TO CT-COUNT.
086000     WRITE PRINT FROM CNT-DET-LINE.
086100     MOVE 'CLOSING MASTER RECORDS READ' TO CT-TEXT.
086200     MOVE MCLOSE-READ-CNT TO CT-COUNT.
086300     WRITE PRINT FROM CNT-DET-LINE.
086400     MOVE 'S FIELD VALUES NOT NUMERIC (SKIPPED)' TO CT-TEXT.
086500     MOVE BAD-VALUE-CNT TO CT-COUNT.
086600     WRITE PRINT FROM CNT-DET-LINE.
086700     MOVE 'CLIENT JOURNALS' TO CT-TEXT.
086800     MOVE JOURNAL-CNT TO CT-COUNT.
086900     WRITE PRINT FROM CNT-DET-LINE.
087000     MOVE 'JOURNAL LINES' TO CT-TEXT.
087100     MOVE JL-TBL-CNT TO CT-COUNT.
087200     WRITE PRINT FROM CNT-DET-LINE.
087300     MOVE 'UNMAPPED FIELD MOVEMENTS' TO CT-TEXT.
087400     MOVE UNMAPPED-CNT TO CT-COUNT.
087500     WRITE PRINT FROM CNT-DET-LINE.
087600     MOVE 'JOURNALS OUT OF BALANCE' TO CT-TEXT.
087700     MOVE UNBALANCED-CNT TO CT-COUNT.
087800     WRITE PRINT FROM CNT-DET-LINE.
087900     WRITE PRINT FROM BLANK-LINE.
088000     IF JL-TABLE-FULL
088100       MOVE 'JOURNAL LINE TABLE FULL' TO ML-TEXT
088200       WRITE PRINT FROM MSG-LINE.
088300     IF FEED-STOPPED
088400       MOVE 'GL FEED STOPPED - INTERFACE FILE LEFT EMPTY'
088500         TO ML-TEXT
088600       WRITE PRINT FROM MSG-LINE
088700       MOVE 8 TO RETURN-CODE
088800     ELSE
088900       MOVE 'GL FEED WRITTEN - INTERFACE RECORDS' TO CT-TEXT
089000       MOVE GL-WRITTEN-CNT TO CT-COUNT
089100       WRITE PRINT FROM CNT-DET-LINE.
089200     CLOSE PRNTR.
089300 9000-EOJ.
089400     DISPLAY 'BDMS0253 CLIENT JOURNALS..........' JOURNAL-CNT.
089500     DISPLAY 'BDMS0253 JOURNAL LINES............' JL-TBL-CNT.
089600     DISPLAY 'BDMS0253 UNMAPPED MOVEMENTS.......' UNMAPPED-CNT.
089700     DISPLAY 'BDMS0253 JOURNALS OUT OF BALANCE..' UNBALANCED-CNT.
089800     IF NOT RUN-REFUSED
089900       IF FEED-STOPPED
090000         DISPLAY 'BDMS0253 GL FEED STOPPED - SEE THE REGISTER'
090100       ELSE
090200         DISPLAY 'BDMS0253 GL INTERFACE RECORDS.....'
090300                 GL-WRITTEN-CNT.
090400     DISPLAY 'BDMS0253 END PROCESSING'.
