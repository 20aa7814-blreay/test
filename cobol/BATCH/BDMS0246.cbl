000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0246.
000300******************************************************************
000400***  BDMS0246 - FDT LAYOUT MIGRATION.  CONVERTS ONE MASTER     ***
000500***  GENERATION (MSIN) FROM THE LAYOUT THE OLD FDT DECK        ***
000600***  (FDTOLD) DESCRIBES TO THE LAYOUT OF THE NEW LIBRARY DECK  ***
000700***  (FDTNEW), SO A FIELD THAT MOVES, WIDENS OR CHANGES FORMAT ***
000800***  DOES NOT FAIL 590-CHAR-EDIT ON THE FIRST NIGHT UNDER THE  ***
000900***  NEW DECK.  WRITES THE CONVERTED MASTER (MSOUT).           ***
001000***                                                            ***
001100***  EACH NEW FIELD (FB1 KEY CARD, FB2 FIXED CARD AND THE      ***
001200***  RECORD-TYPE CARD FOR THE RECORD'S SEQUENCE NUMBER) TAKES  ***
001300***  ITS VALUE FROM THE OLD FIELD THE MAPPING DECK (MIGMAP)    ***
001400***  NAMES, OR, WITHOUT A MAPPING CARD, FROM THE SAME FIELD    ***
001500***  NUMBER ON THE SAME OLD CARD.  MAPPING CARD:               ***
001600***    COLS  1- 3  NEW CARD (KEY, FIX OR RECORD-TYPE SEQ)      ***
001700***    COLS  5- 6  NEW FIELD NUMBER (01-14; 15 ON ARE ON       ***
001710***                THE CONTINUATION CARDS, 14 TO A CARD)       ***
001800***    COLS  8-10  OLD CARD (KEY, FIX OR RECORD-TYPE SEQ)      ***
001900***    COLS 12-13  OLD FIELD NUMBER - BLANK TAKES THE DEFAULT  ***
002000***    COL  15     PAD RULE: L LEFT-JUSTIFY, SPACE FILL;       ***
002100***                R RIGHT-JUSTIFY, ZERO FILL (BLANK: L FOR    ***
002200***                FORMAT A, R FOR N, M AND S)                 ***
002300***    COLS 17-56  DEFAULT VALUE - USED WITH NO OLD FIELD, OR  ***
002400***                WHEN THE OLD FIELD IS BLANK                 ***
002500***  AN '*' IN COL 1 IS A COMMENT.  POSITIONS NO CARD          ***
002600***  DESCRIBES ARE CARRIED OVER UNCHANGED; OLD FIELDS THE NEW  ***
002700***  LAYOUT DROPS ARE BLANKED.                                 ***
002710***  A '+' CONTINUATION CARD (AS BDMS0201) IS CONVERTED,       ***
002720***  EDITED AND KEYED WITH THE CARD IT FOLLOWS.                ***
002800***                                                            ***
002900***  EVERY CONVERTED RECORD IS EDITED AGAINST THE NEW DECK BY  ***
003000***  THE 590-CHAR-EDIT RULES, AND THE FB1 KEY IT BUILDS UNDER  ***
003100***  THE NEW DECK MUST STAY IN ASCENDING ORDER.  A RECORD THAT ***
003200***  LOSES DATA, FAILS THE EDIT OR FALLS OUT OF ORDER IS       ***
003300***  LISTED ON THE EXCEPTION REPORT (PRINTR1) AND ITS OLD      ***
003400***  IMAGE IS WRITTEN TO MIGREJ; THE RUN THEN ENDS RC 8.       ***
003500***                                                            ***
003600***  THE NEW DECK MUST BE A BDMS0239 LIBRARY COPY (FDTVER      ***
003700***  CARD).  WITH GROUP SET, THE GROUP CONTROL FILE (GRPCTL)   ***
003800***  IS COPIED TO GRPOUT: THE OLD DECK MUST CARRY THE VERSION  ***
003900***  THE GROUP IS PINNED TO, AND A CLEAN CONVERSION RE-PINS    ***
004000***  THE GROUP'S GC-FDTVER TO THE NEW VERSION SO THE NEXT RUN  ***
004100***  LOADS THE NEW DECK AGAINST THE NEW MASTER.  AN UNCLEAN    ***
004200***  CONVERSION LEAVES THE PIN WHERE IT WAS.                   ***
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT OLD-FDT-FILE    ASSIGN TO UT-S-FDTOLD
004800        ORGANIZATION LINE SEQUENTIAL.
004900     SELECT NEW-FDT-FILE    ASSIGN TO UT-S-FDTNEW
005000        ORGANIZATION LINE SEQUENTIAL.
005100     SELECT MAP-FILE        ASSIGN TO UT-S-MIGMAP
005200        ORGANIZATION LINE SEQUENTIAL.
005300     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
005400        ORGANIZATION LINE SEQUENTIAL.
005500     SELECT MASTER-OUT-FILE ASSIGN TO UT-S-MSOUT
005600        ORGANIZATION LINE SEQUENTIAL.
005700     SELECT REJECT-FILE     ASSIGN TO UT-S-MIGREJ
005800        ORGANIZATION LINE SEQUENTIAL.
005900     SELECT OPTIONAL GROUP-CTL-FILE ASSIGN TO UT-S-GRPCTL
006000        ORGANIZATION LINE SEQUENTIAL.
006100     SELECT GROUP-OUT-FILE  ASSIGN TO UT-S-GRPOUT
006200        ORGANIZATION LINE SEQUENTIAL.
006300     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
006400        ORGANIZATION LINE SEQUENTIAL.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  OLD-FDT-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD
007000     BLOCK CONTAINS 0 RECORDS
007100     DATA RECORD IS OLD-FDT-RECORD.
007200 01  OLD-FDT-RECORD                           PIC X(80).
007300 FD  NEW-FDT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS NEW-FDT-RECORD.
007800 01  NEW-FDT-RECORD                           PIC X(80).
007900 FD  MAP-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     BLOCK CONTAINS 0 RECORDS
008300     DATA RECORD IS MAP-RECORD.
008400 01  MAP-RECORD.
008500     03  MM-NEW-CARD                          PIC X(3).
008600     03  FILLER                               PIC X.
008700     03  MM-NEW-FIELD                         PIC X(2).
008800     03  FILLER                               PIC X.
008900     03  MM-OLD-CARD                          PIC X(3).
009000     03  FILLER                               PIC X.
009100     03  MM-OLD-FIELD                         PIC X(2).
009200     03  FILLER                               PIC X.
009300     03  MM-PAD                               PIC X.
009400     03  FILLER                               PIC X.
009500     03  MM-DEFAULT                           PIC X(40).
009600     03  FILLER                               PIC X(24).
009700 FD  MASTER-IN-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD
010000     BLOCK CONTAINS 0 RECORDS
010100     DATA RECORD IS MASTER-RECORD-IN.
010200 01  MASTER-RECORD-IN                         PIC X(512).
010300 FD  MASTER-OUT-FILE
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD
010600     BLOCK CONTAINS 0 RECORDS
010700     DATA RECORD IS MASTER-RECORD-OUT.
010800 01  MASTER-RECORD-OUT                        PIC X(512).
010900 FD  REJECT-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD
011200     BLOCK CONTAINS 0 RECORDS
011300     DATA RECORD IS REJECT-RECORD.
011400 01  REJECT-RECORD                            PIC X(512).
011500 FD  GROUP-CTL-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD
011800     BLOCK CONTAINS 0 RECORDS
011900     DATA RECORD IS GROUP-CTL-RECORD.
012000 01  GROUP-CTL-RECORD.
012100     03  GC-GROUP-ID                          PIC X(3).
012200     03  GC-IN1                               PIC X(60).
012300     03  GC-IN2                               PIC X(60).
012400     03  GC-OUT1                              PIC X(60).
012500     03  GC-OUT2                              PIC X(60).
012600     03  GC-OUT3                              PIC X(60).
012700     03  GC-PRINT1                            PIC X(60).
012800     03  GC-CKPT                              PIC X(60).
012900     03  GC-EOJSUM                            PIC X(60).
013000     03  GC-FDTVER                            PIC X(8).
013100 FD  GROUP-OUT-FILE
013200     RECORDING MODE IS F
013300     LABEL RECORDS ARE STANDARD
013400     BLOCK CONTAINS 0 RECORDS
013500     DATA RECORD IS GROUP-OUT-RECORD.
013600 01  GROUP-OUT-RECORD                         PIC X(491).
013700 FD  PRNTR
013800     RECORDING MODE IS F
013900     LABEL RECORDS ARE STANDARD
014000     BLOCK CONTAINS 0 RECORDS
014100     DATA RECORD IS PRINT.
014200 01  PRINT.
014300     03  PRT                       PIC X(132).
014400
014500 WORKING-STORAGE SECTION.
014600 01  GROUP-ID                    PIC X(3) VALUE SPACES.
014700 01  TODAY-DATE                  PIC 9(8).
014800 01  REFUSED-SW                  PIC 9 VALUE 0.
014900     88  RUN-REFUSED                VALUE 1.
015000 01  MASTER-EOF-SW               PIC 9 VALUE 0.
015100     88  MORE-MASTER-RECS           VALUE 0.
015200     88  MASTER-EOF                 VALUE 1.
015300 01  MAP-EOF-SW                  PIC 9 VALUE 0.
015400     88  MORE-MAP-RECS              VALUE 0.
015500     88  MAP-EOF                    VALUE 1.
015600 01  GRP-EOF-SW                  PIC 9 VALUE 0.
015700     88  MORE-GRP-RECS              VALUE 0.
015800     88  GRP-EOF                    VALUE 1.
015900 01  FDT-EOF-SW                  PIC 9 VALUE 0.
016000     88  MORE-FDT-RECS              VALUE 0.
016100     88  FDT-EOF                    VALUE 1.
016200 01  GROUP-FOUND-SW              PIC 9 VALUE 0.
016300     88  GROUP-FOUND                VALUE 1.
016400 01  GROUP-PIN                   PIC X(8) VALUE SPACES.
016500
016600******************************************************************
016700***  THE TWO DECKS.  ENTRY 1 IS THE FB1 KEY CARD, ENTRY 2 THE  ***
016800***  FB2 FIXED CARD, ENTRY SEQ + 2 THE RECORD-TYPE CARD        ***
016900******************************************************************
017000 01  DECK-TABLES.
017100     03  OLD-DECK-CARD  OCCURS 1001 TIMES  PIC X(80).
017200     03  NEW-DECK-CARD  OCCURS 1001 TIMES  PIC X(80).
017300 01  OLD-LRECL                   PIC 9(3) VALUE 128.
017400 01  NEW-LRECL                   PIC 9(3) VALUE 128.
017500 01  OLD-VERSION                 PIC X(8) VALUE SPACES.
017600 01  NEW-VERSION                 PIC X(8) VALUE SPACES.
017700 01  FDT-CARD-WORK               PIC X(80).
017800 01  FDT-CARD-CNT                PIC 9(4) COMP-5 VALUE 0.
017900 01  DECK-SIDE                   PIC X VALUE 'O'.
018000     88  OLD-DECK-SIDE              VALUE 'O'.
018100     88  NEW-DECK-SIDE              VALUE 'N'.
018200 01  RULE-CARD.
018300     03  R-FILE-ID               PIC X.
018400     03  R-SEQ-NUMB              PIC XXX.
018500     03  R-FIELD-NO              PIC 99.
018600     03  R-CONT-MARK             PIC X.
018610     03  R-LOC-BASE              PIC X(3).
018620     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
018700     03  R-FIELD-DEFNS OCCURS 14 TIMES.
018800       05  R-FORMAT              PIC X.
018900       05  R-LOCATION            PIC 99.
019000       05  R-LENGTH              PIC 99.
019100 01  SOURCE-CARD.
019200     03  S-FILE-ID               PIC X.
019300     03  S-SEQ-NUMB              PIC XXX.
019400     03  S-FIELD-NO              PIC 99.
019500     03  S-CONT-MARK             PIC X.
019510     03  S-LOC-BASE              PIC X(3).
019520     03  S-LOC-BASE-9 REDEFINES S-LOC-BASE PIC 9(3).
019600     03  S-FIELD-DEFNS OCCURS 14 TIMES.
019700       05  S-FORMAT              PIC X.
019800       05  S-LOCATION            PIC 99.
019900       05  S-LENGTH              PIC 99.
020000 01  CARD-ID                     PIC X(3).
020100 01  CARD-ID-9 REDEFINES CARD-ID PIC 9(3).
020200 01  CARD-IX                     PIC 9(4) COMP-5 VALUE 0.
020300 01  REC-CARD-IX                 PIC 9(4) COMP-5 VALUE 0.
020400 01  SRC-CARD-IX                 PIC 9(4) COMP-5 VALUE 0.
020500 01  FDT-FIELD-INDEX             PIC 9(4) COMP-5 VALUE 0.
020600 01  SRC-FIELD-INDEX             PIC 9(4) COMP-5 VALUE 0.
020700 01  FIELD-NUMBER-X              PIC X(2).
020800 01  FIELD-NUMBER-9 REDEFINES FIELD-NUMBER-X PIC 99.
020802******************************************************************
020804***  FDT CONTINUATION CARDS, AS BDMS0201 FILES THEM.  A CARD   ***
020806***  WITH '+' IN COLUMN 7 CARRIES FIELDS 15-28 OF THE CARD IT  ***
020808***  DIRECTLY FOLLOWS (UP TO 6 PER CARD); COLUMNS 8-10 HOLD A  ***
020810***  LOCATION BASE ADDED TO EVERY LOCATION ON THE CARD.  EACH  ***
020812***  DECK'S CONTINUATIONS ARE CHAINED FROM THEIR DECK TABLE    ***
020814***  ENTRY (SIDE 1 THE OLD DECK, SIDE 2 THE NEW)               ***
020816******************************************************************
020818 01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
020820 01  FDT-CONT-MAX                PIC 9(4) COMP-5 VALUE 300.
020822 01  DECK-CONT-AREAS.
020824     03  DECK-CONT-AREA  OCCURS 2 TIMES.
020826       05  FDT-CONT-CNT          PIC 9(4) COMP-5.
020828       05  FDT-CONT-LINK  OCCURS 1001 TIMES.
020830         07  FCL-FIRST           PIC 9(4) COMP-5.
020832         07  FCL-COUNT           PIC 9(4) COMP-5.
020834       05  FDT-CONT-CARD  OCCURS 300 TIMES  PIC X(80).
020836 01  DECK-SIDE-IX                PIC 9(4) COMP-5 VALUE 1.
020838 01  FDT-CONT-IX                 PIC 9(4) COMP-5 VALUE 0.
020840*    CARD THE NEXT CONTINUATION BELONGS TO (ZERO: NONE KEPT)
020842 01  FDT-CONT-OWNER-IX           PIC 9(4) COMP-5 VALUE 0.
020844 01  FDT-CONT-OWNER-SEQ          PIC X(3)  VALUE SPACES.
020846*    CONTINUATIONS STILL TO WALK FOR THE CARD IN RULE-CARD, AND
020848*    WHICH CARD OF THE CHAIN IT IS (ZERO: THE DECK CARD ITSELF)
020850 01  FDT-CONT-NEXT-IX            PIC 9(4) COMP-5 VALUE 0.
020852 01  FDT-CONT-LEFT               PIC 9(4) COMP-5 VALUE 0.
020854 01  FDT-CONT-LOC-BASE           PIC 9(4) COMP-5 VALUE 0.
020856 01  CARD-PART                   PIC 9(4) COMP-5 VALUE 0.
020858*    SOURCE-CARD LOOKUP BY FIELD NUMBER (3950-LOCATE-SOURCE)
020860 01  SRC-SIDE-IX                 PIC 9(4) COMP-5 VALUE 1.
020862 01  SRC-PART                    PIC 9(4) COMP-5 VALUE 0.
020864 01  SRC-PART-IX                 PIC 9(4) COMP-5 VALUE 0.
020866 01  SRC-LOC-BASE                PIC 9(4) COMP-5 VALUE 0.
020900
021000******************************************************************
021100***  MAPPING TABLE                                             ***
021200******************************************************************
021300 01  MAP-TBL-MAX                 PIC 9(4) COMP-5 VALUE 500.
021400 01  MAP-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
021500 01  MAP-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
021600 01  MAP-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
021700 01  MAP-TABLE.
021800     03  MAP-ENTRY  OCCURS 500 TIMES.
021900       05  MT-NEW-CARD-IX        PIC 9(4) COMP-5.
022000       05  MT-NEW-FIELD          PIC 9(4) COMP-5.
022100       05  MT-OLD-CARD-IX        PIC 9(4) COMP-5.
022200       05  MT-OLD-FIELD          PIC 9(4) COMP-5.
022300       05  MT-PAD                PIC X.
022400       05  MT-DEFAULT            PIC X(40).
022500       05  MT-APPLIED-CNT        PIC 9(8) COMP-5.
022600 01  MAP-NEW-CARD-IX             PIC 9(4) COMP-5 VALUE 0.
022700 01  MAP-NEW-FIELD               PIC 9(4) COMP-5 VALUE 0.
022800 01  MAP-CARD-CNT                PIC 9(8) COMP-5 VALUE 0.
022900 01  MAP-ERROR-CNT               PIC 9(8) COMP-5 VALUE 0.
023000
023100******************************************************************
023200***  CONVERSION WORK AREAS                                     ***
023300******************************************************************
023400 01  OLD-REC                     PIC X(512).
023500 01  NEW-REC                     PIC X(512).
023600 01  NEW-REC-ARRAY REDEFINES NEW-REC.
023700     03  NEW-ELMNT  OCCURS 512 TIMES PIC X.
023800 01  FIELD-LOC                   PIC 9(4) COMP-5 VALUE 0.
023900 01  FIELD-LEN                   PIC 9(4) COMP-5 VALUE 0.
024000 01  FIELD-FORMAT                PIC X.
024100 01  SRC-LOC                     PIC 9(4) COMP-5 VALUE 0.
024200 01  SRC-LEN                     PIC 9(4) COMP-5 VALUE 0.
024300 01  SIG-LEN                     PIC 9(4) COMP-5 VALUE 0.
024400 01  LOST-LEN                    PIC 9(4) COMP-5 VALUE 0.
024500 01  FILL-LEN                    PIC 9(4) COMP-5 VALUE 0.
024600 01  SRC-VALUE                   PIC X(99).
024700 01  OUT-VALUE                   PIC X(99).
024800 01  PAD-RULE                    PIC X.
024900 01  DEFAULT-VALUE               PIC X(40).
025000 01  SOURCE-SW                   PIC 9 VALUE 0.
025100     88  SOURCE-FIELD-FOUND         VALUE 1.
025200 01  CHAR-I                      PIC 9(4) COMP-5 VALUE 0.
025300 01  EDIT-CHAR                   PIC X.
025400 01  FIELD-SIGN                  PIC X.
025500 01  FILLER REDEFINES FIELD-SIGN.
025600     03  SIGN-POSITION           PIC S9.
025700 01  REC-ERROR-SW                PIC 9 VALUE 0.
025800     88  REC-CONVERTED-CLEAN        VALUE 0.
025900     88  REC-NOT-CLEAN              VALUE 1.
026000 01  ERR-REASON                  PIC X(30).
026100 01  ERR-CARD-ID                 PIC X(3).
026200 01  ERR-FIELD                   PIC 99.
026300
026400******************************************************************
026500***  NEW-DECK KEY SEQUENCE CHECK (510-KEY-BUILD GENERIC PATH)  ***
026600******************************************************************
026700 01  KEY-WORKAREA                PIC X(100).
026800 01  LAST-NEW-KEY                PIC X(100) VALUE LOW-VALUES.
026900 01  KEY-PTR                     PIC 9(4) COMP-5.
027100
027200 01  MASTER-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
027300 01  MASTER-WRITTEN-CNT          PIC 9(8) COMP-5 VALUE 0.
027400 01  REJECT-CNT                  PIC 9(8) COMP-5 VALUE 0.
027500 01  DEFAULTED-CNT               PIC 9(8) COMP-5 VALUE 0.
027600 01  ORDER-ERROR-CNT             PIC 9(8) COMP-5 VALUE 0.
027700
027800******************************************************************
027900***  REPORT LINES                                              ***
028000******************************************************************
028100 01  RPT-HDR-LINE.
028200     03  FILLER                  PIC X(37)  VALUE
028300         'BDMS0246 FDT LAYOUT MIGRATION - FROM '.
028400     03  RH-OLD-VERSION          PIC X(8).
028500     03  FILLER                  PIC X(4)   VALUE ' TO '.
028600     03  RH-NEW-VERSION          PIC X(8).
028700     03  FILLER                  PIC X(8)   VALUE '  GROUP '.
028800     03  RH-GROUP                PIC X(3).
028900     03  FILLER                  PIC X(6)   VALUE '  RUN '.
029000     03  RH-DATE                 PIC 9(8).
029100     03  FILLER                  PIC X(50)  VALUE SPACES.
029200 01  EXC-HDR-LINE.
029300     03  FILLER                  PIC X(60)  VALUE
029400         '  RECORD KEY (COLS 1-15)  CARD  FIELD  EXCEPTION'.
029500     03  FILLER                  PIC X(72)  VALUE SPACES.
029600 01  EXC-DET-LINE.
029700     03  FILLER                  PIC X(2)   VALUE SPACES.
029800     03  ED-KEY                  PIC X(15).
029900     03  FILLER                  PIC X(9)   VALUE SPACES.
030000     03  ED-CARD                 PIC X(3).
030100     03  FILLER                  PIC X(5)   VALUE SPACES.
030200     03  ED-FIELD                PIC 99.
030300     03  FILLER                  PIC X(3)   VALUE SPACES.
030400     03  ED-REASON               PIC X(30).
030500     03  FILLER                  PIC X(63)  VALUE SPACES.
030600 01  MAP-DET-LINE.
030700     03  FILLER                  PIC X(2)   VALUE SPACES.
030800     03  MD-CARD                 PIC X(80).
030900     03  FILLER                  PIC X(3)   VALUE SPACES.
031000     03  MD-COUNT                PIC Z(8)9.
031100     03  FILLER                  PIC X(38)  VALUE SPACES.
031200 01  CNT-DET-LINE.
031300     03  FILLER                  PIC X(2)   VALUE SPACES.
031400     03  CD-TEXT                 PIC X(40).
031500     03  CD-COUNT                PIC Z(8)9.
031600     03  FILLER                  PIC X(81)  VALUE SPACES.
031700 01  MSG-LINE.
031800     03  FILLER                  PIC X(2)   VALUE SPACES.
031900     03  ML-TEXT                 PIC X(70).
032000     03  FILLER                  PIC X(60)  VALUE SPACES.
032100 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
032200
032300 PROCEDURE DIVISION.
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
032600     IF NOT RUN-REFUSED
032700       PERFORM 1500-LOAD-MAP THRU 1590-EXIT.
032800     IF NOT RUN-REFUSED
032900       PERFORM 2000-CONVERT-MASTER.
033000     IF NOT RUN-REFUSED
033100       PERFORM 7000-REPIN-GROUP THRU 7090-EXIT.
033200     IF NOT RUN-REFUSED
033300       PERFORM 8000-REPORT-TOTALS.
033400     PERFORM 9000-EOJ.
033500     EXIT PROGRAM.
033600     STOP RUN.
033700******************************************************************
033800***  LOADS BOTH DECKS AND READS THE GROUP'S CURRENT PIN        ***
033900******************************************************************
034000 1000-INITIALIZE.
034100     DISPLAY 'BDMS0246 BEGIN PROCESSING'.
034200     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
034300     DISPLAY 'GROUP' UPON ENVIRONMENT-NAME.
034400     ACCEPT GROUP-ID FROM ENVIRONMENT-VALUE.
034500     MOVE SPACES TO DECK-TABLES.
034510     MOVE LOW-VALUES TO DECK-CONT-AREAS.
034600     MOVE 'O' TO DECK-SIDE.
034700     OPEN INPUT OLD-FDT-FILE.
034800     PERFORM 1100-LOAD-DECK THRU 1190-EXIT.
034900     CLOSE OLD-FDT-FILE.
035000     IF RUN-REFUSED
035100       GO TO 1090-EXIT.
035200     MOVE 'N' TO DECK-SIDE.
035300     OPEN INPUT NEW-FDT-FILE.
035400     PERFORM 1100-LOAD-DECK THRU 1190-EXIT.
035500     CLOSE NEW-FDT-FILE.
035600     IF RUN-REFUSED
035700       GO TO 1090-EXIT.
035800     DISPLAY 'BDMS0246 OLD DECK VERSION <' OLD-VERSION
035900             '> LRECL ' OLD-LRECL.
036000     DISPLAY 'BDMS0246 NEW DECK VERSION <' NEW-VERSION
036100             '> LRECL ' NEW-LRECL.
036200     IF NEW-VERSION = SPACES
036300       DISPLAY 'BDMS0246 NEW DECK HAS NO FDTVER CARD - ONLY A'
036400               ' BDMS0239 LIBRARY COPY CAN BE MIGRATED TO'
036500       MOVE 16 TO RETURN-CODE
036600       MOVE 1 TO REFUSED-SW
036700       GO TO 1090-EXIT.
036800     IF NEW-VERSION = OLD-VERSION
036900       DISPLAY 'BDMS0246 OLD AND NEW DECKS CARRY THE SAME'
037000               ' VERSION - NOTHING TO MIGRATE'
037100       MOVE 16 TO RETURN-CODE
037200       MOVE 1 TO REFUSED-SW
037300       GO TO 1090-EXIT.
037400     IF GROUP-ID = SPACES
037500       GO TO 1090-EXIT.
037600     OPEN INPUT GROUP-CTL-FILE.
037700     MOVE 0 TO GRP-EOF-SW.
037800     PERFORM 1300-FIND-GROUP UNTIL GRP-EOF OR GROUP-FOUND.
037900     CLOSE GROUP-CTL-FILE.
038000     IF NOT GROUP-FOUND
038100       DISPLAY 'BDMS0246 GROUP ' GROUP-ID ' NOT IN THE GROUP'
038200               ' CONTROL FILE - RUN REFUSED'
038300       MOVE 16 TO RETURN-CODE
038400       MOVE 1 TO REFUSED-SW
038500       GO TO 1090-EXIT.
038600     IF GROUP-PIN NOT = SPACES AND GROUP-PIN NOT = OLD-VERSION
038700       DISPLAY 'BDMS0246 GROUP ' GROUP-ID ' IS PINNED TO <'
038800               GROUP-PIN '>, NOT THE OLD DECK <' OLD-VERSION
038900               '> - RUN REFUSED'
039000       MOVE 16 TO RETURN-CODE
039100       MOVE 1 TO REFUSED-SW.
039200 1090-EXIT.
039300     EXIT.
039400*    ONE DECK INTO ITS TABLE: OPTIONAL LRECL AND FDTVER HEADER
039500*    CARDS, THE FB1 KEY CARD, THE FB2 FIXED CARD, THEN THE
039600*    RECORD-TYPE CARDS BY SEQUENCE NUMBER; A CONTINUATION CARD
039610*    IS CHAINED FROM THE CARD IT FOLLOWS
039700 1100-LOAD-DECK.
039800     MOVE 0 TO FDT-EOF-SW, FDT-CARD-CNT.
039810     MOVE 0 TO FDT-CONT-OWNER-IX.
039820     IF OLD-DECK-SIDE
039830       MOVE 1 TO DECK-SIDE-IX
039840     ELSE
039850       MOVE 2 TO DECK-SIDE-IX.
039900     PERFORM 1200-DECK-READ.
040000     IF FDT-CARD-WORK (1:5) = 'LRECL'
040100       IF FDT-CARD-WORK (7:3) NUMERIC AND
040200          FDT-CARD-WORK (7:3) NOT < '128' AND
040300          FDT-CARD-WORK (7:3) NOT > '512'
040400         IF OLD-DECK-SIDE
040500           MOVE FDT-CARD-WORK (7:3) TO OLD-LRECL
040600         ELSE
040700           MOVE FDT-CARD-WORK (7:3) TO NEW-LRECL
040800         END-IF
040900       ELSE
041000         DISPLAY 'BDMS0246 ' DECK-SIDE ' DECK LRECL CARD <'
041100                 FDT-CARD-WORK (7:3) '> NOT 128-512'
041200                 ' - RUN REFUSED'
041300         MOVE 16 TO RETURN-CODE
041400         MOVE 1 TO REFUSED-SW
041500         GO TO 1190-EXIT
041600       END-IF
041700       PERFORM 1200-DECK-READ.
041800     IF FDT-CARD-WORK (1:6) = 'FDTVER'
041900       IF OLD-DECK-SIDE
042000         MOVE FDT-CARD-WORK (8:8) TO OLD-VERSION
042100       ELSE
042200         MOVE FDT-CARD-WORK (8:8) TO NEW-VERSION
042300       END-IF
042400       PERFORM 1200-DECK-READ.
042500     IF OLD-DECK-SIDE
042600       MOVE FDT-CARD-WORK TO OLD-DECK-CARD (1)
042700     ELSE
042800       MOVE FDT-CARD-WORK TO NEW-DECK-CARD (1).
042900     PERFORM 1200-DECK-READ.
042910*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
042920     MOVE 1 TO FDT-CONT-OWNER-IX.
042930     MOVE 'KEY' TO FDT-CONT-OWNER-SEQ.
042940     PERFORM 1250-STORE-TYPE-CARD UNTIL FDT-EOF OR RUN-REFUSED
042950       OR FDT-CARD-WORK (7:1) NOT = '+'.
042960     IF RUN-REFUSED
042970       GO TO 1190-EXIT.
043000     IF FDT-EOF
043100       DISPLAY 'BDMS0246 ' DECK-SIDE ' DECK TOO SHORT'
043200               ' - RUN REFUSED'
043300       MOVE 16 TO RETURN-CODE
043400       MOVE 1 TO REFUSED-SW
043500       GO TO 1190-EXIT.
043600     IF OLD-DECK-SIDE
043700       MOVE FDT-CARD-WORK TO OLD-DECK-CARD (2)
043800     ELSE
043900       MOVE FDT-CARD-WORK TO NEW-DECK-CARD (2).
044000     PERFORM 1200-DECK-READ.
044010     MOVE 2 TO FDT-CONT-OWNER-IX.
044020     MOVE 'FIX' TO FDT-CONT-OWNER-SEQ.
044100     PERFORM 1250-STORE-TYPE-CARD UNTIL FDT-EOF OR RUN-REFUSED.
044200 1190-EXIT.
044300     EXIT.
044400 1200-DECK-READ.
044500     MOVE SPACES TO FDT-CARD-WORK.
044600     IF OLD-DECK-SIDE
044700       READ OLD-FDT-FILE INTO FDT-CARD-WORK, AT END
044800         MOVE 1 TO FDT-EOF-SW
044900       END-READ
045000     ELSE
045100       READ NEW-FDT-FILE INTO FDT-CARD-WORK, AT END
045200         MOVE 1 TO FDT-EOF-SW.
045300     IF MORE-FDT-RECS
045400       ADD 1 TO FDT-CARD-CNT.
045500 1250-STORE-TYPE-CARD.
045510     IF FDT-CARD-WORK (7:1) = '+'
045520       PERFORM 1260-STORE-CONT-CARD THRU 1269-EXIT
045530     ELSE
045540       MOVE FDT-CARD-WORK (2:3) TO CARD-ID
045550       MOVE 0 TO FDT-CONT-OWNER-IX
045560       IF CARD-ID NUMERIC AND CARD-ID NOT = '000'
045570         COMPUTE CARD-IX = CARD-ID-9 + 2
045580         MOVE CARD-IX TO FDT-CONT-OWNER-IX
045590         MOVE CARD-ID TO FDT-CONT-OWNER-SEQ
045600         MOVE 0 TO FCL-FIRST (DECK-SIDE-IX, CARD-IX),
045610             FCL-COUNT (DECK-SIDE-IX, CARD-IX)
045620         IF OLD-DECK-SIDE
045630           MOVE FDT-CARD-WORK TO OLD-DECK-CARD (CARD-IX)
045640         ELSE
045650           MOVE FDT-CARD-WORK TO NEW-DECK-CARD (CARD-IX).
045660     PERFORM 1200-DECK-READ.
045700*    CHAINS A CONTINUATION CARD FROM THE CARD IT FOLLOWS, AS
045710*    BDMS0201'S 112-FDT-CARD-STORE; ONE AFTER A CARD THAT IS NOT
045720*    KEPT IS DROPPED WITH IT
045730 1260-STORE-CONT-CARD.
045740     IF FDT-CONT-OWNER-IX = 0
045750       GO TO 1269-EXIT.
045760     IF FDT-CONT-OWNER-IX > 2 AND
045770        FDT-CARD-WORK (2:3) NOT = FDT-CONT-OWNER-SEQ
045780       DISPLAY 'BDMS0246 ' DECK-SIDE ' DECK CONTINUATION CARD <'
045790               FDT-CARD-WORK (2:3) '> DOES NOT FOLLOW ITS'
045800               ' RECORD-TYPE CARD - RUN REFUSED'
045810       GO TO 1265-CONT-REFUSED.
045820     IF FDT-CONT-CNT (DECK-SIDE-IX) NOT < FDT-CONT-MAX
045830       DISPLAY 'BDMS0246 ' DECK-SIDE ' DECK CONTINUATION TABLE'
045840               ' FULL AT ' FDT-CONT-MAX ' CARDS - RUN REFUSED'
045850       GO TO 1265-CONT-REFUSED.
045860     ADD 1 TO FDT-CONT-CNT (DECK-SIDE-IX).
045870     MOVE FDT-CONT-CNT (DECK-SIDE-IX) TO FDT-CONT-IX.
045880     MOVE FDT-CARD-WORK
045890       TO FDT-CONT-CARD (DECK-SIDE-IX, FDT-CONT-IX).
045900     IF FCL-COUNT (DECK-SIDE-IX, FDT-CONT-OWNER-IX) = 0
045910       MOVE FDT-CONT-IX
045920         TO FCL-FIRST (DECK-SIDE-IX, FDT-CONT-OWNER-IX).
045930     ADD 1 TO FCL-COUNT (DECK-SIDE-IX, FDT-CONT-OWNER-IX).
045940     IF FCL-COUNT (DECK-SIDE-IX, FDT-CONT-OWNER-IX) NOT >
045950        FDT-CONT-PER-CARD-MAX
045960       GO TO 1269-EXIT.
045970     DISPLAY 'BDMS0246 ' DECK-SIDE ' DECK CARD <'
045980             FDT-CONT-OWNER-SEQ
045990             '> HAS MORE THAN ' FDT-CONT-PER-CARD-MAX
046000             ' CONTINUATION CARDS - RUN REFUSED'.
046010 1265-CONT-REFUSED.
046020     MOVE 16 TO RETURN-CODE.
046030     MOVE 1 TO REFUSED-SW.
046040 1269-EXIT.
046050     EXIT.
046400 1300-FIND-GROUP.
046500     READ GROUP-CTL-FILE, AT END
046600       MOVE 1 TO GRP-EOF-SW.
046700     IF MORE-GRP-RECS AND GC-GROUP-ID = GROUP-ID
046800       MOVE 1 TO GROUP-FOUND-SW
046900       MOVE GC-FDTVER TO GROUP-PIN.
047000******************************************************************
047100***  LOADS THE MAPPING DECK.  EVERY CARD MUST NAME A FIELD THE ***
047200***  NEW DECK DESCRIBES, AND AN OLD FIELD THE OLD DECK         ***
047300***  DESCRIBES; A BAD CARD REFUSES THE RUN                     ***
047400******************************************************************
047500 1500-LOAD-MAP.
047600     OPEN INPUT MAP-FILE.
047700     MOVE 0 TO MAP-EOF-SW.
047800     PERFORM 1600-LOAD-ONE-CARD THRU 1690-EXIT UNTIL MAP-EOF.
047900     CLOSE MAP-FILE.
048000     IF MAP-ERROR-CNT > 0
048100       DISPLAY 'BDMS0246 ' MAP-ERROR-CNT ' MAPPING CARD(S) IN'
048200               ' ERROR - RUN REFUSED'
048300       MOVE 16 TO RETURN-CODE
048400       MOVE 1 TO REFUSED-SW.
048500     DISPLAY 'BDMS0246 MAPPING CARDS LOADED.....' MAP-CARD-CNT.
048600 1590-EXIT.
048700     EXIT.
048800 1600-LOAD-ONE-CARD.
048900     READ MAP-FILE, AT END
049000       MOVE 1 TO MAP-EOF-SW.
049100     IF MAP-EOF OR MAP-RECORD (1:1) = '*' OR
049200        MAP-RECORD = SPACES
049300       GO TO 1690-EXIT.
049400     ADD 1 TO MAP-CARD-CNT.
049500     IF MAP-TBL-CNT NOT < MAP-TBL-MAX
049600       DISPLAY 'BDMS0246 MAPPING TABLE FULL - RUN REFUSED'
049700       ADD 1 TO MAP-ERROR-CNT
049800       MOVE 1 TO MAP-EOF-SW
049900       GO TO 1690-EXIT.
050000     ADD 1 TO MAP-TBL-CNT.
050100     MOVE 0 TO MT-APPLIED-CNT (MAP-TBL-CNT).
050200     MOVE MM-PAD     TO MT-PAD (MAP-TBL-CNT).
050300     MOVE MM-DEFAULT TO MT-DEFAULT (MAP-TBL-CNT).
050400     MOVE MM-NEW-CARD TO CARD-ID.
050500     PERFORM 1700-CARD-ID-INDEX.
050600     MOVE CARD-IX TO MT-NEW-CARD-IX (MAP-TBL-CNT).
050700     MOVE MM-NEW-FIELD TO FIELD-NUMBER-X.
050800     MOVE 0 TO MT-NEW-FIELD (MAP-TBL-CNT).
050900     IF FIELD-NUMBER-X NUMERIC
051000       MOVE FIELD-NUMBER-9 TO MT-NEW-FIELD (MAP-TBL-CNT).
051100     IF CARD-IX = 0 OR MT-NEW-FIELD (MAP-TBL-CNT) = 0
051300       GO TO 1680-BAD-CARD.
051400     MOVE 2 TO SRC-SIDE-IX.
051410     MOVE CARD-IX TO SRC-CARD-IX.
051420     MOVE MT-NEW-FIELD (MAP-TBL-CNT) TO SRC-FIELD-INDEX.
051430     PERFORM 3950-LOCATE-SOURCE.
051500     IF S-FORMAT (SRC-PART-IX) = SPACE
051600       GO TO 1680-BAD-CARD.
051700     IF MM-PAD NOT = SPACE AND MM-PAD NOT = 'L' AND
051800        MM-PAD NOT = 'R'
051900       GO TO 1680-BAD-CARD.
052000     MOVE 0 TO MT-OLD-CARD-IX (MAP-TBL-CNT),
052100         MT-OLD-FIELD (MAP-TBL-CNT).
052200     IF MM-OLD-FIELD = SPACES
052300       GO TO 1690-EXIT.
052400     MOVE MM-OLD-CARD TO CARD-ID.
052500     PERFORM 1700-CARD-ID-INDEX.
052600     MOVE CARD-IX TO MT-OLD-CARD-IX (MAP-TBL-CNT).
052700     MOVE MM-OLD-FIELD TO FIELD-NUMBER-X.
052800     IF FIELD-NUMBER-X NUMERIC
052900       MOVE FIELD-NUMBER-9 TO MT-OLD-FIELD (MAP-TBL-CNT).
053000     IF CARD-IX = 0 OR MT-OLD-FIELD (MAP-TBL-CNT) = 0
053200       GO TO 1680-BAD-CARD.
053300     MOVE 1 TO SRC-SIDE-IX.
053310     MOVE CARD-IX TO SRC-CARD-IX.
053320     MOVE MT-OLD-FIELD (MAP-TBL-CNT) TO SRC-FIELD-INDEX.
053330     PERFORM 3950-LOCATE-SOURCE.
053400     IF S-FORMAT (SRC-PART-IX) = SPACE
053500       GO TO 1680-BAD-CARD.
053600     GO TO 1690-EXIT.
053700 1680-BAD-CARD.
053800     DISPLAY 'BDMS0246 MAPPING CARD NAMES NO SUCH FIELD OR HAS'
053900             ' A BAD PAD RULE: ' MAP-RECORD (1:20).
054000     ADD 1 TO MAP-ERROR-CNT.
054100 1690-EXIT.
054200     EXIT.
054300*    KEY / FIX / RECORD-TYPE SEQUENCE TO DECK TABLE ENTRY
054400 1700-CARD-ID-INDEX.
054500     MOVE 0 TO CARD-IX.
054600     IF CARD-ID = 'KEY'
054700       MOVE 1 TO CARD-IX
054800     ELSE
054900     IF CARD-ID = 'FIX'
055000       MOVE 2 TO CARD-IX
055100     ELSE
055200     IF CARD-ID NUMERIC AND CARD-ID NOT = '000'
055300       COMPUTE CARD-IX = CARD-ID-9 + 2.
055400******************************************************************
055500***  CONVERTS THE MASTER ONE RECORD AT A TIME                  ***
055600******************************************************************
055700 2000-CONVERT-MASTER.
055800     OPEN INPUT MASTER-IN-FILE.
055900     OPEN OUTPUT MASTER-OUT-FILE, REJECT-FILE, PRNTR.
056000     MOVE OLD-VERSION TO RH-OLD-VERSION.
056100     MOVE NEW-VERSION TO RH-NEW-VERSION.
056200     MOVE GROUP-ID    TO RH-GROUP.
056300     MOVE TODAY-DATE  TO RH-DATE.
056400     WRITE PRINT FROM RPT-HDR-LINE.
056500     WRITE PRINT FROM BLANK-LINE.
056600     WRITE PRINT FROM EXC-HDR-LINE.
056700     PERFORM 2900-MASTER-READ.
056800     PERFORM 2100-CONVERT-ONE THRU 2190-EXIT UNTIL MASTER-EOF.
056900     CLOSE MASTER-IN-FILE, MASTER-OUT-FILE, REJECT-FILE.
057000 2100-CONVERT-ONE.
057100     MOVE MASTER-RECORD-IN TO OLD-REC, NEW-REC.
057200     MOVE 0 TO REC-ERROR-SW.
057300     MOVE 0 TO REC-CARD-IX.
057400     MOVE OLD-REC (13:3) TO CARD-ID.
057500     IF CARD-ID NUMERIC AND CARD-ID NOT = '000'
057600       COMPUTE REC-CARD-IX = CARD-ID-9 + 2.
057700*    A RECORD TYPE THE OLD DECK DESCRIBES MUST SURVIVE IN THE
057800*    NEW ONE OR ITS FIELDS HAVE NOWHERE TO GO
057900     IF REC-CARD-IX > 0
058000       IF OLD-DECK-CARD (REC-CARD-IX) NOT = SPACES AND
058100          NEW-DECK-CARD (REC-CARD-IX) = SPACES
058200         MOVE OLD-REC (13:3) TO ERR-CARD-ID
058300         MOVE 0 TO ERR-FIELD
058400         MOVE 'NO RECORD-TYPE CARD IN NEW DECK' TO ERR-REASON
058500         PERFORM 2800-RECORD-EXCEPTION
058600         GO TO 2180-WRITE.
058700*    CLEAR EVERY POSITION THE OLD LAYOUT DESCRIBES, THEN LAY
058800*    EACH NEW FIELD DOWN FROM ITS SOURCE
058900     MOVE 1 TO CARD-IX.
059000     PERFORM 3000-BLANK-OLD-CARD.
059100     MOVE 2 TO CARD-IX.
059200     PERFORM 3000-BLANK-OLD-CARD.
059300     IF REC-CARD-IX > 0
059400       MOVE REC-CARD-IX TO CARD-IX
059500       PERFORM 3000-BLANK-OLD-CARD.
059600     MOVE 1 TO CARD-IX.
059700     PERFORM 3100-PLACE-NEW-CARD.
059800     MOVE 2 TO CARD-IX.
059900     PERFORM 3100-PLACE-NEW-CARD.
060000     IF REC-CARD-IX > 0
060100       MOVE REC-CARD-IX TO CARD-IX
060200       PERFORM 3100-PLACE-NEW-CARD.
060300     IF REC-NOT-CLEAN
060400       GO TO 2180-WRITE.
060500*    THE 590-CHAR-EDIT RULES OVER THE NEW FIXED AND RECORD-TYPE
060600*    FIELDS
060700     MOVE 2 TO CARD-IX.
060800     PERFORM 4000-EDIT-NEW-CARD.
060900     IF REC-CARD-IX > 0 AND REC-CONVERTED-CLEAN
061000       MOVE REC-CARD-IX TO CARD-IX
061100       PERFORM 4000-EDIT-NEW-CARD.
061200     IF REC-NOT-CLEAN
061300       GO TO 2180-WRITE.
061400     PERFORM 5000-NEW-KEY-BUILD.
061500     IF KEY-WORKAREA NOT > LAST-NEW-KEY
061600       MOVE 'KEY' TO ERR-CARD-ID
061700       MOVE 0 TO ERR-FIELD
061800       MOVE 'OUT OF ORDER UNDER NEW FB1 KEY' TO ERR-REASON
061900       ADD 1 TO ORDER-ERROR-CNT
062000       PERFORM 2800-RECORD-EXCEPTION
062100     ELSE
062200       MOVE KEY-WORKAREA TO LAST-NEW-KEY.
062300 2180-WRITE.
062400     IF REC-CONVERTED-CLEAN
062500       WRITE MASTER-RECORD-OUT FROM NEW-REC
062600       ADD 1 TO MASTER-WRITTEN-CNT.
062700     PERFORM 2900-MASTER-READ.
062800 2190-EXIT.
062900     EXIT.
063000*    ONE EXCEPTION LINE PER RECORD (THE FIRST FAULT FOUND); THE
063100*    OLD IMAGE GOES TO THE REJECT FILE FOR REPAIR, NOT TO MSOUT
063200 2800-RECORD-EXCEPTION.
063300     IF REC-CONVERTED-CLEAN
063400       MOVE 1 TO REC-ERROR-SW
063500       ADD 1 TO REJECT-CNT
063600       WRITE REJECT-RECORD FROM OLD-REC
063700       MOVE OLD-REC (1:15) TO ED-KEY
063800       MOVE ERR-CARD-ID    TO ED-CARD
063900       MOVE ERR-FIELD      TO ED-FIELD
064000       MOVE ERR-REASON     TO ED-REASON
064100       WRITE PRINT FROM EXC-DET-LINE.
064200 2900-MASTER-READ.
064300     READ MASTER-IN-FILE, AT END
064400       MOVE 1 TO MASTER-EOF-SW.
064500     IF MORE-MASTER-RECS
064600       ADD 1 TO MASTER-READ-CNT.
064700******************************************************************
064800***  BLANKS THE POSITIONS ONE OLD CARD DESCRIBES               ***
064900******************************************************************
065000 3000-BLANK-OLD-CARD.
065100     MOVE OLD-DECK-CARD (CARD-IX) TO RULE-CARD.
065110     MOVE 1 TO DECK-SIDE-IX.
065120     PERFORM 3010-START-CONT.
065200     MOVE 1 TO FDT-FIELD-INDEX.
065300     PERFORM 3050-BLANK-ONE-FIELD
065400       UNTIL FDT-FIELD-INDEX > 14 OR
065500             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
065503     PERFORM 3030-BLANK-OLD-CONT UNTIL
065506       FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
065509*    THE CONTINUATION CHAIN OF CARD CARD-IX IN DECK DECK-SIDE-IX;
065512*    A CONTINUATION IS WALKED ONLY WHILE THE CARD BEFORE IT WAS
065515*    FULL, AS BDMS0201 WALKS IT
065518 3010-START-CONT.
065521     MOVE 0 TO CARD-PART, FDT-CONT-LOC-BASE.
065524     MOVE FCL-FIRST (DECK-SIDE-IX, CARD-IX) TO FDT-CONT-NEXT-IX.
065527     MOVE FCL-COUNT (DECK-SIDE-IX, CARD-IX) TO FDT-CONT-LEFT.
065530 3020-NEXT-CONT.
065533     MOVE FDT-CONT-CARD (DECK-SIDE-IX, FDT-CONT-NEXT-IX)
065536       TO RULE-CARD.
065539     ADD 1 TO FDT-CONT-NEXT-IX, CARD-PART.
065542     SUBTRACT 1 FROM FDT-CONT-LEFT.
065545     IF R-LOC-BASE NUMERIC
065548       MOVE R-LOC-BASE-9 TO FDT-CONT-LOC-BASE
065551     ELSE
065554       MOVE 0 TO FDT-CONT-LOC-BASE.
065557     MOVE 1 TO FDT-FIELD-INDEX.
065560 3030-BLANK-OLD-CONT.
065563     PERFORM 3020-NEXT-CONT.
065566     PERFORM 3050-BLANK-ONE-FIELD
065569       UNTIL FDT-FIELD-INDEX > 14 OR
065572             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
065600 3050-BLANK-ONE-FIELD.
065700     PERFORM 3900-FIELD-POSITION.
065800     IF FIELD-LOC > 0 AND FIELD-LOC + FIELD-LEN < 514
065900       MOVE SPACES TO NEW-REC (FIELD-LOC:FIELD-LEN).
066000     ADD 1 TO FDT-FIELD-INDEX.
066100******************************************************************
066200***  LAYS DOWN EVERY FIELD OF ONE NEW CARD                     ***
066300******************************************************************
066400 3100-PLACE-NEW-CARD.
066500     MOVE 1 TO FDT-FIELD-INDEX.
066600     MOVE NEW-DECK-CARD (CARD-IX) TO RULE-CARD.
066610     MOVE 2 TO DECK-SIDE-IX.
066620     PERFORM 3010-START-CONT.
066700     PERFORM 3200-PLACE-ONE-FIELD THRU 3290-EXIT
066800       UNTIL FDT-FIELD-INDEX > 14 OR
066900             R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
067000             REC-NOT-CLEAN.
067010     PERFORM 3150-PLACE-NEW-CONT UNTIL FDT-CONT-LEFT = 0 OR
067020       FDT-FIELD-INDEX NOT > 14 OR REC-NOT-CLEAN.
067030 3150-PLACE-NEW-CONT.
067040     PERFORM 3020-NEXT-CONT.
067050     PERFORM 3200-PLACE-ONE-FIELD THRU 3290-EXIT
067060       UNTIL FDT-FIELD-INDEX > 14 OR
067070             R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
067080             REC-NOT-CLEAN.
067100 3200-PLACE-ONE-FIELD.
067200     PERFORM 3900-FIELD-POSITION.
067300     MOVE R-FORMAT (FDT-FIELD-INDEX) TO FIELD-FORMAT.
067400     PERFORM 6000-SET-ERROR-FIELD.
067500     IF FIELD-LOC = 0 OR FIELD-LEN = 0 OR
067600        FIELD-LOC + FIELD-LEN > NEW-LRECL + 1
067700       MOVE 'FIELD OUTSIDE NEW RECORD LENGTH' TO ERR-REASON
067800       PERFORM 2800-RECORD-EXCEPTION
067900       GO TO 3280-NEXT.
068000*    SOURCE: THE MAPPING CARD, ELSE THE SAME FIELD OF THE SAME
068100*    OLD CARD
068200     MOVE CARD-IX TO MAP-NEW-CARD-IX.
068300     COMPUTE MAP-NEW-FIELD = CARD-PART * 14 + FDT-FIELD-INDEX.
068400     PERFORM 3700-FIND-MAP.
068500     MOVE SPACE  TO PAD-RULE.
068600     MOVE SPACES TO DEFAULT-VALUE.
068700     MOVE CARD-IX TO SRC-CARD-IX.
068800     MOVE MAP-NEW-FIELD TO SRC-FIELD-INDEX.
068900     IF MAP-FOUND-IX > 0
069000       ADD 1 TO MT-APPLIED-CNT (MAP-FOUND-IX)
069100       MOVE MT-PAD (MAP-FOUND-IX)         TO PAD-RULE
069200       MOVE MT-DEFAULT (MAP-FOUND-IX)     TO DEFAULT-VALUE
069300       MOVE MT-OLD-CARD-IX (MAP-FOUND-IX) TO SRC-CARD-IX
069400       MOVE MT-OLD-FIELD (MAP-FOUND-IX)   TO SRC-FIELD-INDEX.
069500     IF PAD-RULE = SPACE
069600       IF FIELD-FORMAT = 'A'
069700         MOVE 'L' TO PAD-RULE
069800       ELSE
069900         MOVE 'R' TO PAD-RULE.
070000     PERFORM 3300-GET-SOURCE THRU 3390-EXIT.
070100     IF NOT SOURCE-FIELD-FOUND OR
070200        (SRC-VALUE (1:SRC-LEN) = SPACES AND
070300         DEFAULT-VALUE NOT = SPACES)
070400       MOVE DEFAULT-VALUE TO SRC-VALUE
070500       MOVE 40 TO SRC-LEN
070600       ADD 1 TO DEFAULTED-CNT.
070700     IF PAD-RULE = 'L'
070800       PERFORM 3400-LEFT-JUSTIFY THRU 3490-EXIT
070900     ELSE
071000       PERFORM 3500-RIGHT-JUSTIFY THRU 3590-EXIT.
071100     IF REC-CONVERTED-CLEAN
071200       MOVE OUT-VALUE (1:FIELD-LEN)
071300         TO NEW-REC (FIELD-LOC:FIELD-LEN).
071400 3280-NEXT.
071500     ADD 1 TO FDT-FIELD-INDEX.
071600 3290-EXIT.
071700     EXIT.
071800*    PICKS UP THE OLD FIELD'S VALUE FROM THE OLD IMAGE
071900 3300-GET-SOURCE.
072000     MOVE 0 TO SOURCE-SW, SRC-LEN.
072100     MOVE SPACES TO SRC-VALUE.
072200     IF SRC-CARD-IX = 0 OR SRC-FIELD-INDEX = 0
072400       GO TO 3390-EXIT.
072500     MOVE 1 TO SRC-SIDE-IX.
072510     PERFORM 3950-LOCATE-SOURCE.
072600     IF S-FORMAT (SRC-PART-IX) = SPACE
072700       GO TO 3390-EXIT.
072800     IF S-FIELD-NO > SRC-PART-IX OR S-FIELD-NO = 0
072900       MOVE S-LOCATION (SRC-PART-IX) TO SRC-LOC
073000     ELSE
073100       ADD 100, S-LOCATION (SRC-PART-IX) GIVING SRC-LOC.
073110     ADD SRC-LOC-BASE TO SRC-LOC.
073200     MOVE S-LENGTH (SRC-PART-IX) TO SRC-LEN.
073300     IF SRC-LOC = 0 OR SRC-LEN = 0 OR
073400        SRC-LOC + SRC-LEN > OLD-LRECL + 1
073500       MOVE 0 TO SRC-LEN
073600       GO TO 3390-EXIT.
073700     MOVE OLD-REC (SRC-LOC:SRC-LEN) TO SRC-VALUE.
073800     MOVE 1 TO SOURCE-SW.
073900 3390-EXIT.
074000     EXIT.
074100*    L: LEFT-JUSTIFIED, SPACE FILLED; ONLY SPACES MAY BE CUT
074200 3400-LEFT-JUSTIFY.
074300     MOVE SPACES TO OUT-VALUE.
074400     IF SRC-LEN = 0
074500       GO TO 3490-EXIT.
074600     IF SRC-LEN > FIELD-LEN
074700       COMPUTE LOST-LEN = SRC-LEN - FIELD-LEN
074800       IF SRC-VALUE (FIELD-LEN + 1:LOST-LEN) NOT = SPACES
074900         MOVE 'VALUE TRUNCATED ON THE RIGHT' TO ERR-REASON
075000         PERFORM 2800-RECORD-EXCEPTION
075100         GO TO 3490-EXIT.
075200     MOVE SRC-VALUE (1:SRC-LEN) TO OUT-VALUE (1:FIELD-LEN).
075300 3490-EXIT.
075400     EXIT.
075500*    R: RIGHT-JUSTIFIED ON THE SIGNIFICANT CHARACTERS, ZERO
075600*    FILLED (SPACE FILLED FOR FORMAT A); ONLY LEADING ZEROS OR
075700*    SPACES MAY BE CUT.  THE SIGN OF AN 'S' FIELD RIDES ON THE
075800*    LAST CHARACTER, SO IT STAYS LAST
075900 3500-RIGHT-JUSTIFY.
076000     MOVE SRC-LEN TO SIG-LEN.
076100     PERFORM 3550-TRIM-TRAILING
076200       UNTIL SIG-LEN = 0 OR SRC-VALUE (SIG-LEN:1) NOT = SPACE.
076300     IF FIELD-FORMAT = 'A'
076400       MOVE SPACES TO OUT-VALUE
076500     ELSE
076600       MOVE ALL '0' TO OUT-VALUE.
076700     IF SIG-LEN = 0
076800       GO TO 3590-EXIT.
076900     IF SIG-LEN > FIELD-LEN
077000       COMPUTE LOST-LEN = SIG-LEN - FIELD-LEN
077100       MOVE 1 TO CHAR-I
077200       PERFORM 3560-CHECK-LOST-CHAR
077300         UNTIL CHAR-I > LOST-LEN OR REC-NOT-CLEAN
077400       IF REC-NOT-CLEAN
077500         GO TO 3590-EXIT
077600       ELSE
077700         MOVE SRC-VALUE (LOST-LEN + 1:FIELD-LEN)
077800           TO OUT-VALUE (1:FIELD-LEN)
077900     ELSE
078000       COMPUTE FILL-LEN = FIELD-LEN - SIG-LEN
078100       MOVE SRC-VALUE (1:SIG-LEN)
078200         TO OUT-VALUE (FILL-LEN + 1:SIG-LEN).
078300     IF FIELD-FORMAT = 'N' OR FIELD-FORMAT = 'S'
078400       INSPECT OUT-VALUE (1:FIELD-LEN)
078500         REPLACING LEADING SPACE BY '0'.
078600 3590-EXIT.
078700     EXIT.
078800 3550-TRIM-TRAILING.
078900     SUBTRACT 1 FROM SIG-LEN.
079000 3560-CHECK-LOST-CHAR.
079100     IF SRC-VALUE (CHAR-I:1) NOT = '0' AND
079200        SRC-VALUE (CHAR-I:1) NOT = SPACE
079300       MOVE 'SIGNIFICANT DIGITS TRUNCATED' TO ERR-REASON
079400       PERFORM 2800-RECORD-EXCEPTION.
079500     ADD 1 TO CHAR-I.
079600 3700-FIND-MAP.
079700     MOVE 0 TO MAP-FOUND-IX.
079800     MOVE 1 TO MAP-TBL-I.
079900     PERFORM 3750-SCAN-MAP
080000       UNTIL MAP-TBL-I > MAP-TBL-CNT OR MAP-FOUND-IX > 0.
080100 3750-SCAN-MAP.
080200     IF MT-NEW-CARD-IX (MAP-TBL-I) = MAP-NEW-CARD-IX AND
080300        MT-NEW-FIELD (MAP-TBL-I) = MAP-NEW-FIELD
080400       MOVE MAP-TBL-I TO MAP-FOUND-IX.
080500     ADD 1 TO MAP-TBL-I.
080600*    LOCATION AND LENGTH OF RULE-CARD FIELD FDT-FIELD-INDEX
080700*    (FIELDS FROM FIELD-NO ON LIE PAST POSITION 100; A
080710*    CONTINUATION CARD'S LOCATION BASE IS ADDED)
080800 3900-FIELD-POSITION.
080900     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
081000       MOVE R-LOCATION (FDT-FIELD-INDEX) TO FIELD-LOC
081100     ELSE
081200       ADD 100, R-LOCATION (FDT-FIELD-INDEX) GIVING FIELD-LOC.
081210     ADD FDT-CONT-LOC-BASE TO FIELD-LOC.
081300     MOVE R-LENGTH (FDT-FIELD-INDEX) TO FIELD-LEN.
081303*    CARD SRC-CARD-IX OF THE OLD (SRC-SIDE-IX 1) OR NEW (2) DECK
081306*    INTO SOURCE-CARD - THE CONTINUATION CARD WHEN SRC-FIELD-INDEX
081309*    IS PAST 14, AS BDMS0201'S 577-XR-LOCATE.  SRC-PART-IX IS THE
081312*    FIELD'S PLACE ON THAT CARD; SPACES WHEN THERE IS NO SUCH CARD
081315 3950-LOCATE-SOURCE.
081318     MOVE 0 TO SRC-LOC-BASE.
081321     SUBTRACT 1 FROM SRC-FIELD-INDEX GIVING SRC-PART-IX.
081324     DIVIDE SRC-PART-IX BY 14 GIVING SRC-PART
081327         REMAINDER SRC-PART-IX.
081330     ADD 1 TO SRC-PART-IX.
081333     IF SRC-SIDE-IX = 1
081336       MOVE OLD-DECK-CARD (SRC-CARD-IX) TO SOURCE-CARD
081339     ELSE
081342       MOVE NEW-DECK-CARD (SRC-CARD-IX) TO SOURCE-CARD.
081345     IF SRC-PART > 0
081348       IF SOURCE-CARD = SPACES OR
081351          SRC-PART > FCL-COUNT (SRC-SIDE-IX, SRC-CARD-IX)
081354         MOVE SPACES TO SOURCE-CARD
081357       ELSE
081360         COMPUTE FDT-CONT-IX =
081363             FCL-FIRST (SRC-SIDE-IX, SRC-CARD-IX) + SRC-PART - 1
081366         MOVE FDT-CONT-CARD (SRC-SIDE-IX, FDT-CONT-IX)
081369           TO SOURCE-CARD
081372         IF S-LOC-BASE NUMERIC
081375           MOVE S-LOC-BASE-9 TO SRC-LOC-BASE.
081400******************************************************************
081500***  EDITS ONE NEW CARD'S FIELDS BY THE 590-CHAR-EDIT RULES:   ***
081600***  A ANYTHING, N DIGITS, M DIGITS OR SPACES, S DIGITS WITH   ***
081700***  AN OVERPUNCHED SIGN ALLOWED IN THE LAST POSITION          ***
081800******************************************************************
081900 4000-EDIT-NEW-CARD.
082000     MOVE NEW-DECK-CARD (CARD-IX) TO RULE-CARD.
082010     MOVE 2 TO DECK-SIDE-IX.
082020     PERFORM 3010-START-CONT.
082100     MOVE 1 TO FDT-FIELD-INDEX.
082200     PERFORM 4100-EDIT-ONE-FIELD
082300       UNTIL FDT-FIELD-INDEX > 14 OR
082400             R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
082500             REC-NOT-CLEAN.
082510     PERFORM 4050-EDIT-NEW-CONT UNTIL FDT-CONT-LEFT = 0 OR
082520       FDT-FIELD-INDEX NOT > 14 OR REC-NOT-CLEAN.
082530 4050-EDIT-NEW-CONT.
082540     PERFORM 3020-NEXT-CONT.
082550     PERFORM 4100-EDIT-ONE-FIELD
082560       UNTIL FDT-FIELD-INDEX > 14 OR
082570             R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
082580             REC-NOT-CLEAN.
082600 4100-EDIT-ONE-FIELD.
082700     PERFORM 3900-FIELD-POSITION.
082800     MOVE R-FORMAT (FDT-FIELD-INDEX) TO FIELD-FORMAT.
082900     PERFORM 6000-SET-ERROR-FIELD.
083000     MOVE 1 TO CHAR-I.
083100     IF FIELD-FORMAT NOT = 'A'
083200       PERFORM 4200-EDIT-ONE-CHAR
083300         UNTIL CHAR-I > FIELD-LEN OR REC-NOT-CLEAN.
083400     ADD 1 TO FDT-FIELD-INDEX.
083500 4200-EDIT-ONE-CHAR.
083600     MOVE NEW-ELMNT (FIELD-LOC + CHAR-I - 1) TO EDIT-CHAR.
083700     IF EDIT-CHAR NOT NUMERIC
083800       IF FIELD-FORMAT = 'M' AND EDIT-CHAR = SPACE
083900         NEXT SENTENCE
084000       ELSE
084100       IF FIELD-FORMAT = 'S' AND CHAR-I = FIELD-LEN
084200         MOVE EDIT-CHAR TO FIELD-SIGN
084300         IF SIGN-POSITION POSITIVE OR SIGN-POSITION ZERO
084400            OR SIGN-POSITION NEGATIVE
084500           NEXT SENTENCE
084600         ELSE
084700           MOVE 'FAILS NEW FORMAT S EDIT' TO ERR-REASON
084800           PERFORM 2800-RECORD-EXCEPTION
084900       ELSE
085000         MOVE 'FAILS NEW FORMAT EDIT' TO ERR-REASON
085100         MOVE FIELD-FORMAT TO ERR-REASON (25:1)
085200         PERFORM 2800-RECORD-EXCEPTION.
085300     ADD 1 TO CHAR-I.
085400******************************************************************
085500***  FB1 KEY OF THE CONVERTED RECORD UNDER THE NEW DECK        ***
085600******************************************************************
085700 5000-NEW-KEY-BUILD.
085800     MOVE SPACES TO KEY-WORKAREA.
085900     MOVE NEW-DECK-CARD (1) TO RULE-CARD.
085910     MOVE 2 TO DECK-SIDE-IX.
085920     MOVE 1 TO CARD-IX.
085930     PERFORM 3010-START-CONT.
086000     MOVE 1 TO KEY-PTR, FDT-FIELD-INDEX.
086100     PERFORM 5100-COMPONENT-BUILD UNTIL
086200       FDT-FIELD-INDEX > 14 OR
086300       R-FORMAT (FDT-FIELD-INDEX) = SPACE.
086310     PERFORM 5150-KEY-CONT-BUILD UNTIL
086320       FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
086400 5100-COMPONENT-BUILD.
086600     PERFORM 3900-FIELD-POSITION.
086610*    A COMPONENT PAST THE RECORD OR PAST THE 100-BYTE KEY (THE
086620*    BDMS0201 KEY LIMIT) IS LEFT OUT OF THE KEY
086700     IF FIELD-LOC > 0 AND FIELD-LOC + FIELD-LEN < 514 AND
086710        KEY-PTR + FIELD-LEN < 102
086800       MOVE NEW-REC (FIELD-LOC:FIELD-LEN)
086900         TO KEY-WORKAREA (KEY-PTR:FIELD-LEN).
087000     ADD FIELD-LEN TO KEY-PTR.
087100     ADD 1 TO FDT-FIELD-INDEX.
087110 5150-KEY-CONT-BUILD.
087120     PERFORM 3020-NEXT-CONT.
087130     PERFORM 5100-COMPONENT-BUILD UNTIL
087140       FDT-FIELD-INDEX > 14 OR
087150       R-FORMAT (FDT-FIELD-INDEX) = SPACE.
087200*    CARD AND FIELD NAMES FOR AN EXCEPTION LINE (FIELD NUMBERS
087210*    PAST 14 ARE ON THE CONTINUATION CARDS)
087300 6000-SET-ERROR-FIELD.
087400     COMPUTE ERR-FIELD = CARD-PART * 14 + FDT-FIELD-INDEX.
087500     IF CARD-IX = 1
087600       MOVE 'KEY' TO ERR-CARD-ID
087700     ELSE
087800     IF CARD-IX = 2
087900       MOVE 'FIX' TO ERR-CARD-ID
088000     ELSE
088100       COMPUTE CARD-ID-9 = CARD-IX - 2
088200       MOVE CARD-ID TO ERR-CARD-ID.
088300******************************************************************
088400***  COPIES THE GROUP CONTROL FILE; A CLEAN CONVERSION RE-PINS ***
088500***  THE GROUP TO THE NEW DECK'S VERSION                       ***
088600******************************************************************
088700 7000-REPIN-GROUP.
088800     IF GROUP-ID = SPACES
088900       DISPLAY 'BDMS0246 NO GROUP GIVEN - PIN THE NEW VERSION <'
089000               NEW-VERSION '> BY HAND'
089100       GO TO 7090-EXIT.
089200     OPEN INPUT GROUP-CTL-FILE.
089300     OPEN OUTPUT GROUP-OUT-FILE.
089400     MOVE 0 TO GRP-EOF-SW.
089500     PERFORM 7100-COPY-GROUP UNTIL GRP-EOF.
089600     CLOSE GROUP-CTL-FILE, GROUP-OUT-FILE.
089700     IF REJECT-CNT = 0
089800       DISPLAY 'BDMS0246 GROUP ' GROUP-ID ' PINNED TO <'
089900               NEW-VERSION '>'
090000     ELSE
090100       DISPLAY 'BDMS0246 GROUP ' GROUP-ID ' LEFT PINNED TO <'
090200               GROUP-PIN '> - CONVERSION NOT CLEAN'.
090300 7090-EXIT.
090400     EXIT.
090500 7100-COPY-GROUP.
090600     READ GROUP-CTL-FILE, AT END
090700       MOVE 1 TO GRP-EOF-SW.
090800     IF MORE-GRP-RECS
090900       IF GC-GROUP-ID = GROUP-ID AND REJECT-CNT = 0
091000         MOVE NEW-VERSION TO GC-FDTVER.
091100     IF MORE-GRP-RECS
091200       WRITE GROUP-OUT-RECORD FROM GROUP-CTL-RECORD.
091300******************************************************************
091400***  MAPPING CARD USE AND RUN TOTALS                           ***
091500******************************************************************
091600 8000-REPORT-TOTALS.
091700     WRITE PRINT FROM BLANK-LINE.
091800     MOVE 'MAPPING CARDS (RECORDS CONVERTED THROUGH EACH)'
091900       TO ML-TEXT.
092000     WRITE PRINT FROM MSG-LINE.
092100     MOVE 1 TO MAP-TBL-I.
092200     PERFORM 8100-PRINT-MAP-LINE
092300       UNTIL MAP-TBL-I > MAP-TBL-CNT.
092400     WRITE PRINT FROM BLANK-LINE.
092500     MOVE 'MASTER RECORDS READ' TO CD-TEXT.
092600     MOVE MASTER-READ-CNT TO CD-COUNT.
092700     WRITE PRINT FROM CNT-DET-LINE.
092800     MOVE 'MASTER RECORDS WRITTEN' TO CD-TEXT.
092900     MOVE MASTER-WRITTEN-CNT TO CD-COUNT.
093000     WRITE PRINT FROM CNT-DET-LINE.
093100     MOVE 'FIELDS FILLED FROM A DEFAULT' TO CD-TEXT.
093200     MOVE DEFAULTED-CNT TO CD-COUNT.
093300     WRITE PRINT FROM CNT-DET-LINE.
093400     MOVE 'RECORDS NOT CONVERTED CLEANLY' TO CD-TEXT.
093500     MOVE REJECT-CNT TO CD-COUNT.
093600     WRITE PRINT FROM CNT-DET-LINE.
093700     MOVE '  OF WHICH OUT OF ORDER UNDER NEW KEY' TO CD-TEXT.
093800     MOVE ORDER-ERROR-CNT TO CD-COUNT.
093900     WRITE PRINT FROM CNT-DET-LINE.
094000     WRITE PRINT FROM BLANK-LINE.
094100     IF REJECT-CNT = 0
094200       MOVE 'CONVERSION CLEAN' TO ML-TEXT
094300     ELSE
094400       MOVE 'CONVERSION NOT CLEAN - REPAIR THE MIGREJ RECORDS'
094500         TO ML-TEXT.
094600     WRITE PRINT FROM MSG-LINE.
094700     CLOSE PRNTR.
094800 8100-PRINT-MAP-LINE.
094900     MOVE SPACES TO MD-CARD.
095000     MOVE MT-NEW-CARD-IX (MAP-TBL-I) TO CARD-IX.
095100     MOVE MT-NEW-FIELD (MAP-TBL-I) TO FDT-FIELD-INDEX.
095110     MOVE 0 TO CARD-PART.
095200     PERFORM 6000-SET-ERROR-FIELD.
095300     STRING 'NEW ' ERR-CARD-ID ' FIELD ' ERR-FIELD
095400         DELIMITED BY SIZE INTO MD-CARD.
095500     IF MT-OLD-FIELD (MAP-TBL-I) = 0
095600       MOVE 'FROM DEFAULT' TO MD-CARD (20:12)
095700     ELSE
095800       MOVE MT-OLD-CARD-IX (MAP-TBL-I) TO CARD-IX
095900       MOVE MT-OLD-FIELD (MAP-TBL-I) TO FDT-FIELD-INDEX
096000       PERFORM 6000-SET-ERROR-FIELD
096100       STRING 'FROM OLD ' ERR-CARD-ID ' FIELD ' ERR-FIELD
096200           DELIMITED BY SIZE INTO MD-CARD (20:30).
096300     MOVE MT-APPLIED-CNT (MAP-TBL-I) TO MD-COUNT.
096400     WRITE PRINT FROM MAP-DET-LINE.
096500     ADD 1 TO MAP-TBL-I.
096600******************************************************************
096700***  RUN TOTALS; AN UNCLEAN CONVERSION LEAVES RC 8             ***
096800******************************************************************
096900 9000-EOJ.
097000     DISPLAY 'BDMS0246 MASTER RECORDS READ......' MASTER-READ-CNT.
097100     DISPLAY 'BDMS0246 MASTER RECORDS WRITTEN...'
097200             MASTER-WRITTEN-CNT.
097300     DISPLAY 'BDMS0246 RECORDS NOT CLEAN........' REJECT-CNT.
097400     IF REJECT-CNT > 0
097500       DISPLAY 'BDMS0246 CONVERSION NOT CLEAN - SEE PRINTR1'
097600       MOVE 8 TO RETURN-CODE.
097700     DISPLAY 'BDMS0246 END PROCESSING'.
097800
