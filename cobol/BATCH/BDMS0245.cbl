000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0245.
000300******************************************************************
000400***  BDMS0245 - CLIENT MERGE UTILITY FOR ACQUISITIONS.  FOLDS ***
000500***  CLIENT CODE B (FROMCLT ENVIRONMENT VALUE) INTO CLIENT     ***
000600***  CODE A (TOCLT): EVERY MASTER RECORD OF B IS RECODED TO A ***
000700***  AND MERGED INTO A'S RECORDS IN FB1 KEY ORDER, AND THE     ***
000800***  SAME MOVE IS APPLIED TO EVERYTHING ELSE THAT CARRIES THE  ***
000900***  CLIENT CODE - THE BDMS0240 PENDING FILE, THE BDMS0206     ***
001000***  SUSPENSE FILE, THE AUTHORIZATION CARDS AND THE BDMS0205   ***
001100***  GROUP ASSIGNMENT CARDS.                                   ***
001200***                                                            ***
001300***  THE FUNCTION ENVIRONMENT VALUE SELECTS THE PASS:          ***
001400***    PLAN  - (DEFAULT) READS THE MASTER (MSIN) ONLY.  EVERY  ***
001500***            RECORD-ID / SEQUENCE NUMBER B USES THAT A ALSO  ***
001600***            USES IS A COLLISION; THE PLAN PROPOSES THE      ***
001700***            LOWEST SEQUENCE NUMBER NEITHER CLIENT USES      ***
001800***            WHOSE FDT CARD DESCRIBES THE SAME LAYOUT, AND   ***
001900***            WRITES THE MAPPING DECK (MAPOUT) - ONE CARD PER ***
002000***            B RECORD-ID / SEQUENCE, KEEP, REMAP OR          ***
002100***            UNRESOLVED.  AN UNRESOLVED COLLISION LEAVES     ***
002200***            RETURN CODE 8; THE CARD IS COMPLETED BY HAND.   ***
002300***    MERGE - (OPERATOR REQUIRED) READS THE REVIEWED MAPPING  ***
002400***            DECK (MAPIN) AND DOES THE MOVE.  THE MERGED     ***
002500***            MASTER IS PROVED IN A READ-ONLY PASS BEFORE ANY ***
002600***            FILE IS WRITTEN: AN UNRESOLVED OR INVALID MAP   ***
002700***            CARD, A KEY THAT WOULD COLLIDE OR FALL OUT OF   ***
002800***            ORDER, OR MORE B RECORDS THAN THE TABLE HOLDS   ***
002900***            REFUSES THE RUN WITH RETURN CODE 16 AND NO      ***
003000***            OUTPUT.                                         ***
003100***                                                            ***
003200***  BOTH PASSES PRINT THE MAPPING LISTING AND THE SIGN-OFF    ***
003300***  PAGE (PRINTR1): RECORD COUNT AND FDT 'S' FIELD BALANCE    ***
003400***  PER CLIENT BEFORE AND AFTER (PLAN SHOWS THE PROJECTION).  ***
003500***  AFTER A MERGE, A MUST EQUAL A PLUS B BEFORE AND B MUST BE ***
003600***  EMPTY, OR THE MERGE IS FLAGGED OUT OF BALANCE (RC 8).     ***
003700***                                                            ***
003800***  FILES (MERGE): MSIN/MSOUT MASTER, PNDIN/PNDOUT PENDING,   ***
003900***  SUSPIN/SUSPOUT SUSPENSE, AUTHIN/AUTHOUT AUTHORIZATION     ***
004000***  CARDS, ASGNIN/ASGNOUT GROUP ASSIGNMENT CARDS, IN3 FDT.    ***
004100***  AN ABSENT PENDING, SUSPENSE, AUTH OR ASSIGNMENT INPUT     ***
004200***  GIVES AN EMPTY OUTPUT.  B'S ASSIGNMENT CARD IS DROPPED    ***
004300***  WHEN A ALREADY HAS ONE, OTHERWISE RECODED IN PLACE.       ***
004310***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
004320***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT FDT-FILE        ASSIGN TO UT-S-IN3
004900        ORGANIZATION LINE SEQUENTIAL.
005000     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
005100        ORGANIZATION LINE SEQUENTIAL.
005200     SELECT MASTER-OUT-FILE ASSIGN TO UT-S-MSOUT
005300        ORGANIZATION LINE SEQUENTIAL.
005400     SELECT MAP-IN-FILE     ASSIGN TO UT-S-MAPIN
005500        ORGANIZATION LINE SEQUENTIAL.
005600     SELECT MAP-OUT-FILE    ASSIGN TO UT-S-MAPOUT
005700        ORGANIZATION LINE SEQUENTIAL.
005800     SELECT OPTIONAL PEND-IN-FILE ASSIGN TO UT-S-PNDIN
005900        ORGANIZATION LINE SEQUENTIAL.
006000     SELECT PEND-OUT-FILE   ASSIGN TO UT-S-PNDOUT
006100        ORGANIZATION LINE SEQUENTIAL.
006200     SELECT OPTIONAL SUSP-IN-FILE ASSIGN TO UT-S-SUSPIN
006300        ORGANIZATION LINE SEQUENTIAL.
006400     SELECT SUSP-OUT-FILE   ASSIGN TO UT-S-SUSPOUT
006500        ORGANIZATION LINE SEQUENTIAL.
006600     SELECT OPTIONAL AUTH-IN-FILE ASSIGN TO UT-S-AUTHIN
006700        ORGANIZATION LINE SEQUENTIAL.
006800     SELECT AUTH-OUT-FILE   ASSIGN TO UT-S-AUTHOUT
006900        ORGANIZATION LINE SEQUENTIAL.
007000     SELECT OPTIONAL ASGN-IN-FILE ASSIGN TO UT-S-ASGNIN
007100        ORGANIZATION LINE SEQUENTIAL.
007200     SELECT ASGN-OUT-FILE   ASSIGN TO UT-S-ASGNOUT
007300        ORGANIZATION LINE SEQUENTIAL.
007400     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
007500        ORGANIZATION LINE SEQUENTIAL.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  FDT-FILE
007900     RECORDING MODE IS F
008000     LABEL RECORDS ARE STANDARD
008100     BLOCK CONTAINS 0 RECORDS
008200     DATA RECORD IS FDT-RECORD.
008300 01  FDT-RECORD                               PIC X(80).
008400 FD  MASTER-IN-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD
008700     BLOCK CONTAINS 0 RECORDS
008800     DATA RECORD IS MASTER-RECORD-IN.
008900 01  MASTER-RECORD-IN.
009000     03  MI-REC-ID                            PIC X.
009100     03  MI-CLIENT                            PIC X(3).
009200     03  FILLER                               PIC X(124).
009300*      EXTENSION AREA FOR DECKS DECLARING LRECL ABOVE 128
009400     03  FILLER                               PIC X(384).
009500 FD  MASTER-OUT-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD
009800     BLOCK CONTAINS 0 RECORDS
009900     DATA RECORD IS MASTER-RECORD-OUT.
010000 01  MASTER-RECORD-OUT                        PIC X(512).
010100 FD  MAP-IN-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD
010400     BLOCK CONTAINS 0 RECORDS
010500     DATA RECORD IS MAP-IN-RECORD.
010600 01  MAP-IN-RECORD                            PIC X(80).
010700 FD  MAP-OUT-FILE
010800     RECORDING MODE IS F
010900     LABEL RECORDS ARE STANDARD
011000     BLOCK CONTAINS 0 RECORDS
011100     DATA RECORD IS MAP-OUT-RECORD.
011200 01  MAP-OUT-RECORD                           PIC X(80).
011300 FD  PEND-IN-FILE
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD
011600     BLOCK CONTAINS 0 RECORDS
011700     DATA RECORD IS PEND-IN-RECORD.
011800 01  PEND-IN-RECORD.
011900     03  PI-REC-ID                            PIC X.
012000     03  PI-CLIENT                            PIC X(3).
012100     03  FILLER                               PIC X(8).
012200     03  PI-SEQ-NUMBER                        PIC X(3).
012300     03  FILLER                               PIC X(497).
012400 FD  PEND-OUT-FILE
012500     RECORDING MODE IS F
012600     LABEL RECORDS ARE STANDARD
012700     BLOCK CONTAINS 0 RECORDS
012800     DATA RECORD IS PEND-OUT-RECORD.
012900 01  PEND-OUT-RECORD                          PIC X(512).
013000 FD  SUSP-IN-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD
013300     BLOCK CONTAINS 0 RECORDS
013400     DATA RECORD IS SUSP-IN-RECORD.
013500 01  SUSP-IN-RECORD.
013600     03  SI-CLIENT                            PIC X(3).
013700     03  SI-SEQ-NUMBER                        PIC X(3).
013800     03  SI-REJECT-DATE                       PIC X(6).
013900     03  SI-STATUS                            PIC X.
014000     03  SI-MAINT-FLAG                        PIC X(2).
014100     03  SI-TRANS                             PIC X(128).
014110     03  SI-CORR-USER                         PIC X(8).
014120     03  SI-CORR-DATE                         PIC X(6).
014200 FD  SUSP-OUT-FILE
014300     RECORDING MODE IS F
014400     LABEL RECORDS ARE STANDARD
014500     BLOCK CONTAINS 0 RECORDS
014600     DATA RECORD IS SUSP-OUT-RECORD.
014700 01  SUSP-OUT-RECORD                          PIC X(157).
014800 FD  AUTH-IN-FILE
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD
015100     BLOCK CONTAINS 0 RECORDS
015200     DATA RECORD IS AUTH-IN-RECORD.
015300 01  AUTH-IN-RECORD.
015400     03  AUTH-USER                            PIC X(8).
015500     03  FILLER                               PIC X.
015600     03  AUTH-CLIENT                          PIC X(3).
015700     03  FILLER                               PIC X.
015800     03  AUTH-TC                              PIC X(2).
015900     03  FILLER                               PIC X(65).
016000 FD  AUTH-OUT-FILE
016100     RECORDING MODE IS F
016200     LABEL RECORDS ARE STANDARD
016300     BLOCK CONTAINS 0 RECORDS
016400     DATA RECORD IS AUTH-OUT-RECORD.
016500 01  AUTH-OUT-RECORD                          PIC X(80).
016600 FD  ASGN-IN-FILE
016700     RECORDING MODE IS F
016800     LABEL RECORDS ARE STANDARD
016900     BLOCK CONTAINS 0 RECORDS
017000     DATA RECORD IS ASGN-IN-RECORD.
017100 01  ASGN-IN-RECORD.
017200     03  AG-CLIENT                            PIC X(3).
017300     03  FILLER                               PIC X.
017400     03  AG-GROUP-ID                          PIC X(3).
017500     03  FILLER                               PIC X(73).
017600 FD  ASGN-OUT-FILE
017700     RECORDING MODE IS F
017800     LABEL RECORDS ARE STANDARD
017900     BLOCK CONTAINS 0 RECORDS
018000     DATA RECORD IS ASGN-OUT-RECORD.
018100 01  ASGN-OUT-RECORD                          PIC X(80).
018200 FD  PRNTR
018300     RECORDING MODE IS F
018400     LABEL RECORDS ARE STANDARD
018500     BLOCK CONTAINS 0 RECORDS
018600     DATA RECORD IS PRINT.
018700 01  PRINT.
018800     03  PRT                       PIC X(132).
018900
019000 WORKING-STORAGE SECTION.
019100 01  FUNCTION-REQ                PIC X(8) VALUE SPACES.
019200     88  PLAN-FUNCTION              VALUE 'PLAN'.
019300     88  MERGE-FUNCTION             VALUE 'MERGE'.
019400 01  FROM-CLIENT                 PIC X(3) VALUE SPACES.
019500 01  TO-CLIENT                   PIC X(3) VALUE SPACES.
019600 01  OPERATOR-ID                 PIC X(8) VALUE SPACES.
019700 01  TODAY-DATE                  PIC 9(8).
019800 01  REFUSED-SW                  PIC 9 VALUE 0.
019900     88  RUN-REFUSED                VALUE 1.
020000 01  BALANCE-SW                  PIC X VALUE 'N'.
020100     88  MERGE-IN-BALANCE           VALUE 'N'.
020200     88  MERGE-OUT-OF-BALANCE       VALUE 'Y'.
020300 01  PASS-MODE                   PIC X VALUE 'V'.
020400     88  VERIFY-PASS                VALUE 'V'.
020500     88  WRITE-PASS                 VALUE 'W'.
020600 01  MASTER-EOF-SW               PIC 9 VALUE 0.
020700     88  MORE-MASTER-RECS           VALUE 0.
020800     88  MASTER-EOF                 VALUE 1.
020900 01  MAP-EOF-SW                  PIC 9 VALUE 0.
021000     88  MAP-EOF                    VALUE 1.
021100 01  SEC-EOF-SW                  PIC 9 VALUE 0.
021200     88  MORE-SEC-RECS              VALUE 0.
021300     88  SEC-EOF                    VALUE 1.
021400 01  FDT-EOF-SW                  PIC 9 VALUE 0.
021500     88  MORE-FDT-RECS              VALUE 0.
021600     88  FDT-EOF                    VALUE 1.
021700
021800******************************************************************
021900***  FDT TABLE - SAME SHAPE AS BDMS0201'S 110-FDT-ARRAY-BUILD  ***
022000******************************************************************
022100 01  FDT-REC-INDEX               PIC 9(4) COMP-5 VALUE 0.
022200 01  FDT-FIELD-INDEX             PIC 9(4) COMP-5 VALUE 0.
022300 01  FDT-CARD-WORK               PIC X(80).
022400 01  FILE-KEY-DESCRIPTOR.
022500     03  FB1-FILE-ID             PIC X.
022600     03  FB1-SEQ-NUMB            PIC X(3).
022700     03  FB1-FIELD-NO            PIC 99.
022800     03  FILLER                  PIC X(4).
022900     03  FB1-FIELD-DEFNS OCCURS 14 TIMES.
023000       05  FB1-FORMAT            PIC X.
023100       05  FB1-LOCATION          PIC 99.
023200       05  FB1-LENGTH            PIC 99.
023300 01  FIXED-FIELDS-DESCRIPTOR.
023400     03  FB2-FILE-ID             PIC X.
023500     03  FB2-SEQ-NUMB            PIC X(3).
023600     03  FB2-FIELD-NO            PIC 99.
023700     03  FILLER                  PIC X(4).
023800     03  FB2-FIELD-DEFNS OCCURS 14 TIMES.
023900       05  FB2-FORMAT            PIC X.
024000       05  FB2-LOCATION          PIC 99.
024100       05  FB2-LENGTH            PIC 99.
024200 01  FDT-NN-REC.
024300     03  FNN-FILE-ID             PIC X.
024400     03  FNN-SEQ-NUMB            PIC 9(3).
024500     03  FNN-FIELD-NO            PIC 99.
024600     03  FNN-CONT-MARK           PIC X.
024610     03  FNN-LOC-BASE            PIC X(3).
024700     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
024800       05  FNN-FORMAT            PIC X.
024900       05  FNN-LOCATION          PIC 99.
025000       05  FNN-LENGTH            PIC 99.
025100 01  FDT-REC-ARRAY.
025200     02  FDT-FIELD-DESCRIPTORS OCCURS 999 TIMES.
025300       03  FXX-FILE-ID           PIC X.
025400       03  FXX-SEQ-NUMB          PIC 9(3).
025500       03  FXX-FIELD-NO          PIC 99.
025600       03  FILLER                PIC X(4).
025700       03  FXX-FIELD-DEFNS OCCURS 14 TIMES.
025800         05  FXX-FORMAT          PIC X.
025900         05  FXX-LOCATION        PIC 99.
026000         05  FXX-LENGTH          PIC 99.
026100 01  RULE-CARD.
026200     03  R-FILE-ID               PIC X.
026300     03  R-SEQ-NUMB              PIC XXX.
026400     03  R-FIELD-NO              PIC 99.
026500     03  R-CONT-MARK             PIC X.
026510     03  R-LOC-BASE              PIC X(3).
026520     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
026600     03  R-FIELD-DEFNS OCCURS 14 TIMES.
026700       05  R-FORMAT              PIC X.
026800       05  R-LOCATION            PIC 99.
026900       05  R-LENGTH              PIC 99.
027000*    DECLARED MASTER RECORD LENGTH FROM THE OPTIONAL FDT
027100*    'LRECL NNN' HEADER CARD (128-512; ABSENT MEANS 128)
027200 01  MASTER-LRECL                PIC 9(3) VALUE 128.
027300 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
027400 01  FDTPIN-ENV                  PIC X(8) VALUE SPACES.
027403******************************************************************
027406***  FDT CONTINUATION CARDS, AS BDMS0201 FILES THEM.  A CARD   ***
027409***  WITH '+' IN COLUMN 7 CARRIES FIELDS 15-28 OF THE CARD IT  ***
027412***  DIRECTLY FOLLOWS (UP TO 6 PER CARD); COLUMNS 8-10 HOLD A  ***
027415***  LOCATION BASE ADDED TO EVERY LOCATION ON THE CARD.  THE   ***
027418***  KEY CARD'S CONTINUATIONS ARE KEPT APART; THE FB2 AND      ***
027421***  RECORD-TYPE CARDS' CONTINUATIONS ARE CHAINED FROM THEIR   ***
027424***  CARD                                                      ***
027427******************************************************************
027430 01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
027433 01  FDT-CONT-MAX                PIC 9(4) COMP-5 VALUE 300.
027436 01  FDT-CONT-AREA.
027439     03  FDT-CONT-CNT            PIC 9(4) COMP-5.
027442     03  FB2-CONT-FIRST          PIC 9(4) COMP-5.
027445     03  FB2-CONT-COUNT          PIC 9(4) COMP-5.
027448     03  FDT-CONT-LINK  OCCURS 999 TIMES.
027451       05  FCL-FIRST             PIC 9(4) COMP-5.
027454       05  FCL-COUNT             PIC 9(4) COMP-5.
027457     03  FDT-CONT-CARD  OCCURS 300 TIMES  PIC X(80).
027460*    CARD THE NEXT CONTINUATION BELONGS TO (ZERO IS THE FB2)
027463 01  FDT-CONT-OWNER-IX           PIC 9(4) COMP-5 VALUE 0.
027466 01  FDT-CONT-OWNER-SEQ          PIC X(3)  VALUE SPACES.
027469 01  FDT-CONT-OWNER-CNT          PIC 9(4) COMP-5 VALUE 0.
027472*    CONTINUATIONS STILL TO SUM FOR THE CARD IN RULE-CARD
027475 01  FDT-CONT-NEXT-IX            PIC 9(4) COMP-5 VALUE 0.
027478 01  FDT-CONT-LEFT               PIC 9(4) COMP-5 VALUE 0.
027481 01  FDT-CONT-LOC-BASE           PIC 9(4) COMP-5 VALUE 0.
027500
027600******************************************************************
027700***  FB1 MATCH KEY BUILD (GENERIC COMPONENT PATH OF BDMS0201'S ***
027800***  510-KEY-BUILD AND 535-KEY-CONT-BUILD, AS IN BDMS0251)    ***
027900******************************************************************
028000 01  KEY-WORKAREA                PIC X(100).
028100 01  KEY-PTR                     PIC 9(4) COMP-5.
028200 01  COMPONENT-INDEX             PIC 9(4) COMP-5.
028300 01  RECORD-PTR                  PIC 9(4) COMP-5.
028400 01  KEY-SOURCE-RECORD           PIC X(512).
028500 01  MAIN-KEY                    PIC X(100).
028600 01  EMIT-KEY                    PIC X(100).
028700 01  LAST-OUT-KEY                PIC X(100) VALUE LOW-VALUES.
028710*    WORK COPY OF THE KEY CARD (OR CONTINUATION) BEING BUILT
028715 01  KEY-RULE-CARD.
028720     03  KR-FILE-ID              PIC X.
028725     03  KR-SEQ-NUMB             PIC X(3).
028730     03  KR-FIELD-NO             PIC 99.
028735     03  KR-CONT-MARK            PIC X.
028740     03  KR-LOC-BASE             PIC X(3).
028745     03  KR-LOC-BASE-9 REDEFINES KR-LOC-BASE PIC 9(3).
028750     03  KR-FIELD-DEFNS OCCURS 14 TIMES.
028755       05  KR-FORMAT             PIC X.
028760       05  KR-LOCATION           PIC 99.
028765       05  KR-LENGTH             PIC 99.
028770 01  KEY-CONT-CNT                PIC 9(4) COMP-5 VALUE 0.
028775 01  KEY-CONT-IX                 PIC 9(4) COMP-5 VALUE 0.
028780 01  KEY-LOC-BASE                PIC 9(4) COMP-5 VALUE 0.
028785 01  KEY-CONT-TABLE.
028790     03  KEY-CONT-CARD  OCCURS 6 TIMES  PIC X(80).
028800
028900******************************************************************
029000***  SIGNED-FIELD ACCUMULATION, THE BDMS0232 SHAPE             ***
029100******************************************************************
029200 01  MASTER-REC-ARRAY.
029300     03  RECORD-ELMNT  OCCURS 512 TIMES  PIC X.
029400 01  TRAN-SIGNED-FLD             PIC S9(15).
029500 01  FILLER REDEFINES TRAN-SIGNED-FLD.
029600     03  T-CTR    OCCURS 15 TIMES PIC X.
029700 01  CTR-LENGTH                  PIC 99 VALUE 15.
029800 01  CTR-PTR                     PIC 99.
029900 01  FLD-CHAR-I                  PIC 9(4) COMP-5 VALUE 0.
030000 01  SEQ-WORK-X                  PIC X(3).
030100 01  SEQ-WORK-9 REDEFINES SEQ-WORK-X PIC 9(3).
030200 01  ACCUM-TARGET                PIC X VALUE 'B'.
030300 01  ACCUM-SLOT                  PIC 9(4) COMP-5 VALUE 0.
030400
030500******************************************************************
030600***  SIGN-OFF TOTALS - SLOT 1 IS CLIENT A, SLOT 2 CLIENT B     ***
030700******************************************************************
030800 01  CLIENT-TOTALS.
030900     03  CT-ENTRY  OCCURS 2 TIMES.
031000       05  CT-CLIENT             PIC X(3).
031100       05  CT-BEFORE-RECS        PIC 9(9).
031200       05  CT-AFTER-RECS         PIC 9(9).
031300       05  CT-BEFORE-AMT         PIC S9(15).
031400       05  CT-AFTER-AMT          PIC S9(15).
031500 01  CT-I                        PIC 9(4) COMP-5 VALUE 0.
031600 01  PROOF-RECS                  PIC 9(9).
031700 01  PROOF-AMT                   PIC S9(15).
031800
031900******************************************************************
032000***  RECORD-ID / SEQUENCE PAIR TABLE.  PLAN COUNTS EACH PAIR'S ***
032100***  A AND B RECORDS AND RESERVES THE TARGETS IT HANDS OUT;    ***
032200***  MERGE LOADS IT FROM THE MAPPING DECK                      ***
032300******************************************************************
032400 01  PAIR-TBL-MAX                PIC 9(4) COMP-5 VALUE 2000.
032500 01  PAIR-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
032600 01  PAIR-TBL-I                  PIC 9(4) COMP-5 VALUE 0.
032700 01  PAIR-TBL-J                  PIC 9(4) COMP-5 VALUE 0.
032800 01  PAIR-FOUND-IX               PIC 9(4) COMP-5 VALUE 0.
032900 01  PAIR-TABLE.
033000     03  PAIR-ENTRY  OCCURS 2000 TIMES.
033100       05  PR-KEY.
033200         07  PR-REC-ID           PIC X.
033300         07  PR-SEQ              PIC X(3).
033400       05  PR-TO-SEQ             PIC X(3).
033500       05  PR-NOTE               PIC X(10).
033600       05  PR-SOURCE             PIC X.
033700         88  PR-FROM-MAP-CARD       VALUE 'M'.
033800         88  PR-RESERVED-TARGET     VALUE 'T'.
033900       05  PR-A-CNT              PIC 9(8) COMP-5.
034000       05  PR-B-CNT              PIC 9(8) COMP-5.
034100 01  PAIR-WORK-KEY.
034200     03  PW-REC-ID               PIC X.
034300     03  PW-SEQ                  PIC X(3).
034400 01  CAND-SEQ                    PIC 9(4) COMP-5 VALUE 0.
034500 01  CAND-SEQ-9                  PIC 9(3).
034600 01  CAND-SEQ-X REDEFINES CAND-SEQ-9 PIC X(3).
034700 01  CAND-FOUND-SW               PIC 9 VALUE 0.
034800     88  CAND-FOUND                 VALUE 1.
034900 01  LAYOUT-SEQ-A                PIC X(3).
035000 01  LAYOUT-SEQ-B                PIC X(3).
035100 01  LAYOUT-SW                   PIC 9 VALUE 0.
035200     88  LAYOUT-SAME                VALUE 1.
035300 01  LAYOUT-IX-A                 PIC 9(4) COMP-5 VALUE 0.
035400 01  LAYOUT-IX-B                 PIC 9(4) COMP-5 VALUE 0.
035410 01  LAYOUT-CONT-I               PIC 9(4) COMP-5 VALUE 0.
035420 01  LAYOUT-CONT-A               PIC 9(4) COMP-5 VALUE 0.
035430 01  LAYOUT-CONT-B               PIC 9(4) COMP-5 VALUE 0.
035500
035600******************************************************************
035700***  MAPPING DECK CARD                                         ***
035800******************************************************************
035900 01  MAP-CARD.
036000     03  MP-REC-ID               PIC X.
036100     03  FILLER                  PIC X.
036200     03  MP-FROM-SEQ             PIC X(3).
036300     03  FILLER                  PIC X.
036400     03  MP-TO-SEQ               PIC X(3).
036500     03  FILLER                  PIC X.
036600     03  MP-NOTE                 PIC X(10).
036700     03  FILLER                  PIC X.
036800     03  MP-B-RECS               PIC 9(7).
036900     03  FILLER                  PIC X(52).
037000
037100******************************************************************
037200***  MOVED-RECORD TABLE.  HOLDS B'S RECODED RECORDS, SORTED ON ***
037300***  THE KEY THEY MERGE ON - THE FB1 KEY FOR THE MASTER,       ***
037400***  CLIENT / SEQUENCE (/ REJECT DATE) FOR PENDING AND         ***
037500***  SUSPENSE, WITH THE ARRIVAL ORDER AS THE TIE-BREAK         ***
037600******************************************************************
037700 01  MOVE-TBL-MAX                PIC 9(5) COMP-5 VALUE 5000.
037800 01  MOVE-TBL-CNT                PIC 9(5) COMP-5 VALUE 0.
037900 01  MOVE-TBL-I                  PIC 9(5) COMP-5 VALUE 0.
038000 01  MOVE-TBL-J                  PIC 9(5) COMP-5 VALUE 0.
038100 01  MOVE-NEXT-IX                PIC 9(5) COMP-5 VALUE 0.
038200 01  LOW-ENTRY-IX                PIC 9(5) COMP-5 VALUE 0.
038300 01  MOVE-TABLE.
038400     03  MOVE-ENTRY  OCCURS 5000 TIMES.
038500       05  MV-KEY                PIC X(100).
038600       05  MV-RECORD             PIC X(512).
038700 01  SWAP-ENTRY.
038800     03  FILLER                  PIC X(612).
038900 01  MV-ORDER-9                  PIC 9(5).
039000 01  SEC-MAIN-KEY                PIC X(100).
039100 01  SEC-KEY-LEN                 PIC 9(4) COMP-5 VALUE 0.
039200 01  SEC-FILE-SW                 PIC X VALUE 'P'.
039300     88  SEC-PENDING                VALUE 'P'.
039400     88  SEC-SUSPENSE               VALUE 'S'.
039500 01  REMAP-AREA                  PIC X(512).
039600 01  REMAP-TRANS-SW              PIC 9 VALUE 0.
039700     88  REMAP-TC05-TARGET          VALUE 1.
039800 01  WORK-SUSP-RECORD.
039900     03  WS-CLIENT               PIC X(3).
040000     03  WS-SEQ-NUMBER           PIC X(3).
040100     03  WS-REJECT-DATE          PIC X(6).
040200     03  FILLER                  PIC X(3).
040300     03  WS-TRANS                PIC X(128).
040310     03  WS-CORR-STAMP           PIC X(14).
040400 01  ASGN-A-FOUND-SW             PIC 9 VALUE 0.
040500     88  A-HAS-ASSIGNMENT           VALUE 1.
040600 01  ASGN-A-GROUP                PIC X(3) VALUE SPACES.
040700
040800 01  MASTER-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
040900 01  MASTER-WRITTEN-CNT          PIC 9(8) COMP-5 VALUE 0.
041000 01  MASTER-REMAP-CNT            PIC 9(8) COMP-5 VALUE 0.
041100 01  COLLISION-CNT               PIC 9(8) COMP-5 VALUE 0.
041200 01  UNRESOLVED-CNT              PIC 9(8) COMP-5 VALUE 0.
041300 01  MAP-CARD-CNT                PIC 9(8) COMP-5 VALUE 0.
041400 01  PEND-B-CNT                  PIC 9(8) COMP-5 VALUE 0.
041500 01  SUSP-B-CNT                  PIC 9(8) COMP-5 VALUE 0.
041600 01  PEND-MOVED-CNT              PIC 9(8) COMP-5 VALUE 0.
041700 01  SUSP-MOVED-CNT              PIC 9(8) COMP-5 VALUE 0.
041800 01  AUTH-RECODED-CNT            PIC 9(8) COMP-5 VALUE 0.
041900 01  ASGN-RECODED-CNT            PIC 9(8) COMP-5 VALUE 0.
042000 01  ASGN-DROPPED-CNT            PIC 9(8) COMP-5 VALUE 0.
042100
042200******************************************************************
042300***  REPORT LINES                                              ***
042400******************************************************************
042500 01  RPT-HDR-LINE.
042600     03  FILLER                  PIC X(24)  VALUE
042700         'BDMS0245 CLIENT MERGE - '.
042800     03  RH-FUNCTION             PIC X(8).
042900     03  FILLER                  PIC X(14)  VALUE
043000         '  FROM CLIENT '.
043100     03  RH-FROM                 PIC X(3).
043200     03  FILLER                  PIC X(12)  VALUE
043300         '  TO CLIENT '.
043400     03  RH-TO                   PIC X(3).
043500     03  FILLER                  PIC X(12)  VALUE
043600         '   OPERATOR '.
043700     03  RH-OPERATOR             PIC X(8).
043800     03  FILLER                  PIC X(7)   VALUE '   RUN '.
043900     03  RH-DATE                 PIC 9(8).
044000     03  FILLER                  PIC X(33)  VALUE SPACES.
044100 01  MAP-HDR-LINE.
044200     03  FILLER                  PIC X(60)  VALUE
044300         '  REC-ID  FROM SEQ  TO SEQ  DISPOSITION  B RECORDS'.
044400     03  FILLER                  PIC X(72)  VALUE SPACES.
044500 01  MAP-DET-LINE.
044600     03  FILLER                  PIC X(5)   VALUE SPACES.
044700     03  MD-REC-ID               PIC X.
044800     03  FILLER                  PIC X(6)   VALUE SPACES.
044900     03  MD-FROM-SEQ             PIC X(3).
045000     03  FILLER                  PIC X(7)   VALUE SPACES.
045100     03  MD-TO-SEQ               PIC X(3).
045200     03  FILLER                  PIC X(3)   VALUE SPACES.
045300     03  MD-NOTE                 PIC X(10).
045400     03  FILLER                  PIC X(3)   VALUE SPACES.
045500     03  MD-B-RECS               PIC Z(8)9.
045600     03  FILLER                  PIC X(82)  VALUE SPACES.
045700 01  BAL-HDR-LINE.
045800     03  FILLER                  PIC X(40)  VALUE
045900         ' CLIENT RECORDS BEFORE   RECORDS AFTER'.
046000     03  FILLER                  PIC X(40)  VALUE
046100         '  S BALANCE BEFORE     S BALANCE AFTER'.
046200     03  FILLER                  PIC X(52)  VALUE SPACES.
046300 01  BAL-DET-LINE.
046400     03  FILLER                  PIC X(3)   VALUE SPACES.
046500     03  BD-CLIENT               PIC X(3).
046600     03  FILLER                  PIC X(4)   VALUE SPACES.
046700     03  BD-BEFORE-RECS          PIC Z(11)9.
046800     03  FILLER                  PIC X(4)   VALUE SPACES.
046900     03  BD-AFTER-RECS           PIC Z(11)9.
047000     03  FILLER                  PIC X(4)   VALUE SPACES.
047100     03  BD-BEFORE-AMT           PIC +Z(14)9.
047200     03  FILLER                  PIC X(4)   VALUE SPACES.
047300     03  BD-AFTER-AMT            PIC +Z(14)9.
047400     03  FILLER                  PIC X(54)  VALUE SPACES.
047500 01  CNT-DET-LINE.
047600     03  FILLER                  PIC X(2)   VALUE SPACES.
047700     03  CD-TEXT                 PIC X(40).
047800     03  CD-COUNT                PIC Z(8)9.
047900     03  FILLER                  PIC X(81)  VALUE SPACES.
048000 01  MSG-LINE.
048100     03  FILLER                  PIC X(2)   VALUE SPACES.
048200     03  ML-TEXT                 PIC X(70).
048300     03  FILLER                  PIC X(60)  VALUE SPACES.
048400 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
048410*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
048420 01  PRM-PARMS.
048430     05  PRM-FUNCTION              PIC X    VALUE 'G'.
048440     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
048450     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0245'.
048460     05  PRM-STEP                  PIC X(8) VALUE SPACES.
048470     05  PRM-NAME                  PIC X(30).
048480     05  PRM-VALUE                 PIC X(100).
048490     05  PRM-SOURCE                PIC X.
048500
048600 PROCEDURE DIVISION.
048700 0000-MAINLINE.
048800     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
048900     IF NOT RUN-REFUSED AND MERGE-FUNCTION
049000       PERFORM 3500-LOAD-MAP THRU 3590-EXIT.
049100     IF NOT RUN-REFUSED
049200       PERFORM 2000-SCAN-MASTER.
049300     IF NOT RUN-REFUSED AND PLAN-FUNCTION
049400       PERFORM 3000-PLAN-MAP.
049500     IF NOT RUN-REFUSED AND MERGE-FUNCTION
049600       PERFORM 3800-COUNT-SECONDARY
049700       IF NOT RUN-REFUSED
049800         PERFORM 4000-SORT-TABLE
049900         MOVE 'V' TO PASS-MODE
050000         PERFORM 4500-MERGE-MASTER.
050100     IF NOT RUN-REFUSED AND MERGE-FUNCTION
050200       MOVE 'W' TO PASS-MODE
050300       PERFORM 4500-MERGE-MASTER
050400       PERFORM 5000-MOVE-PENDING
050500       PERFORM 5500-MOVE-SUSPENSE
050600       PERFORM 6000-MOVE-AUTH
050700       PERFORM 6500-MOVE-ASSIGN.
050800     IF NOT RUN-REFUSED
050900       PERFORM 8000-PRINT-REPORT.
051000     PERFORM 9000-EOJ.
051010     MOVE 'C' TO PRM-FUNCTION.
051020     CALL 'PARMSRV' USING PRM-PARMS.
051100     EXIT PROGRAM.
051200     STOP RUN.
051210******************************************************************
051220***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
051230***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
051240******************************************************************
051250 0900-GET-PARM.
051260     MOVE 'G' TO PRM-FUNCTION.
051270     CALL 'PARMSRV' USING PRM-PARMS.
051300******************************************************************
051400***  PICKS UP THE RUN PARAMETERS AND LOADS THE FDT            ***
051500******************************************************************
051600 1000-INITIALIZE.
051700     DISPLAY 'BDMS0245 BEGIN PROCESSING'.
051800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
051900     MOVE 'FUNCTION' TO PRM-NAME.
052000     PERFORM 0900-GET-PARM.
052010     MOVE PRM-VALUE TO FUNCTION-REQ.
052100     IF FUNCTION-REQ = SPACES
052200       MOVE 'PLAN' TO FUNCTION-REQ.
052203*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
052206     MOVE FUNCTION-REQ TO PRM-STEP.
052300     MOVE 'FROMCLT' TO PRM-NAME.
052400     PERFORM 0900-GET-PARM.
052410     MOVE PRM-VALUE TO FROM-CLIENT.
052500     MOVE 'TOCLT' TO PRM-NAME.
052600     PERFORM 0900-GET-PARM.
052610     MOVE PRM-VALUE TO TO-CLIENT.
052700     MOVE 'OPERATOR' TO PRM-NAME.
052800     PERFORM 0900-GET-PARM.
052810     MOVE PRM-VALUE TO OPERATOR-ID.
052900     DISPLAY 'BDMS0245 FUNCTION ' FUNCTION-REQ ' FROM CLIENT '
053000             FROM-CLIENT ' TO CLIENT ' TO-CLIENT.
053100     IF NOT PLAN-FUNCTION AND NOT MERGE-FUNCTION
053200       DISPLAY 'BDMS0245 FUNCTION MUST BE PLAN OR MERGE'
053300               ' - RUN REFUSED'
053400       MOVE 16 TO RETURN-CODE
053500       MOVE 1 TO REFUSED-SW
053600       GO TO 1090-EXIT.
053700     IF FROM-CLIENT = SPACES OR TO-CLIENT = SPACES OR
053800        FROM-CLIENT = TO-CLIENT
053900       DISPLAY 'BDMS0245 FROMCLT AND TOCLT MUST BE TWO'
054000               ' DIFFERENT CLIENT CODES - RUN REFUSED'
054100       MOVE 16 TO RETURN-CODE
054200       MOVE 1 TO REFUSED-SW
054300       GO TO 1090-EXIT.
054400     IF MERGE-FUNCTION AND OPERATOR-ID = SPACES
054500       DISPLAY 'BDMS0245 OPERATOR REQUIRED FOR MERGE'
054600               ' - RUN REFUSED'
054700       MOVE 16 TO RETURN-CODE
054800       MOVE 1 TO REFUSED-SW
054900       GO TO 1090-EXIT.
055000     MOVE TO-CLIENT   TO CT-CLIENT (1).
055100     MOVE FROM-CLIENT TO CT-CLIENT (2).
055200     MOVE ZEROS TO CT-BEFORE-RECS (1), CT-AFTER-RECS (1),
055300         CT-BEFORE-AMT (1), CT-AFTER-AMT (1),
055400         CT-BEFORE-RECS (2), CT-AFTER-RECS (2),
055500         CT-BEFORE-AMT (2), CT-AFTER-AMT (2).
055600     OPEN INPUT FDT-FILE.
055700*    OPTIONAL LRECL AND FDTVER HEADER CARDS AHEAD OF THE KEY
055800*    CARD, AS BDMS0211 READS THEM
055900     READ FDT-FILE INTO FDT-CARD-WORK, AT END
056000       MOVE 1 TO FDT-EOF-SW.
056100     IF FDT-CARD-WORK (1:5) = 'LRECL'
056200       IF FDT-CARD-WORK (7:3) NUMERIC AND
056300          FDT-CARD-WORK (7:3) NOT < '128' AND
056400          FDT-CARD-WORK (7:3) NOT > '512'
056500         MOVE FDT-CARD-WORK (7:3) TO MASTER-LRECL
056600       END-IF
056700       READ FDT-FILE INTO FDT-CARD-WORK, AT END
056800         MOVE 1 TO FDT-EOF-SW.
056900     IF FDT-CARD-WORK (1:6) = 'FDTVER'
057000       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
057100       READ FDT-FILE INTO FDT-CARD-WORK, AT END
057200         MOVE 1 TO FDT-EOF-SW.
057300     MOVE 'FDTPIN' TO PRM-NAME.
057400     PERFORM 0900-GET-PARM.
057410     MOVE PRM-VALUE TO FDTPIN-ENV.
057500     IF FDTPIN-ENV NOT = SPACES AND
057600        FDTPIN-ENV NOT = FDT-VERSION
057700       DISPLAY 'FDT VERSION <' FDT-VERSION
057800               '> IS NOT THE PINNED <' FDTPIN-ENV
057900               '> - RUN REFUSED'
058000       MOVE 16 TO RETURN-CODE
058100       MOVE 1 TO REFUSED-SW
058200       CLOSE FDT-FILE
058300       GO TO 1090-EXIT.
058400     MOVE FDT-CARD-WORK TO FILE-KEY-DESCRIPTOR.
058500     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
058600       MOVE 1 TO FDT-EOF-SW.
058610*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
058620     PERFORM 1150-KEY-CONT-LOAD UNTIL FDT-EOF OR RUN-REFUSED
058630       OR FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
058640     IF RUN-REFUSED
058650       CLOSE FDT-FILE
058660       GO TO 1090-EXIT.
058700     IF FDT-EOF
058800       DISPLAY 'BDMS0245 FDT DECK TOO SHORT - RUN REFUSED'
058900       MOVE 16 TO RETURN-CODE
059000       MOVE 1 TO REFUSED-SW
059100       CLOSE FDT-FILE
059200       GO TO 1090-EXIT.
059300     MOVE SPACES TO FDT-REC-ARRAY.
059310     MOVE LOW-VALUES TO FDT-CONT-AREA.
059320     MOVE 0 TO FDT-CONT-OWNER-IX.
059330     MOVE FB2-SEQ-NUMB TO FDT-CONT-OWNER-SEQ.
059400     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF OR RUN-REFUSED.
059500     CLOSE FDT-FILE.
059600 1090-EXIT.
059700     EXIT.
059800 1100-FDT-ARRAY-BUILD.
059900     READ FDT-FILE INTO FDT-NN-REC, AT END
060000       MOVE 1 TO FDT-EOF-SW.
060100     IF MORE-FDT-RECS
060200       PERFORM 1120-FDT-CARD-STORE THRU 1139-EXIT.
060301******************************************************************
060302***  FILES ONE FDT CARD AS BDMS0201'S 112-FDT-CARD-STORE: A    ***
060303***  RECORD-TYPE CARD UNDER ITS SEQ NUMBER, A CONTINUATION     ***
060304***  CARD ON THE CHAIN OF THE CARD IT FOLLOWS (THE FB2 CARD    ***
060305***  UNTIL A RECORD-TYPE CARD IS SEEN).  A CONTINUATION OF A   ***
060306***  RECORD-TYPE CARD MUST CARRY THAT CARD'S SEQ NUMBER        ***
060307******************************************************************
060308 1120-FDT-CARD-STORE.
060309     IF FNN-CONT-MARK NOT = '+'
060310       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
060311       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX)
060312       MOVE 0 TO FCL-FIRST (FDT-REC-INDEX),
060313           FCL-COUNT (FDT-REC-INDEX)
060314       MOVE FDT-REC-INDEX TO FDT-CONT-OWNER-IX
060315       MOVE FDT-NN-REC (2:3) TO FDT-CONT-OWNER-SEQ
060316       GO TO 1139-EXIT.
060317     IF FDT-CONT-OWNER-IX > 0 AND
060318        FDT-NN-REC (2:3) NOT = FDT-CONT-OWNER-SEQ
060319       DISPLAY 'BDMS0245 FDT CONTINUATION CARD <' FDT-NN-REC (2:3)
060320               '> DOES NOT FOLLOW ITS RECORD-TYPE CARD'
060321               ' - RUN REFUSED'
060322       GO TO 1135-CONT-REFUSED.
060323     IF FDT-CONT-CNT NOT < FDT-CONT-MAX
060324       DISPLAY 'BDMS0245 FDT CONTINUATION TABLE FULL AT '
060325               FDT-CONT-MAX ' CARDS - RUN REFUSED'
060326       GO TO 1135-CONT-REFUSED.
060327     ADD 1 TO FDT-CONT-CNT.
060328     MOVE FDT-NN-REC TO FDT-CONT-CARD (FDT-CONT-CNT).
060329     IF FDT-CONT-OWNER-IX = 0
060330       IF FB2-CONT-COUNT = 0
060331         MOVE FDT-CONT-CNT TO FB2-CONT-FIRST
060332       END-IF
060333       ADD 1 TO FB2-CONT-COUNT
060334       MOVE FB2-CONT-COUNT TO FDT-CONT-OWNER-CNT
060335     ELSE
060336       IF FCL-COUNT (FDT-CONT-OWNER-IX) = 0
060337         MOVE FDT-CONT-CNT TO FCL-FIRST (FDT-CONT-OWNER-IX)
060338       END-IF
060339       ADD 1 TO FCL-COUNT (FDT-CONT-OWNER-IX)
060340       MOVE FCL-COUNT (FDT-CONT-OWNER-IX) TO FDT-CONT-OWNER-CNT.
060341     IF FDT-CONT-OWNER-CNT NOT > FDT-CONT-PER-CARD-MAX
060342       GO TO 1139-EXIT.
060343     DISPLAY 'BDMS0245 FDT CARD <' FDT-CONT-OWNER-SEQ
060344             '> HAS MORE THAN ' FDT-CONT-PER-CARD-MAX
060345             ' CONTINUATION CARDS - RUN REFUSED'.
060346 1135-CONT-REFUSED.
060347     MOVE 16 TO RETURN-CODE.
060348     MOVE 1 TO REFUSED-SW.
060349 1139-EXIT.
060350     EXIT.
060351******************************************************************
060352***  KEEPS ONE KEY CONTINUATION CARD (UP TO 6, AS BDMS0201)    ***
060353******************************************************************
060354 1150-KEY-CONT-LOAD.
060355     IF KEY-CONT-CNT NOT < FDT-CONT-PER-CARD-MAX
060356       DISPLAY 'BDMS0245 FDT KEY CARD HAS MORE THAN '
060357               FDT-CONT-PER-CARD-MAX
060358               ' CONTINUATION CARDS - RUN REFUSED'
060359       MOVE 16 TO RETURN-CODE
060360       MOVE 1 TO REFUSED-SW
060361     ELSE
060362       ADD 1 TO KEY-CONT-CNT
060363       MOVE FIXED-FIELDS-DESCRIPTOR
060364         TO KEY-CONT-CARD (KEY-CONT-CNT)
060365       READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
060366         MOVE 1 TO FDT-EOF-SW.
060400******************************************************************
060500***  PASS 1 (READ ONLY): BEFORE COUNTS AND BALANCES FOR A AND  ***
060600***  B.  PLAN TALLIES THE RECORD-ID / SEQUENCE PAIRS EACH      ***
060700***  CLIENT USES; MERGE RECODES B'S RECORDS INTO THE TABLE     ***
060800******************************************************************
060900 2000-SCAN-MASTER.
061000     OPEN INPUT MASTER-IN-FILE.
061100     MOVE 0 TO MASTER-EOF-SW.
061200     MOVE 'B' TO ACCUM-TARGET.
061300     PERFORM 2800-MASTER-READ.
061400     PERFORM 2100-SCAN-ONE THRU 2190-EXIT UNTIL MASTER-EOF.
061500     CLOSE MASTER-IN-FILE.
061600     IF CT-BEFORE-RECS (2) = 0
061700       DISPLAY 'BDMS0245 NO MASTER RECORDS FOR CLIENT '
061800               FROM-CLIENT.
061900 2100-SCAN-ONE.
062000     IF MI-CLIENT NOT = TO-CLIENT AND
062100        MI-CLIENT NOT = FROM-CLIENT
062200       GO TO 2180-NEXT.
062300     IF MI-CLIENT = TO-CLIENT
062400       MOVE 1 TO ACCUM-SLOT
062500     ELSE
062600       MOVE 2 TO ACCUM-SLOT.
062700     MOVE MASTER-RECORD-IN TO MASTER-REC-ARRAY.
062800     PERFORM 7500-ACCUM-ONE-MASTER.
062900     MOVE MASTER-RECORD-IN (1:1)  TO PW-REC-ID.
063000     MOVE MASTER-RECORD-IN (13:3) TO PW-SEQ.
063100     PERFORM 7000-FIND-PAIR.
063200     IF PAIR-FOUND-IX = 0
063300       PERFORM 7100-ADD-PAIR
063400       IF PAIR-FOUND-IX = 0
063500         MOVE 1 TO MASTER-EOF-SW
063600         GO TO 2190-EXIT.
063700     IF MI-CLIENT = TO-CLIENT
063800       ADD 1 TO PR-A-CNT (PAIR-FOUND-IX)
063900       GO TO 2180-NEXT.
064000     ADD 1 TO PR-B-CNT (PAIR-FOUND-IX).
064100     IF PLAN-FUNCTION
064200       GO TO 2180-NEXT.
064300     IF MOVE-TBL-CNT NOT < MOVE-TBL-MAX
064400       DISPLAY 'BDMS0245 MORE THAN ' MOVE-TBL-MAX
064500               ' MASTER RECORDS FOR CLIENT ' FROM-CLIENT
064600               ' - RUN REFUSED, NOTHING WRITTEN'
064700       MOVE 16 TO RETURN-CODE
064800       MOVE 1 TO REFUSED-SW
064900       MOVE 1 TO MASTER-EOF-SW
065000       GO TO 2190-EXIT.
065100     MOVE MASTER-RECORD-IN TO REMAP-AREA.
065200     MOVE 0 TO REMAP-TRANS-SW.
065300     PERFORM 2700-REMAP-RECORD.
065400     IF REMAP-AREA (13:3) NOT = MASTER-RECORD-IN (13:3)
065500       ADD 1 TO MASTER-REMAP-CNT.
065600     MOVE REMAP-AREA TO KEY-SOURCE-RECORD.
065700     PERFORM 2500-KEY-BUILD.
065800     ADD 1 TO MOVE-TBL-CNT.
065900     MOVE KEY-WORKAREA TO MV-KEY (MOVE-TBL-CNT).
066000     MOVE REMAP-AREA   TO MV-RECORD (MOVE-TBL-CNT).
066100 2180-NEXT.
066200     PERFORM 2800-MASTER-READ.
066300 2190-EXIT.
066400     EXIT.
066500******************************************************************
066600***  BUILDS THE MATCH KEY FROM THE FB1 KEY DESCRIPTOR CARD     ***
066700******************************************************************
066800 2500-KEY-BUILD.
066900     MOVE SPACES TO KEY-WORKAREA.
067000     MOVE 1 TO KEY-PTR, COMPONENT-INDEX.
067010     MOVE FILE-KEY-DESCRIPTOR TO KEY-RULE-CARD.
067020     MOVE 0 TO KEY-CONT-IX, KEY-LOC-BASE.
067100     PERFORM 2600-COMPONENT-BUILD UNTIL
067200       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
067300       COMPONENT-INDEX > 14.
067310     PERFORM 2650-KEY-CONT-BUILD UNTIL
067320       COMPONENT-INDEX NOT > 14 OR KEY-CONT-IX = KEY-CONT-CNT.
067400 2600-COMPONENT-BUILD.
067500     IF KR-FIELD-NO > COMPONENT-INDEX OR KR-FIELD-NO = 0
067600       MOVE KR-LOCATION (COMPONENT-INDEX) TO RECORD-PTR
067700     ELSE
067800       ADD 100, KR-LOCATION (COMPONENT-INDEX) GIVING RECORD-PTR.
067810     ADD KEY-LOC-BASE TO RECORD-PTR.
067820*    A COMPONENT PAST THE RECORD OR PAST THE 100-BYTE KEY (THE
067830*    BDMS0201 KEY LIMIT) IS LEFT OUT OF THE KEY
067840     IF RECORD-PTR + KR-LENGTH (COMPONENT-INDEX) NOT > 513 AND
067850        KEY-PTR + KR-LENGTH (COMPONENT-INDEX) NOT > 101
067900       MOVE KEY-SOURCE-RECORD (RECORD-PTR:
068000            KR-LENGTH (COMPONENT-INDEX))
068100         TO KEY-WORKAREA (KEY-PTR:KR-LENGTH (COMPONENT-INDEX)).
068200     ADD KR-LENGTH (COMPONENT-INDEX) TO KEY-PTR.
068300     ADD 1 TO COMPONENT-INDEX.
068305******************************************************************
068310***  CARRIES THE KEY BUILD ONTO THE NEXT KEY CONTINUATION CARD ***
068315******************************************************************
068320 2650-KEY-CONT-BUILD.
068325     ADD 1 TO KEY-CONT-IX.
068330     MOVE KEY-CONT-CARD (KEY-CONT-IX) TO KEY-RULE-CARD.
068335     IF KR-LOC-BASE NUMERIC
068340       MOVE KR-LOC-BASE-9 TO KEY-LOC-BASE
068345     ELSE
068350       MOVE 0 TO KEY-LOC-BASE.
068355     MOVE 1 TO COMPONENT-INDEX.
068360     PERFORM 2600-COMPONENT-BUILD UNTIL
068365       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
068370           COMPONENT-INDEX > 14.
068400******************************************************************
068500***  RECODES THE RECORD IN REMAP-AREA FROM B TO A: CLIENT CODE ***
068600***  (COLS 2-4) AND THE MAPPED SEQUENCE NUMBER (COLS 13-15).   ***
068700***  FOR A TRANSACTION IMAGE, A TC 05 RE-KEY'S TARGET SEQUENCE ***
068800***  (COLS 24-26) IS MAPPED THE SAME WAY                       ***
068900******************************************************************
069000 2700-REMAP-RECORD.
069100     MOVE TO-CLIENT TO REMAP-AREA (2:3).
069200     MOVE REMAP-AREA (1:1)  TO PW-REC-ID.
069300     MOVE REMAP-AREA (13:3) TO PW-SEQ.
069400     PERFORM 7000-FIND-PAIR.
069500     IF PAIR-FOUND-IX > 0
069600       IF PR-TO-SEQ (PAIR-FOUND-IX) NOT = SPACES
069700         MOVE PR-TO-SEQ (PAIR-FOUND-IX) TO REMAP-AREA (13:3).
069800     IF REMAP-TC05-TARGET AND REMAP-AREA (5:2) = '05'
069900       MOVE REMAP-AREA (1:1)  TO PW-REC-ID
070000       MOVE REMAP-AREA (24:3) TO PW-SEQ
070100       PERFORM 7000-FIND-PAIR
070200       IF PAIR-FOUND-IX > 0
070300         IF PR-TO-SEQ (PAIR-FOUND-IX) NOT = SPACES
070400           MOVE PR-TO-SEQ (PAIR-FOUND-IX) TO REMAP-AREA (24:3).
070500 2800-MASTER-READ.
070600     READ MASTER-IN-FILE, AT END
070700       MOVE 1 TO MASTER-EOF-SW.
070800     IF MORE-MASTER-RECS
070900       ADD 1 TO MASTER-READ-CNT.
071000******************************************************************
071100***  PLAN: EVERY PAIR B USES GETS A MAP CARD.  A PAIR A ALSO   ***
071200***  USES IS A COLLISION AND IS GIVEN THE LOWEST FREE SEQUENCE ***
071300***  WITH AN IDENTICAL FDT LAYOUT, OR LEFT UNRESOLVED          ***
071400******************************************************************
071500 3000-PLAN-MAP.
071600     OPEN OUTPUT MAP-OUT-FILE.
071700     MOVE 1 TO PAIR-TBL-I.
071800     PERFORM 3100-PLAN-ONE-PAIR THRU 3190-EXIT
071900       UNTIL PAIR-TBL-I > PAIR-TBL-CNT.
072000     CLOSE MAP-OUT-FILE.
072100     IF UNRESOLVED-CNT > 0
072200       DISPLAY 'BDMS0245 ' UNRESOLVED-CNT ' COLLISION(S) LEFT'
072300               ' UNRESOLVED - COMPLETE THE MAP CARDS BY HAND'
072400       MOVE 8 TO RETURN-CODE.
072500 3100-PLAN-ONE-PAIR.
072600     IF PR-B-CNT (PAIR-TBL-I) = 0
072700       GO TO 3180-NEXT.
072800     IF PR-A-CNT (PAIR-TBL-I) = 0
072900       MOVE PR-SEQ (PAIR-TBL-I) TO PR-TO-SEQ (PAIR-TBL-I)
073000       MOVE 'KEEP'              TO PR-NOTE (PAIR-TBL-I)
073100       GO TO 3170-WRITE.
073200     ADD 1 TO COLLISION-CNT.
073300     MOVE 0 TO CAND-FOUND-SW.
073400     MOVE SPACES TO PR-TO-SEQ (PAIR-TBL-I).
073500     IF PR-SEQ (PAIR-TBL-I) NUMERIC
073600       MOVE 1 TO CAND-SEQ
073700       PERFORM 3200-TRY-CANDIDATE THRU 3290-EXIT
073800         UNTIL CAND-FOUND OR CAND-SEQ > 999.
073900     IF CAND-FOUND
074000       MOVE 'REMAP'      TO PR-NOTE (PAIR-TBL-I)
074100     ELSE
074200       MOVE 'UNRESOLVED' TO PR-NOTE (PAIR-TBL-I)
074300       ADD 1 TO UNRESOLVED-CNT.
074400 3170-WRITE.
074500     MOVE SPACES TO MAP-CARD.
074600     MOVE PR-REC-ID (PAIR-TBL-I) TO MP-REC-ID.
074700     MOVE PR-SEQ (PAIR-TBL-I)    TO MP-FROM-SEQ.
074800     MOVE PR-TO-SEQ (PAIR-TBL-I) TO MP-TO-SEQ.
074900     MOVE PR-NOTE (PAIR-TBL-I)   TO MP-NOTE.
075000     MOVE PR-B-CNT (PAIR-TBL-I)  TO MP-B-RECS.
075100     WRITE MAP-OUT-RECORD FROM MAP-CARD.
075200     ADD 1 TO MAP-CARD-CNT.
075300 3180-NEXT.
075400     ADD 1 TO PAIR-TBL-I.
075500 3190-EXIT.
075600     EXIT.
075700*    A CANDIDATE IS FREE WHEN NEITHER CLIENT USES IT WITH THIS
075800*    RECORD ID AND NO EARLIER COLLISION HAS BEEN GIVEN IT
075900 3200-TRY-CANDIDATE.
076000     MOVE CAND-SEQ TO CAND-SEQ-9.
076100     ADD 1 TO CAND-SEQ.
076200     IF CAND-SEQ-X = PR-SEQ (PAIR-TBL-I)
076300       GO TO 3290-EXIT.
076400     MOVE PR-SEQ (PAIR-TBL-I) TO LAYOUT-SEQ-A.
076500     MOVE CAND-SEQ-X          TO LAYOUT-SEQ-B.
076600     PERFORM 3700-LAYOUT-CHECK.
076700     IF NOT LAYOUT-SAME
076800       GO TO 3290-EXIT.
076900     MOVE PR-REC-ID (PAIR-TBL-I) TO PW-REC-ID.
077000     MOVE CAND-SEQ-X             TO PW-SEQ.
077100     PERFORM 7000-FIND-PAIR.
077200     IF PAIR-FOUND-IX > 0
077300       GO TO 3290-EXIT.
077400     PERFORM 7100-ADD-PAIR.
077500     IF PAIR-FOUND-IX = 0
077600       MOVE 1000 TO CAND-SEQ
077700       GO TO 3290-EXIT.
077800     MOVE 'T' TO PR-SOURCE (PAIR-FOUND-IX).
077900     MOVE CAND-SEQ-X TO PR-TO-SEQ (PAIR-TBL-I).
078000     MOVE 1 TO CAND-FOUND-SW.
078100 3290-EXIT.
078200     EXIT.
078300******************************************************************
078400***  MERGE: LOADS AND CHECKS THE REVIEWED MAPPING DECK         ***
078500******************************************************************
078600 3500-LOAD-MAP.
078700     OPEN INPUT MAP-IN-FILE.
078800     MOVE 0 TO MAP-EOF-SW.
078900     READ MAP-IN-FILE INTO MAP-CARD, AT END
079000       MOVE 1 TO MAP-EOF-SW.
079100     PERFORM 3600-LOAD-ONE-CARD THRU 3690-EXIT UNTIL MAP-EOF.
079200     CLOSE MAP-IN-FILE.
079300     DISPLAY 'BDMS0245 MAP CARDS LOADED.........' MAP-CARD-CNT.
079400 3590-EXIT.
079500     EXIT.
079600 3600-LOAD-ONE-CARD.
079700     ADD 1 TO MAP-CARD-CNT.
079800     IF MP-NOTE = 'UNRESOLVED' OR MP-TO-SEQ NOT NUMERIC OR
079900        MP-TO-SEQ = '000'
080000       DISPLAY 'BDMS0245 MAP CARD ' MP-REC-ID ' ' MP-FROM-SEQ
080100               ' HAS NO RESOLVED TARGET - RUN REFUSED'
080200       MOVE 16 TO RETURN-CODE
080300       MOVE 1 TO REFUSED-SW
080400       GO TO 3680-NEXT.
080500     IF MP-TO-SEQ NOT = MP-FROM-SEQ
080600       ADD 1 TO COLLISION-CNT
080700       MOVE MP-FROM-SEQ TO LAYOUT-SEQ-A
080800       MOVE MP-TO-SEQ   TO LAYOUT-SEQ-B
080900       PERFORM 3700-LAYOUT-CHECK
081000       IF NOT LAYOUT-SAME
081100         DISPLAY 'BDMS0245 MAP CARD ' MP-REC-ID ' '
081200                 MP-FROM-SEQ ' TO ' MP-TO-SEQ
081300                 ' CHANGES THE FDT LAYOUT - RUN REFUSED'
081400         MOVE 16 TO RETURN-CODE
081500         MOVE 1 TO REFUSED-SW
081600         GO TO 3680-NEXT.
081700     MOVE MP-REC-ID   TO PW-REC-ID.
081800     MOVE MP-FROM-SEQ TO PW-SEQ.
081900     PERFORM 7000-FIND-PAIR.
082000     IF PAIR-FOUND-IX > 0
082100       DISPLAY 'BDMS0245 MAP CARD ' MP-REC-ID ' ' MP-FROM-SEQ
082200               ' DUPLICATED - RUN REFUSED'
082300       MOVE 16 TO RETURN-CODE
082400       MOVE 1 TO REFUSED-SW
082500       GO TO 3680-NEXT.
082600     PERFORM 7100-ADD-PAIR.
082700     IF PAIR-FOUND-IX = 0
082800       MOVE 1 TO MAP-EOF-SW
082900       GO TO 3690-EXIT.
083000     MOVE 'M'       TO PR-SOURCE (PAIR-FOUND-IX).
083100     MOVE MP-TO-SEQ TO PR-TO-SEQ (PAIR-FOUND-IX).
083200     MOVE MP-NOTE   TO PR-NOTE (PAIR-FOUND-IX).
083300 3680-NEXT.
083400     READ MAP-IN-FILE INTO MAP-CARD, AT END
083500       MOVE 1 TO MAP-EOF-SW.
083600 3690-EXIT.
083700     EXIT.
083800******************************************************************
083900***  TWO SEQUENCE NUMBERS SHARE A LAYOUT WHEN THEIR FDT CARDS  ***
084000***  MATCH IN EVERYTHING BUT THE SEQUENCE NUMBER ITSELF        ***
084100******************************************************************
084200 3700-LAYOUT-CHECK.
084300     MOVE 0 TO LAYOUT-SW.
084400     IF LAYOUT-SEQ-A NUMERIC AND LAYOUT-SEQ-A NOT = '000' AND
084500        LAYOUT-SEQ-B NUMERIC AND LAYOUT-SEQ-B NOT = '000'
084600       MOVE LAYOUT-SEQ-A TO SEQ-WORK-X
084700       MOVE SEQ-WORK-9   TO LAYOUT-IX-A
084800       MOVE LAYOUT-SEQ-B TO SEQ-WORK-X
084900       MOVE SEQ-WORK-9   TO LAYOUT-IX-B
085000       IF FDT-FIELD-DESCRIPTORS (LAYOUT-IX-A) (1:1) =
085100          FDT-FIELD-DESCRIPTORS (LAYOUT-IX-B) (1:1) AND
085200          FDT-FIELD-DESCRIPTORS (LAYOUT-IX-A) (5:76) =
085300          FDT-FIELD-DESCRIPTORS (LAYOUT-IX-B) (5:76)
085400         MOVE 1 TO LAYOUT-SW.
085405*    AND THEIR CONTINUATION CARDS MATCH THE SAME WAY
085410     IF LAYOUT-SAME
085415       IF FCL-COUNT (LAYOUT-IX-A) NOT = FCL-COUNT (LAYOUT-IX-B)
085420         MOVE 0 TO LAYOUT-SW
085425       ELSE
085430         MOVE 0 TO LAYOUT-CONT-I
085435         PERFORM 3750-LAYOUT-CONT-CHECK UNTIL NOT LAYOUT-SAME OR
085440           LAYOUT-CONT-I = FCL-COUNT (LAYOUT-IX-A).
085445 3750-LAYOUT-CONT-CHECK.
085450     COMPUTE LAYOUT-CONT-A =
085455         FCL-FIRST (LAYOUT-IX-A) + LAYOUT-CONT-I.
085460     COMPUTE LAYOUT-CONT-B =
085465         FCL-FIRST (LAYOUT-IX-B) + LAYOUT-CONT-I.
085470     IF FDT-CONT-CARD (LAYOUT-CONT-A) (1:1) NOT =
085475        FDT-CONT-CARD (LAYOUT-CONT-B) (1:1) OR
085480        FDT-CONT-CARD (LAYOUT-CONT-A) (5:76) NOT =
085485        FDT-CONT-CARD (LAYOUT-CONT-B) (5:76)
085490       MOVE 0 TO LAYOUT-SW.
085495     ADD 1 TO LAYOUT-CONT-I.
085500******************************************************************
085600***  B'S PENDING AND SUSPENSE ITEMS MUST FIT THE TABLE TOO,    ***
085700***  CHECKED NOW SO A SHORTFALL REFUSES BEFORE ANY WRITE       ***
085800******************************************************************
085900 3800-COUNT-SECONDARY.
086000     OPEN INPUT PEND-IN-FILE.
086100     MOVE 0 TO SEC-EOF-SW.
086200     PERFORM 3850-COUNT-PEND UNTIL SEC-EOF.
086300     CLOSE PEND-IN-FILE.
086400     OPEN INPUT SUSP-IN-FILE.
086500     MOVE 0 TO SEC-EOF-SW.
086600     PERFORM 3860-COUNT-SUSP UNTIL SEC-EOF.
086700     CLOSE SUSP-IN-FILE.
086800     IF PEND-B-CNT > MOVE-TBL-MAX OR SUSP-B-CNT > MOVE-TBL-MAX
086900       DISPLAY 'BDMS0245 MORE THAN ' MOVE-TBL-MAX
087000               ' PENDING OR SUSPENSE ITEMS FOR CLIENT '
087100               FROM-CLIENT ' - RUN REFUSED, NOTHING WRITTEN'
087200       MOVE 16 TO RETURN-CODE
087300       MOVE 1 TO REFUSED-SW.
087400 3850-COUNT-PEND.
087500     READ PEND-IN-FILE, AT END
087600       MOVE 1 TO SEC-EOF-SW.
087700     IF MORE-SEC-RECS AND PI-CLIENT = FROM-CLIENT
087800       ADD 1 TO PEND-B-CNT.
087900 3860-COUNT-SUSP.
088000     READ SUSP-IN-FILE, AT END
088100       MOVE 1 TO SEC-EOF-SW.
088200     IF MORE-SEC-RECS AND SI-CLIENT = FROM-CLIENT
088300       ADD 1 TO SUSP-B-CNT.
088400******************************************************************
088500***  SELECTION SORT OF THE MOVED-RECORD TABLE ON ITS KEY, THE  ***
088600***  BDMS0204 METHOD                                           ***
088700******************************************************************
088800 4000-SORT-TABLE.
088900     MOVE 1 TO MOVE-TBL-I.
089000     PERFORM 4100-SORT-PASS
089100       UNTIL MOVE-TBL-I NOT < MOVE-TBL-CNT.
089200 4100-SORT-PASS.
089300     MOVE MOVE-TBL-I TO LOW-ENTRY-IX.
089400     COMPUTE MOVE-TBL-J = MOVE-TBL-I + 1.
089500     PERFORM 4200-FIND-LOW
089600       UNTIL MOVE-TBL-J > MOVE-TBL-CNT.
089700     IF LOW-ENTRY-IX NOT = MOVE-TBL-I
089800       MOVE MOVE-ENTRY (MOVE-TBL-I)   TO SWAP-ENTRY
089900       MOVE MOVE-ENTRY (LOW-ENTRY-IX) TO MOVE-ENTRY (MOVE-TBL-I)
090000       MOVE SWAP-ENTRY TO MOVE-ENTRY (LOW-ENTRY-IX).
090100     ADD 1 TO MOVE-TBL-I.
090200 4200-FIND-LOW.
090300     IF MV-KEY (MOVE-TBL-J) < MV-KEY (LOW-ENTRY-IX)
090400       MOVE MOVE-TBL-J TO LOW-ENTRY-IX.
090500     ADD 1 TO MOVE-TBL-J.
090600******************************************************************
090700***  MERGES B'S RECODED RECORDS INTO THE MASTER IN KEY ORDER.  ***
090800***  THE VERIFY PASS WRITES NOTHING AND REFUSES THE RUN ON ANY ***
090900***  KEY NOT ABOVE THE ONE BEFORE IT; THE WRITE PASS BUILDS    ***
091000***  MSOUT AND TAKES THE AFTER COUNTS AND BALANCES FROM IT     ***
091100******************************************************************
091200 4500-MERGE-MASTER.
091300     OPEN INPUT MASTER-IN-FILE.
091400     IF WRITE-PASS
091500       OPEN OUTPUT MASTER-OUT-FILE.
091600     MOVE 0 TO MASTER-EOF-SW.
091700     MOVE 1 TO MOVE-NEXT-IX.
091800     MOVE LOW-VALUES TO LAST-OUT-KEY.
091900     MOVE 'A' TO ACCUM-TARGET.
092000     PERFORM 4900-MERGE-READ.
092100     PERFORM 4600-MERGE-ONE UNTIL MASTER-EOF.
092200     PERFORM 4700-FLUSH-ONE THRU 4790-EXIT
092300       UNTIL MOVE-NEXT-IX > MOVE-TBL-CNT.
092400     CLOSE MASTER-IN-FILE.
092500     IF WRITE-PASS
092600       CLOSE MASTER-OUT-FILE.
092700 4600-MERGE-ONE.
092800     IF MI-CLIENT NOT = FROM-CLIENT
092900       MOVE MASTER-RECORD-IN TO KEY-SOURCE-RECORD
093000       PERFORM 2500-KEY-BUILD
093100       MOVE KEY-WORKAREA TO MAIN-KEY
093200       PERFORM 4700-FLUSH-ONE THRU 4790-EXIT
093300         UNTIL MOVE-NEXT-IX > MOVE-TBL-CNT OR
093400               MV-KEY (MOVE-NEXT-IX) NOT < MAIN-KEY
093500       MOVE MAIN-KEY TO EMIT-KEY
093600       MOVE MASTER-RECORD-IN TO MASTER-REC-ARRAY
093700       PERFORM 4800-EMIT-MASTER THRU 4890-EXIT.
093800     PERFORM 4900-MERGE-READ.
093900 4700-FLUSH-ONE.
094000     MOVE MV-KEY (MOVE-NEXT-IX)    TO EMIT-KEY.
094100     MOVE MV-RECORD (MOVE-NEXT-IX) TO MASTER-REC-ARRAY.
094200     ADD 1 TO MOVE-NEXT-IX.
094300     PERFORM 4800-EMIT-MASTER THRU 4890-EXIT.
094400 4790-EXIT.
094500     EXIT.
094600 4800-EMIT-MASTER.
094700     IF RUN-REFUSED
094800       GO TO 4890-EXIT.
094900     IF EMIT-KEY NOT > LAST-OUT-KEY
095000       DISPLAY 'BDMS0245 KEY <' EMIT-KEY '> COLLIDES OR IS'
095100               ' OUT OF ORDER - RUN REFUSED, NOTHING WRITTEN'
095200       MOVE 16 TO RETURN-CODE
095300       MOVE 1 TO REFUSED-SW
095400       MOVE 1 TO MASTER-EOF-SW
095500       MOVE MOVE-TBL-CNT TO MOVE-NEXT-IX
095600       ADD 1 TO MOVE-NEXT-IX
095700       GO TO 4890-EXIT.
095800     MOVE EMIT-KEY TO LAST-OUT-KEY.
095900     IF VERIFY-PASS
096000       GO TO 4890-EXIT.
096100     WRITE MASTER-RECORD-OUT FROM MASTER-REC-ARRAY.
096200     ADD 1 TO MASTER-WRITTEN-CNT.
096300     MOVE 0 TO ACCUM-SLOT.
096400     IF MASTER-REC-ARRAY (2:3) = TO-CLIENT
096500       MOVE 1 TO ACCUM-SLOT.
096600     IF MASTER-REC-ARRAY (2:3) = FROM-CLIENT
096700       MOVE 2 TO ACCUM-SLOT.
096800     IF ACCUM-SLOT > 0
096900       PERFORM 7500-ACCUM-ONE-MASTER.
097000 4890-EXIT.
097100     EXIT.
097200 4900-MERGE-READ.
097300     READ MASTER-IN-FILE, AT END
097400       MOVE 1 TO MASTER-EOF-SW.
097500******************************************************************
097600***  PENDING FILE (CLIENT / SEQUENCE ORDER): B'S ITEMS ARE     ***
097700***  RECODED AND TAKE THEIR PLACE IN A'S BLOCK, AFTER A'S OWN  ***
097800***  ITEMS FOR THE SAME SEQUENCE                               ***
097900******************************************************************
098000 5000-MOVE-PENDING.
098100     MOVE 'P' TO SEC-FILE-SW.
098200     MOVE 6 TO SEC-KEY-LEN.
098300     MOVE 0 TO MOVE-TBL-CNT.
098400     OPEN INPUT PEND-IN-FILE.
098500     MOVE 0 TO SEC-EOF-SW.
098600     PERFORM 5100-GATHER-PEND UNTIL SEC-EOF.
098700     CLOSE PEND-IN-FILE.
098800     PERFORM 4000-SORT-TABLE.
098900     OPEN INPUT PEND-IN-FILE.
099000     OPEN OUTPUT PEND-OUT-FILE.
099100     MOVE 0 TO SEC-EOF-SW.
099200     MOVE 1 TO MOVE-NEXT-IX.
099300     PERFORM 5200-COPY-PEND UNTIL SEC-EOF.
099400     PERFORM 5900-FLUSH-SEC
099500       UNTIL MOVE-NEXT-IX > MOVE-TBL-CNT.
099600     CLOSE PEND-IN-FILE, PEND-OUT-FILE.
099700 5100-GATHER-PEND.
099800     READ PEND-IN-FILE, AT END
099900       MOVE 1 TO SEC-EOF-SW.
100000     IF MORE-SEC-RECS AND PI-CLIENT = FROM-CLIENT
100100       MOVE PEND-IN-RECORD TO REMAP-AREA
100200       MOVE 1 TO REMAP-TRANS-SW
100300       PERFORM 2700-REMAP-RECORD
100400       ADD 1 TO MOVE-TBL-CNT
100500       MOVE MOVE-TBL-CNT TO MV-ORDER-9
100600       MOVE SPACES TO MV-KEY (MOVE-TBL-CNT)
100700       MOVE REMAP-AREA (2:3)  TO MV-KEY (MOVE-TBL-CNT) (1:3)
100800       MOVE REMAP-AREA (13:3) TO MV-KEY (MOVE-TBL-CNT) (4:3)
100900       MOVE MV-ORDER-9        TO MV-KEY (MOVE-TBL-CNT) (7:5)
101000       MOVE REMAP-AREA TO MV-RECORD (MOVE-TBL-CNT).
101100 5200-COPY-PEND.
101200     READ PEND-IN-FILE, AT END
101300       MOVE 1 TO SEC-EOF-SW.
101400     IF MORE-SEC-RECS AND PI-CLIENT NOT = FROM-CLIENT
101500       MOVE SPACES TO SEC-MAIN-KEY
101600       MOVE PI-CLIENT     TO SEC-MAIN-KEY (1:3)
101700       MOVE PI-SEQ-NUMBER TO SEC-MAIN-KEY (4:3)
101800       PERFORM 5900-FLUSH-SEC
101900         UNTIL MOVE-NEXT-IX > MOVE-TBL-CNT OR
102000               MV-KEY (MOVE-NEXT-IX) (1:SEC-KEY-LEN) NOT <
102100               SEC-MAIN-KEY (1:SEC-KEY-LEN)
102200       WRITE PEND-OUT-RECORD FROM PEND-IN-RECORD.
102300******************************************************************
102400***  SUSPENSE FILE (CLIENT / SEQUENCE / REJECT DATE ORDER):    ***
102500***  THE SUSPENSE KEY AND THE TRANSACTION IMAGE ARE BOTH       ***
102600***  RECODED                                                   ***
102700******************************************************************
102800 5500-MOVE-SUSPENSE.
102900     MOVE 'S' TO SEC-FILE-SW.
103000     MOVE 12 TO SEC-KEY-LEN.
103100     MOVE 0 TO MOVE-TBL-CNT.
103200     OPEN INPUT SUSP-IN-FILE.
103300     MOVE 0 TO SEC-EOF-SW.
103400     PERFORM 5600-GATHER-SUSP UNTIL SEC-EOF.
103500     CLOSE SUSP-IN-FILE.
103600     PERFORM 4000-SORT-TABLE.
103700     OPEN INPUT SUSP-IN-FILE.
103800     OPEN OUTPUT SUSP-OUT-FILE.
103900     MOVE 0 TO SEC-EOF-SW.
104000     MOVE 1 TO MOVE-NEXT-IX.
104100     PERFORM 5700-COPY-SUSP UNTIL SEC-EOF.
104200     PERFORM 5900-FLUSH-SEC
104300       UNTIL MOVE-NEXT-IX > MOVE-TBL-CNT.
104400     CLOSE SUSP-IN-FILE, SUSP-OUT-FILE.
104500 5600-GATHER-SUSP.
104600     READ SUSP-IN-FILE, AT END
104700       MOVE 1 TO SEC-EOF-SW.
104800     IF MORE-SEC-RECS AND SI-CLIENT = FROM-CLIENT
104900       MOVE SUSP-IN-RECORD TO WORK-SUSP-RECORD
105000       MOVE WS-TRANS TO REMAP-AREA
105100       MOVE 1 TO REMAP-TRANS-SW
105200       PERFORM 2700-REMAP-RECORD
105300       MOVE REMAP-AREA (1:128) TO WS-TRANS
105400       MOVE TO-CLIENT TO WS-CLIENT
105500       MOVE REMAP-AREA (1:1)  TO PW-REC-ID
105600       MOVE WS-SEQ-NUMBER     TO PW-SEQ
105700       PERFORM 7000-FIND-PAIR
105800       IF PAIR-FOUND-IX > 0
105900         IF PR-TO-SEQ (PAIR-FOUND-IX) NOT = SPACES
106000           MOVE PR-TO-SEQ (PAIR-FOUND-IX) TO WS-SEQ-NUMBER
106100         END-IF
106200       END-IF
106300       ADD 1 TO MOVE-TBL-CNT
106400       MOVE MOVE-TBL-CNT TO MV-ORDER-9
106500       MOVE SPACES TO MV-KEY (MOVE-TBL-CNT)
106600       MOVE WORK-SUSP-RECORD (1:12) TO
106700            MV-KEY (MOVE-TBL-CNT) (1:12)
106800       MOVE MV-ORDER-9 TO MV-KEY (MOVE-TBL-CNT) (13:5)
106900       MOVE SPACES TO MV-RECORD (MOVE-TBL-CNT)
107000       MOVE WORK-SUSP-RECORD TO MV-RECORD (MOVE-TBL-CNT).
107100 5700-COPY-SUSP.
107200     READ SUSP-IN-FILE, AT END
107300       MOVE 1 TO SEC-EOF-SW.
107400     IF MORE-SEC-RECS AND SI-CLIENT NOT = FROM-CLIENT
107500       MOVE SPACES TO SEC-MAIN-KEY
107600       MOVE SUSP-IN-RECORD (1:12) TO SEC-MAIN-KEY (1:12)
107700       PERFORM 5900-FLUSH-SEC
107800         UNTIL MOVE-NEXT-IX > MOVE-TBL-CNT OR
107900               MV-KEY (MOVE-NEXT-IX) (1:SEC-KEY-LEN) NOT <
108000               SEC-MAIN-KEY (1:SEC-KEY-LEN)
108100       WRITE SUSP-OUT-RECORD FROM SUSP-IN-RECORD.
108200*    WRITES THE NEXT MOVED ITEM TO WHICHEVER FILE IS BEING COPIED
108300 5900-FLUSH-SEC.
108400     IF SEC-PENDING
108500       WRITE PEND-OUT-RECORD FROM MV-RECORD (MOVE-NEXT-IX)
108600       ADD 1 TO PEND-MOVED-CNT
108700     ELSE
108800       WRITE SUSP-OUT-RECORD FROM MV-RECORD (MOVE-NEXT-IX)
108900       ADD 1 TO SUSP-MOVED-CNT.
109000     ADD 1 TO MOVE-NEXT-IX.
109100******************************************************************
109200***  AUTHORIZATION CARDS: B'S GRANTS BECOME GRANTS ON A        ***
109300******************************************************************
109400 6000-MOVE-AUTH.
109500     OPEN INPUT AUTH-IN-FILE.
109600     OPEN OUTPUT AUTH-OUT-FILE.
109700     MOVE 0 TO SEC-EOF-SW.
109800     PERFORM 6100-COPY-AUTH UNTIL SEC-EOF.
109900     CLOSE AUTH-IN-FILE, AUTH-OUT-FILE.
110000 6100-COPY-AUTH.
110100     READ AUTH-IN-FILE, AT END
110200       MOVE 1 TO SEC-EOF-SW.
110300     IF MORE-SEC-RECS
110400       IF AUTH-CLIENT = FROM-CLIENT
110500         MOVE TO-CLIENT TO AUTH-CLIENT
110600         ADD 1 TO AUTH-RECODED-CNT
110700         WRITE AUTH-OUT-RECORD FROM AUTH-IN-RECORD
110800       ELSE
110900         WRITE AUTH-OUT-RECORD FROM AUTH-IN-RECORD.
111000******************************************************************
111100***  GROUP ASSIGNMENT CARDS: A KEEPS ITS OWN GROUP; WITHOUT    ***
111200***  ONE, B'S CARD IS RECODED IN PLACE SO THE ORDER GROUPS     ***
111300***  BIND TO OUTPUT LEGS IN IS UNCHANGED                       ***
111400******************************************************************
111500 6500-MOVE-ASSIGN.
111600     OPEN INPUT ASGN-IN-FILE.
111700     MOVE 0 TO SEC-EOF-SW.
111800     PERFORM 6600-PRESCAN-ASSIGN UNTIL SEC-EOF.
111900     CLOSE ASGN-IN-FILE.
112000     OPEN INPUT ASGN-IN-FILE.
112100     OPEN OUTPUT ASGN-OUT-FILE.
112200     MOVE 0 TO SEC-EOF-SW.
112300     PERFORM 6700-COPY-ASSIGN UNTIL SEC-EOF.
112400     CLOSE ASGN-IN-FILE, ASGN-OUT-FILE.
112500 6600-PRESCAN-ASSIGN.
112600     READ ASGN-IN-FILE, AT END
112700       MOVE 1 TO SEC-EOF-SW.
112800     IF MORE-SEC-RECS AND AG-CLIENT = TO-CLIENT
112900       MOVE 1 TO ASGN-A-FOUND-SW
113000       MOVE AG-GROUP-ID TO ASGN-A-GROUP.
113100 6700-COPY-ASSIGN.
113200     READ ASGN-IN-FILE, AT END
113300       MOVE 1 TO SEC-EOF-SW.
113400     IF MORE-SEC-RECS
113500       IF AG-CLIENT NOT = FROM-CLIENT
113600         WRITE ASGN-OUT-RECORD FROM ASGN-IN-RECORD
113700       ELSE
113800       IF A-HAS-ASSIGNMENT
113900         DISPLAY 'BDMS0245 ASSIGNMENT ' AG-CLIENT ' GROUP '
114000                 AG-GROUP-ID ' DROPPED - ' TO-CLIENT
114100                 ' STAYS IN GROUP ' ASGN-A-GROUP
114200         ADD 1 TO ASGN-DROPPED-CNT
114300       ELSE
114400         MOVE TO-CLIENT TO AG-CLIENT
114500         WRITE ASGN-OUT-RECORD FROM ASGN-IN-RECORD
114600         ADD 1 TO ASGN-RECODED-CNT.
114700******************************************************************
114800***  RECORD-ID / SEQUENCE PAIR TABLE LOOKUP AND INSERT         ***
114900******************************************************************
115000 7000-FIND-PAIR.
115100     MOVE 0 TO PAIR-FOUND-IX.
115200     MOVE 1 TO PAIR-TBL-J.
115300     PERFORM 7050-SCAN-PAIR
115400       UNTIL PAIR-TBL-J > PAIR-TBL-CNT OR PAIR-FOUND-IX > 0.
115500 7050-SCAN-PAIR.
115600     IF PR-KEY (PAIR-TBL-J) = PAIR-WORK-KEY
115700       MOVE PAIR-TBL-J TO PAIR-FOUND-IX.
115800     ADD 1 TO PAIR-TBL-J.
115900 7100-ADD-PAIR.
116000     IF PAIR-TBL-CNT NOT < PAIR-TBL-MAX
116100       DISPLAY 'BDMS0245 RECORD-ID / SEQUENCE TABLE FULL'
116200               ' - RUN REFUSED'
116300       MOVE 16 TO RETURN-CODE
116400       MOVE 1 TO REFUSED-SW
116500       MOVE 0 TO PAIR-FOUND-IX
116600     ELSE
116700       ADD 1 TO PAIR-TBL-CNT
116800       MOVE PAIR-WORK-KEY TO PR-KEY (PAIR-TBL-CNT)
116900       MOVE SPACES TO PR-TO-SEQ (PAIR-TBL-CNT),
117000           PR-NOTE (PAIR-TBL-CNT), PR-SOURCE (PAIR-TBL-CNT)
117100       MOVE 0 TO PR-A-CNT (PAIR-TBL-CNT), PR-B-CNT (PAIR-TBL-CNT)
117200       MOVE PAIR-TBL-CNT TO PAIR-FOUND-IX.
117300******************************************************************
117400***  COUNTS ONE MASTER RECORD AND ADDS ITS FDT 'S' FIELDS TO   ***
117500***  THE SLOT'S BEFORE OR AFTER BALANCE (BDMS0232 3500-3780)   ***
117600******************************************************************
117700 7500-ACCUM-ONE-MASTER.
117800     IF ACCUM-TARGET = 'B'
117900       ADD 1 TO CT-BEFORE-RECS (ACCUM-SLOT)
118000     ELSE
118100       ADD 1 TO CT-AFTER-RECS (ACCUM-SLOT).
118200     MOVE FIXED-FIELDS-DESCRIPTOR TO RULE-CARD.
118210     MOVE FB2-CONT-FIRST TO FDT-CONT-NEXT-IX.
118220     MOVE FB2-CONT-COUNT TO FDT-CONT-LEFT.
118300     PERFORM 7700-SUM-S-FIELDS.
118400     MOVE MASTER-REC-ARRAY (13:3) TO SEQ-WORK-X.
118500     IF SEQ-WORK-X NUMERIC AND SEQ-WORK-9 > 0
118600       IF FDT-FIELD-DESCRIPTORS (SEQ-WORK-9) NOT = SPACES
118700         MOVE FDT-FIELD-DESCRIPTORS (SEQ-WORK-9) TO RULE-CARD
118710         MOVE FCL-FIRST (SEQ-WORK-9) TO FDT-CONT-NEXT-IX
118720         MOVE FCL-COUNT (SEQ-WORK-9) TO FDT-CONT-LEFT
118800         PERFORM 7700-SUM-S-FIELDS.
118810******************************************************************
118820***  SUMS THE 'S' FIELDS OF THE CARD IN RULE-CARD, THEN THOSE  ***
118830***  OF ITS CONTINUATION CARDS WHILE THE CARD BEFORE WAS FULL  ***
118840******************************************************************
118900 7700-SUM-S-FIELDS.
118910     MOVE 0 TO FDT-CONT-LOC-BASE.
119000     MOVE 1 TO FDT-FIELD-INDEX.
119100     PERFORM 7750-SUM-ONE-FIELD THRU 7790-EXIT
119200       UNTIL FDT-FIELD-INDEX > 14 OR
119300             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
119305     PERFORM 7720-SUM-CONT-CARD UNTIL
119310       FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
119315 7720-SUM-CONT-CARD.
119320     MOVE FDT-CONT-CARD (FDT-CONT-NEXT-IX) TO RULE-CARD.
119325     ADD 1 TO FDT-CONT-NEXT-IX.
119330     SUBTRACT 1 FROM FDT-CONT-LEFT.
119335     IF R-LOC-BASE NUMERIC
119340       MOVE R-LOC-BASE-9 TO FDT-CONT-LOC-BASE
119345     ELSE
119350       MOVE 0 TO FDT-CONT-LOC-BASE.
119355     MOVE 1 TO FDT-FIELD-INDEX.
119360     PERFORM 7750-SUM-ONE-FIELD THRU 7790-EXIT
119365       UNTIL FDT-FIELD-INDEX > 14 OR
119370             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
119400 7750-SUM-ONE-FIELD.
119500     IF R-FORMAT (FDT-FIELD-INDEX) NOT = 'S'
119600       GO TO 7785-NEXT.
119700     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
119800       MOVE R-LOCATION (FDT-FIELD-INDEX) TO RECORD-PTR
119900     ELSE
120000       ADD 100, R-LOCATION (FDT-FIELD-INDEX)
120100           GIVING RECORD-PTR.
120110     ADD FDT-CONT-LOC-BASE TO RECORD-PTR.
120200*    A FIELD PAST THE DECLARED RECORD LENGTH CANNOT ACCUMULATE
120300     IF RECORD-PTR + R-LENGTH (FDT-FIELD-INDEX) >
120400        MASTER-LRECL + 1
120500       GO TO 7785-NEXT.
120600     MOVE ZEROS TO TRAN-SIGNED-FLD.
120700     COMPUTE CTR-PTR =
120800         CTR-LENGTH - R-LENGTH (FDT-FIELD-INDEX) + 1.
120900     MOVE 0 TO FLD-CHAR-I.
121000     PERFORM 7780-MOVE-ONE-CHAR
121100       R-LENGTH (FDT-FIELD-INDEX) TIMES.
121200     IF TRAN-SIGNED-FLD NUMERIC
121300       IF ACCUM-TARGET = 'B'
121400         ADD TRAN-SIGNED-FLD TO CT-BEFORE-AMT (ACCUM-SLOT)
121500       ELSE
121600         ADD TRAN-SIGNED-FLD TO CT-AFTER-AMT (ACCUM-SLOT).
121700 7785-NEXT.
121800     ADD 1 TO FDT-FIELD-INDEX.
121900 7790-EXIT.
122000     EXIT.
122100 7780-MOVE-ONE-CHAR.
122200     ADD 1 TO FLD-CHAR-I.
122300     IF RECORD-ELMNT (RECORD-PTR) = SPACE AND
122400        FLD-CHAR-I < R-LENGTH (FDT-FIELD-INDEX)
122500       MOVE '0' TO T-CTR (CTR-PTR)
122600     ELSE
122700       MOVE RECORD-ELMNT (RECORD-PTR) TO T-CTR (CTR-PTR).
122800     ADD 1 TO RECORD-PTR, CTR-PTR.
122900******************************************************************
123000***  MAPPING LISTING AND SIGN-OFF PAGE.  PLAN PROJECTS THE     ***
123100***  AFTER FIGURES; MERGE PROVES THEM AGAINST THE BEFORE       ***
123200******************************************************************
123300 8000-PRINT-REPORT.
123400     IF PLAN-FUNCTION
123500       COMPUTE CT-AFTER-RECS (1) =
123600           CT-BEFORE-RECS (1) + CT-BEFORE-RECS (2)
123700       COMPUTE CT-AFTER-AMT (1) =
123800           CT-BEFORE-AMT (1) + CT-BEFORE-AMT (2)
123900       MOVE 0 TO CT-AFTER-RECS (2), CT-AFTER-AMT (2).
124000     OPEN OUTPUT PRNTR.
124100     MOVE FUNCTION-REQ TO RH-FUNCTION.
124200     MOVE FROM-CLIENT  TO RH-FROM.
124300     MOVE TO-CLIENT    TO RH-TO.
124400     MOVE OPERATOR-ID  TO RH-OPERATOR.
124500     MOVE TODAY-DATE   TO RH-DATE.
124600     WRITE PRINT FROM RPT-HDR-LINE.
124700     WRITE PRINT FROM BLANK-LINE.
124800     MOVE 'SEQUENCE NUMBER MAPPING FOR THE MOVED RECORDS'
124900       TO ML-TEXT.
125000     WRITE PRINT FROM MSG-LINE.
125100     WRITE PRINT FROM MAP-HDR-LINE.
125200     MOVE 1 TO PAIR-TBL-I.
125300     PERFORM 8100-PRINT-MAP-LINE
125400       UNTIL PAIR-TBL-I > PAIR-TBL-CNT.
125500     WRITE PRINT FROM BLANK-LINE.
125600     IF PLAN-FUNCTION
125700       MOVE 'SIGN-OFF PROJECTION (PLAN - NOTHING WRITTEN)'
125800         TO ML-TEXT
125900     ELSE
126000       MOVE 'SIGN-OFF - RECORD COUNTS AND S BALANCES'
126100         TO ML-TEXT.
126200     WRITE PRINT FROM MSG-LINE.
126300     WRITE PRINT FROM BAL-HDR-LINE.
126400     MOVE 1 TO CT-I.
126500     PERFORM 8200-PRINT-CLIENT-LINE 2 TIMES.
126600     WRITE PRINT FROM BLANK-LINE.
126700     COMPUTE PROOF-RECS = CT-BEFORE-RECS (1) + CT-BEFORE-RECS (2).
126800     COMPUTE PROOF-AMT  = CT-BEFORE-AMT (1) + CT-BEFORE-AMT (2).
126900     IF MERGE-FUNCTION
127000       IF CT-AFTER-RECS (1) NOT = PROOF-RECS OR
127100          CT-AFTER-AMT (1)  NOT = PROOF-AMT OR
127200          CT-AFTER-RECS (2) NOT = 0
127300         MOVE 'Y' TO BALANCE-SW.
127400     MOVE 'MASTER RECORDS READ' TO CD-TEXT.
127500     MOVE MASTER-READ-CNT TO CD-COUNT.
127600     WRITE PRINT FROM CNT-DET-LINE.
127700     MOVE 'COLLIDING RECORD-ID / SEQUENCE PAIRS' TO CD-TEXT.
127800     MOVE COLLISION-CNT TO CD-COUNT.
127900     WRITE PRINT FROM CNT-DET-LINE.
128000     IF PLAN-FUNCTION
128100       MOVE 'COLLISIONS UNRESOLVED' TO CD-TEXT
128200       MOVE UNRESOLVED-CNT TO CD-COUNT
128300       WRITE PRINT FROM CNT-DET-LINE
128400     ELSE
128500       PERFORM 8300-PRINT-MERGE-COUNTS.
128600     WRITE PRINT FROM BLANK-LINE.
128700     IF PLAN-FUNCTION
128800       MOVE 'PLAN ONLY - REVIEW THE MAP CARDS, THEN RUN MERGE'
128900         TO ML-TEXT
129000     ELSE
129100     IF MERGE-OUT-OF-BALANCE
129200       MOVE '*** MERGE OUT OF BALANCE - DO NOT SIGN OFF ***'
129300         TO ML-TEXT
129400     ELSE
129500       MOVE 'IN BALANCE.  SIGNED OFF BY ...........  DATE ......'
129600         TO ML-TEXT.
129700     WRITE PRINT FROM MSG-LINE.
129800     CLOSE PRNTR.
129900 8100-PRINT-MAP-LINE.
130000     IF PR-B-CNT (PAIR-TBL-I) > 0 OR
130100        PR-FROM-MAP-CARD (PAIR-TBL-I)
130200       MOVE PR-REC-ID (PAIR-TBL-I) TO MD-REC-ID
130300       MOVE PR-SEQ (PAIR-TBL-I)    TO MD-FROM-SEQ
130400       MOVE PR-TO-SEQ (PAIR-TBL-I) TO MD-TO-SEQ
130500       MOVE PR-NOTE (PAIR-TBL-I)   TO MD-NOTE
130600       MOVE PR-B-CNT (PAIR-TBL-I)  TO MD-B-RECS
130700       IF PR-NOTE (PAIR-TBL-I) = SPACES
130800         MOVE 'KEEP' TO MD-NOTE
130900         MOVE PR-SEQ (PAIR-TBL-I) TO MD-TO-SEQ
131000       END-IF
131100       WRITE PRINT FROM MAP-DET-LINE.
131200     ADD 1 TO PAIR-TBL-I.
131300 8200-PRINT-CLIENT-LINE.
131400     MOVE CT-CLIENT (CT-I)      TO BD-CLIENT.
131500     MOVE CT-BEFORE-RECS (CT-I) TO BD-BEFORE-RECS.
131600     MOVE CT-AFTER-RECS (CT-I)  TO BD-AFTER-RECS.
131700     MOVE CT-BEFORE-AMT (CT-I)  TO BD-BEFORE-AMT.
131800     MOVE CT-AFTER-AMT (CT-I)   TO BD-AFTER-AMT.
131900     WRITE PRINT FROM BAL-DET-LINE.
132000     ADD 1 TO CT-I.
132100 8300-PRINT-MERGE-COUNTS.
132200     MOVE 'MASTER RECORDS WRITTEN' TO CD-TEXT.
132300     MOVE MASTER-WRITTEN-CNT TO CD-COUNT.
132400     WRITE PRINT FROM CNT-DET-LINE.
132500     MOVE 'MASTER RECORDS GIVEN A NEW SEQUENCE' TO CD-TEXT.
132600     MOVE MASTER-REMAP-CNT TO CD-COUNT.
132700     WRITE PRINT FROM CNT-DET-LINE.
132800     MOVE 'PENDING ITEMS MOVED' TO CD-TEXT.
132900     MOVE PEND-MOVED-CNT TO CD-COUNT.
133000     WRITE PRINT FROM CNT-DET-LINE.
133100     MOVE 'SUSPENSE ITEMS MOVED' TO CD-TEXT.
133200     MOVE SUSP-MOVED-CNT TO CD-COUNT.
133300     WRITE PRINT FROM CNT-DET-LINE.
133400     MOVE 'AUTHORIZATION CARDS RECODED' TO CD-TEXT.
133500     MOVE AUTH-RECODED-CNT TO CD-COUNT.
133600     WRITE PRINT FROM CNT-DET-LINE.
133700     MOVE 'ASSIGNMENT CARDS RECODED' TO CD-TEXT.
133800     MOVE ASGN-RECODED-CNT TO CD-COUNT.
133900     WRITE PRINT FROM CNT-DET-LINE.
134000     MOVE 'ASSIGNMENT CARDS DROPPED' TO CD-TEXT.
134100     MOVE ASGN-DROPPED-CNT TO CD-COUNT.
134200     WRITE PRINT FROM CNT-DET-LINE.
134300******************************************************************
134400***  RUN TOTALS AND THE SIGN-OFF RETURN CODE                   ***
134500******************************************************************
134600 9000-EOJ.
134700     DISPLAY 'BDMS0245 MASTER RECORDS READ......' MASTER-READ-CNT.
134800     DISPLAY 'BDMS0245 COLLIDING PAIRS..........' COLLISION-CNT.
134900     IF PLAN-FUNCTION
135000       DISPLAY 'BDMS0245 MAP CARDS WRITTEN........' MAP-CARD-CNT.
135100     IF MERGE-FUNCTION AND NOT RUN-REFUSED
135200       DISPLAY 'BDMS0245 MASTER RECORDS WRITTEN...'
135300               MASTER-WRITTEN-CNT
135400       DISPLAY 'BDMS0245 PENDING ITEMS MOVED......'
135500               PEND-MOVED-CNT
135600       DISPLAY 'BDMS0245 SUSPENSE ITEMS MOVED.....'
135700               SUSP-MOVED-CNT
135800       DISPLAY 'BDMS0245 AUTH CARDS RECODED.......'
135900               AUTH-RECODED-CNT
136000       DISPLAY 'BDMS0245 ASSIGNMENT CARDS RECODED.'
136100               ASGN-RECODED-CNT
136200       DISPLAY 'BDMS0245 ASSIGNMENT CARDS DROPPED.'
136300               ASGN-DROPPED-CNT.
136400     IF MERGE-OUT-OF-BALANCE
136500       DISPLAY 'BDMS0245 MERGE OUT OF BALANCE - SEE SIGN-OFF'
136600       MOVE 8 TO RETURN-CODE.
136700     DISPLAY 'BDMS0245 END PROCESSING'.
