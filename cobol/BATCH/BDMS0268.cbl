000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0268.
000300******************************************************************
000400***  BDMS0268 - QUARTERLY ACCESS RECERTIFICATION AND           ***
000500***  SEGREGATION-OF-DUTIES REVIEW.  THREE PLACES SAY WHO MAY   ***
000600***  DO WHAT; THIS STEP PUTS THEM ON ONE REPORT PER USER:      ***
000700***    POST  - BDMS0201'S AUTH-FILE CARDS (USER, CLIENT, TC),  ***
000800***            LAST USED FROM THE SUBMITTED DECKS (TRIN, AS    ***
000900***            BDMS0221 READS THEM) BY T-ORIGIN-USER           ***
001000***    ONLN  - THE OPERPROF ONLINE PROFILES (BROWSE / UPDATE   ***
001100***            PER TRANSACTION), LAST USED FROM THE CUSTOMER   ***
001200***            ACCESS LOG (CUSTACCL) - A MAINTENANCE ACCESS    ***
001300***            USES UPDATE, ANY OTHER USES BROWSE              ***
001400***    GATE  - THE BDMS0207 PENDING-RELEASE FILE (PENDIN): WHO ***
001500***            HAS STAGED AND WHO HAS APPROVED EACH DECK TYPE, ***
001600***            LAST USED FROM THE DECK HEADER DATES            ***
001700***  AN ENTITLEMENT NEITHER USED NOR GRANTED IN THE LAST       ***
001800***  UNUSEDDAYS DAYS (DEFAULT 90) BEFORE RPTDATE (DEFAULT      ***
001900***  TODAY) IS FLAGGED UNUSED.                                 ***
002000***                                                            ***
002100***  SOD RULES DECK (SODRULES): 1-4 RULE ID, 6-15 AND 17-26    ***
002200***  THE TWO ENTITLEMENTS NO ONE USER MAY HOLD TOGETHER, EACH  ***
002300***  SYSTEM(4) OBJECT(4) ACTION(2), 28-80 THE RULE'S TEXT.     ***
002400***  ALL '*' IN A FIELD MATCHES ANYTHING, AND SO DOES A USER'S ***
002500***  OWN '***' CLIENT OR '**' TC.  E.G. POST****02 AGAINST     ***
002600***  GATEW   AP - POSTS TC 02 DELETES AND APPROVES WRITE-OFFS. ***
002700***  OBJECTS: POST CLIENT, ONLN TRANSACTION ID, GATE DECK      ***
002800***  TYPE.  ACTIONS: POST TC, ONLN BR/UP, GATE ST/AP.          ***
002900***                                                            ***
003000***  SIGN-OFF DECK (RECERTIN, OPTIONAL): 1-8 USER, 10-19 THE   ***
003100***  ENTITLEMENT AS ABOVE, 21-28 MANAGER, 30-37 SIGN-OFF DATE, ***
003200***  39 R REMOVE / K KEEP.  A MANAGER CANNOT SIGN OFF THEIR    ***
003300***  OWN ACCESS.  REMOVALS BECOME CHANGE CARDS:                ***
003400***    AUTHOUT  - THE AUTH-FILE DECK AGAIN WITHOUT THE REMOVED ***
003500***               CARDS, FOR THE JOB STREAM TO SWAP IN         ***
003600***    PROFCARD - OPERPROF MAINTENANCE CARDS (OPERCARD         ***
003700***               LAYOUT): D WHEN BROWSE GOES, C WITH UPDATE N ***
003800***               WHEN ONLY UPDATE GOES                        ***
003900***  A GATE ROLE IS NOT HELD ON ANY FILE, ONLY SEEN IN USE;    ***
004000***  ITS REMOVAL IS LISTED FOR THE SHIFT LEAD TO ACT ON.       ***
004100***                                                            ***
004200***  RETURN CODE: 0 CLEAN, 4 UNUSED OR CONFLICTING ACCESS      ***
004300***  FOUND, 8 A SIGN-OFF CARD REFUSED, 16 NO RULES DECK.       ***
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT AUTH-FILE       ASSIGN TO UT-S-AUTH
004900        ORGANIZATION LINE SEQUENTIAL
005000        FILE STATUS IS AUTH-STATUS.
005100     SELECT PROF-FILE       ASSIGN TO UT-S-OPERPROF
005200        ORGANIZATION INDEXED
005300        ACCESS MODE IS SEQUENTIAL
005400        RECORD KEY IS OP-KEY
005500        FILE STATUS IS PROF-STATUS.
005600     SELECT PENDING-FILE    ASSIGN TO UT-S-PENDIN
005700        ORGANIZATION LINE SEQUENTIAL
005800        FILE STATUS IS PENDING-STATUS.
005900     SELECT TRANS-IN-FILE   ASSIGN TO UT-S-TRIN
006000        ORGANIZATION LINE SEQUENTIAL
006100        FILE STATUS IS TRIN-STATUS.
006200     SELECT ACC-FILE        ASSIGN TO UT-S-CUSTACCL
006300        ORGANIZATION INDEXED
006400        ACCESS MODE IS SEQUENTIAL
006500        RECORD KEY IS AC-KEY
006600        FILE STATUS IS ACC-STATUS.
006700     SELECT SOD-FILE        ASSIGN TO UT-S-SODRULES
006800        ORGANIZATION LINE SEQUENTIAL
006900        FILE STATUS IS SOD-STATUS.
007000     SELECT SIGNOFF-FILE    ASSIGN TO UT-S-RECERTIN
007100        ORGANIZATION LINE SEQUENTIAL
007200        FILE STATUS IS SIGNOFF-STATUS.
007300     SELECT AUTH-OUT-FILE   ASSIGN TO UT-S-AUTHOUT
007400        ORGANIZATION LINE SEQUENTIAL.
007500     SELECT PROF-CARD-FILE  ASSIGN TO UT-S-PROFCARD
007600        ORGANIZATION LINE SEQUENTIAL.
007700     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
007800        ORGANIZATION LINE SEQUENTIAL.
007900 DATA DIVISION.
008000 FILE SECTION.
008100*    BDMS0201'S AUTHORIZATION CARDS
008200 FD  AUTH-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
008500     BLOCK CONTAINS 0 RECORDS
008600     DATA RECORD IS AUTH-RECORD.
008700 01  AUTH-RECORD.
008800     03  AUTH-USER                 PIC X(8).
008900     03  FILLER                    PIC X.
009000     03  AUTH-CLIENT               PIC X(3).
009100     03  FILLER                    PIC X.
009200     03  AUTH-TC                   PIC X(2).
009300     03  FILLER                    PIC X(65).
009400*    THE ONLINE OPERATOR PROFILES OPERPROF MAINTAINS
009500 FD  PROF-FILE
009600     LABEL RECORDS ARE STANDARD
009700     DATA RECORD IS PROF-RECORD.
009800 01  PROF-RECORD.
009900     03  OP-KEY.
010000         05  OP-OPERATOR           PIC X(8).
010100         05  OP-TRANID             PIC X(4).
010200     03  OP-BROWSE                 PIC X.
010300     03  OP-UPDATE                 PIC X.
010400     03  OP-STAMP-DATE             PIC 9(8).
010500     03  OP-STAMP-TIME             PIC 9(8).
010600     03  OP-STATES                 PIC X(20).
010700     03  FILLER                    PIC X(30).
010800*    BDMS0207'S PENDING-RELEASE FILE: 'H' HEADERS ONLY ARE USED
010900 FD  PENDING-FILE
011000     RECORDING MODE IS F
011100     LABEL RECORDS ARE STANDARD
011200     BLOCK CONTAINS 0 RECORDS
011300     DATA RECORD IS PENDING-RECORD.
011400 01  PENDING-RECORD.
011500     03  PR-REC-TYPE               PIC X.
011600     03  PR-DECK-ID                PIC 9(6).
011700     03  PH-DECK-TYPE              PIC X.
011800     03  PH-STATUS                 PIC X.
011900     03  PH-CREATOR                PIC X(8).
012000     03  PH-CREATE-DATE            PIC 9(8).
012100     03  PH-CREATE-TIME            PIC 9(8).
012200     03  PH-APPROVER               PIC X(8).
012300     03  PH-ACTION-DATE            PIC 9(8).
012400     03  PH-ACTION-TIME            PIC 9(8).
012500     03  FILLER                    PIC X(93).
012600 FD  TRANS-IN-FILE
012700     RECORDING MODE IS F
012800     LABEL RECORDS ARE STANDARD
012900     BLOCK CONTAINS 0 RECORDS
013000     DATA RECORD IS TRANS-RECORD.
013100 01  TRANS-RECORD.
013200     03  T-REC-ID                  PIC X.
013300     03  T-CLIENT                  PIC X(3).
013400     03  T-TC                      PIC X(2).
013500     03  T-DATE                    PIC X(6).
013600     03  T-SEQ-NUMBER              PIC X(3).
013700     03  T-ORIGIN-USER             PIC X(8).
013800     03  FILLER                    PIC X(105).
013900*    THE CUSTOMER ACCESS LOG THE CUSTOMER READ PATHS WRITE
014000 FD  ACC-FILE
014100     LABEL RECORDS ARE STANDARD
014200     DATA RECORD IS AC-RECORD.
014300 01  AC-RECORD.
014400     03  AC-KEY.
014500         05  AC-CUSTIDENT          PIC 9(6).
014600         05  AC-STAMP-DATE         PIC 9(8).
014700         05  AC-STAMP-TIME         PIC 9(8).
014800         05  AC-SEQ                PIC 9(4).
014900     03  AC-OPERATOR               PIC X(8).
015000     03  AC-JOB                    PIC X(8).
015100     03  AC-PROGRAM                PIC X(16).
015200     03  AC-PURPOSE                PIC X(2).
015300         88  AC-MAINTENANCE           VALUE 'MT'.
015400     03  FILLER                    PIC X(20).
015500 FD  SOD-FILE
015600     RECORDING MODE IS F
015700     LABEL RECORDS ARE STANDARD
015800     BLOCK CONTAINS 0 RECORDS
015900     DATA RECORD IS SOD-CARD.
016000 01  SOD-CARD.
016100     03  SR-RULE-ID                PIC X(4).
016200     03  FILLER                    PIC X.
016300     03  SR-ENT-A.
016400         05  SR-A-SYSTEM           PIC X(4).
016500         05  SR-A-OBJECT           PIC X(4).
016600         05  SR-A-ACTION           PIC X(2).
016700     03  FILLER                    PIC X.
016800     03  SR-ENT-B.
016900         05  SR-B-SYSTEM           PIC X(4).
017000         05  SR-B-OBJECT           PIC X(4).
017100         05  SR-B-ACTION           PIC X(2).
017200     03  FILLER                    PIC X.
017300     03  SR-TEXT                   PIC X(53).
017400 01  SOD-CARD-X REDEFINES SOD-CARD.
017500     03  SR-COL1                   PIC X.
017600     03  FILLER                    PIC X(79).
017700 FD  SIGNOFF-FILE
017800     RECORDING MODE IS F
017900     LABEL RECORDS ARE STANDARD
018000     BLOCK CONTAINS 0 RECORDS
018100     DATA RECORD IS SIGNOFF-CARD.
018200 01  SIGNOFF-CARD.
018300     03  SO-USER                   PIC X(8).
018400     03  FILLER                    PIC X.
018500     03  SO-SYSTEM                 PIC X(4).
018600     03  SO-OBJECT                 PIC X(4).
018700     03  SO-ACTION                 PIC X(2).
018800     03  FILLER                    PIC X.
018900     03  SO-MANAGER                PIC X(8).
019000     03  FILLER                    PIC X.
019100     03  SO-DATE                   PIC X(8).
019200     03  FILLER                    PIC X.
019300     03  SO-DECISION               PIC X.
019400         88  SO-REMOVE                VALUE 'R'.
019500         88  SO-KEEP                  VALUE 'K'.
019600     03  FILLER                    PIC X(41).
019700 01  SIGNOFF-CARD-X REDEFINES SIGNOFF-CARD.
019800     03  SO-COL1                   PIC X.
019900     03  FILLER                    PIC X(79).
020000 FD  AUTH-OUT-FILE
020100     RECORDING MODE IS F
020200     LABEL RECORDS ARE STANDARD
020300     BLOCK CONTAINS 0 RECORDS
020400     DATA RECORD IS AUTH-OUT-RECORD.
020500 01  AUTH-OUT-RECORD               PIC X(80).
020600*    THE OPERPROF MAINTENANCE CARD (OPERCARD) LAYOUT
020700 FD  PROF-CARD-FILE
020800     RECORDING MODE IS F
020900     LABEL RECORDS ARE STANDARD
021000     BLOCK CONTAINS 0 RECORDS
021100     DATA RECORD IS PROF-CARD.
021200 01  PROF-CARD.
021300     03  PC-ACTION                 PIC X.
021400     03  PC-OPERATOR               PIC X(8).
021500     03  PC-TRANID                 PIC X(4).
021600     03  FILLER                    PIC X.
021700     03  PC-BROWSE                 PIC X.
021800     03  FILLER                    PIC X.
021900     03  PC-UPDATE                 PIC X.
022000     03  FILLER                    PIC X.
022100     03  PC-STATES                 PIC X(20).
022200     03  FILLER                    PIC X(42).
022300 FD  PRNTR
022400     RECORDING MODE IS F
022500     LABEL RECORDS ARE STANDARD
022600     BLOCK CONTAINS 0 RECORDS
022700     DATA RECORD IS PRINT.
022800 01  PRINT.
022900     03  PRT                       PIC X(132).
023000 WORKING-STORAGE SECTION.
023100 01  AUTH-STATUS                   PIC XX.
023200 01  PROF-STATUS                   PIC XX.
023300 01  PENDING-STATUS                PIC XX.
023400 01  TRIN-STATUS                   PIC XX.
023500 01  ACC-STATUS                    PIC XX.
023600 01  SOD-STATUS                    PIC XX.
023700 01  SIGNOFF-STATUS                PIC XX.
023800 01  AUTH-EOF-SW                   PIC 9 VALUE 0.
023900     88  AUTH-EOF                     VALUE 1.
024000 01  PROF-EOF-SW                   PIC 9 VALUE 0.
024100     88  PROF-EOF                     VALUE 1.
024200 01  PENDING-EOF-SW                PIC 9 VALUE 0.
024300     88  PENDING-EOF                  VALUE 1.
024400 01  TRIN-EOF-SW                   PIC 9 VALUE 0.
024500     88  TRIN-EOF                     VALUE 1.
024600 01  ACC-EOF-SW                    PIC 9 VALUE 0.
024700     88  ACC-EOF                      VALUE 1.
024800 01  SOD-EOF-SW                    PIC 9 VALUE 0.
024900     88  SOD-EOF                      VALUE 1.
025000 01  SIGNOFF-EOF-SW                PIC 9 VALUE 0.
025100     88  SIGNOFF-EOF                  VALUE 1.
025200******************************************************************
025300***  REPORT DATE AND THE UNUSED CUTOFF                         ***
025400******************************************************************
025500 01  TODAY-DATE                    PIC 9(8).
025600 01  RPTDATE-X                     PIC X(8) VALUE SPACES.
025700 01  UNUSED-DAYS-X                 PIC X(3) VALUE SPACES.
025800 01  UNUSED-DAYS                   PIC 9(3) VALUE 90.
025900 01  DAYS-BACK                     PIC 9(3) VALUE 0.
026000 01  REPORT-DATE                   PIC 9(8).
026100 01  CUTOFF-DATE.
026200     03  CUTOFF-CCYY               PIC 9(4).
026300     03  CUTOFF-MM                 PIC 99.
026400     03  CUTOFF-DD                 PIC 99.
026500 01  CUTOFF-DATE-9 REDEFINES CUTOFF-DATE PIC 9(8).
026600 01  LEAP-QUOT                     PIC 9(4).
026700 01  LEAP-REM-4                    PIC 9(4).
026800 01  LEAP-REM-100                  PIC 9(4).
026900 01  LEAP-REM-400                  PIC 9(4).
027000 01  MONTH-DAYS-TBL.
027100     03  FILLER                    PIC X(24)
027200         VALUE '312831303130313130313031'.
027300 01  FILLER REDEFINES MONTH-DAYS-TBL.
027400     03  MONTH-DAYS  OCCURS 12 TIMES PIC 99.
027500******************************************************************
027600***  TRANSACTION DATE WINDOWING, AS BDMS0221 DOES IT           ***
027700******************************************************************
027800 01  DATE-IN-MMDDYY.
027900     03  DI-MM                     PIC XX.
028000     03  DI-DD                     PIC XX.
028100     03  DI-YY                     PIC XX.
028200 01  DATE-CCYYMMDD.
028300     03  DC-CCYY                   PIC 9(4).
028400     03  DC-MM                     PIC XX.
028500     03  DC-DD                     PIC XX.
028600 01  DATE-CCYYMMDD-N REDEFINES DATE-CCYYMMDD PIC 9(8).
028700 01  CENTURY-WORK.
028800     03  CW-YY                     PIC 99.
028900******************************************************************
029000***  AUTH-FILE CARDS, KEPT IN FILE ORDER FOR THE AUTHOUT DECK  ***
029100******************************************************************
029200 01  CARD-TBL-MAX                  PIC 9(4) COMP-5 VALUE 1000.
029300 01  CARD-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
029400 01  CD-I                          PIC 9(4) COMP-5.
029500 01  AUTH-CARD-TABLE.
029600     03  AUTH-CARD-ENTRY  OCCURS 1000 TIMES.
029700       05  AC-CARD-IMAGE           PIC X(80).
029800       05  AC-CARD-REMOVED         PIC X.
029900******************************************************************
030000***  ONE ENTRY PER ENTITLEMENT: USER, SYSTEM, OBJECT, ACTION.  ***
030100***  EN-CARD-IX POINTS A POST ENTITLEMENT AT ITS AUTH CARD.    ***
030200***  EN-SIGNOFF: R REMOVAL SIGNED, K KEEP SIGNED               ***
030300******************************************************************
030400 01  ENT-TBL-MAX                   PIC 9(4) COMP-5 VALUE 2000.
030500 01  ENT-TBL-CNT                   PIC 9(4) COMP-5 VALUE 0.
030600 01  EN-I                          PIC 9(4) COMP-5.
030700 01  EN-J                          PIC 9(4) COMP-5.
030800 01  EN-FOUND                      PIC 9(4) COMP-5.
030900 01  LOW-ENTRY-IX                  PIC 9(4) COMP-5.
031000 01  ENTITLEMENT-TABLE.
031100     03  ENT-ENTRY  OCCURS 2000 TIMES.
031200       05  EN-SORT-KEY.
031300         07  EN-USER               PIC X(8).
031400         07  EN-SYSTEM             PIC X(4).
031500         07  EN-OBJECT             PIC X(4).
031600         07  EN-ACTION             PIC X(2).
031700       05  EN-GRANT-DATE           PIC 9(8).
031800       05  EN-LAST-USED            PIC 9(8).
031900       05  EN-USE-CNT              PIC 9(7).
032000       05  EN-UNUSED               PIC X.
032100       05  EN-SOD                  PIC X.
032200       05  EN-SIGNOFF              PIC X.
032300       05  EN-MANAGER              PIC X(8).
032400       05  EN-CARD-IX              PIC 9(4) COMP-5.
032500 01  SWAP-ENTRY                    PIC X(54).
032600 01  NEW-ENTITLEMENT.
032700     03  NE-USER                   PIC X(8).
032800     03  NE-SYSTEM                 PIC X(4).
032900     03  NE-OBJECT                 PIC X(4).
033000     03  NE-ACTION                 PIC X(2).
033100 01  NE-USED-DATE                  PIC 9(8).
033200******************************************************************
033300***  SOD RULES AND THE CONFLICTS FOUND                         ***
033400******************************************************************
033500 01  RULE-TBL-MAX                  PIC 9(4) COMP-5 VALUE 100.
033600 01  RULE-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
033700 01  RU-I                          PIC 9(4) COMP-5.
033800 01  RULE-TABLE.
033900     03  RULE-ENTRY  OCCURS 100 TIMES.
034000       05  RU-RULE-ID              PIC X(4).
034100       05  RU-A-SYSTEM             PIC X(4).
034200       05  RU-A-OBJECT             PIC X(4).
034300       05  RU-A-ACTION             PIC X(2).
034400       05  RU-B-SYSTEM             PIC X(4).
034500       05  RU-B-OBJECT             PIC X(4).
034600       05  RU-B-ACTION             PIC X(2).
034700       05  RU-TEXT                 PIC X(53).
034800 01  CONFLICT-TBL-MAX              PIC 9(4) COMP-5 VALUE 500.
034900 01  CONFLICT-TBL-CNT              PIC 9(4) COMP-5 VALUE 0.
035000 01  CF-I                          PIC 9(4) COMP-5.
035100 01  CONFLICT-TABLE.
035200     03  CONFLICT-ENTRY  OCCURS 500 TIMES.
035300       05  CF-RULE-IX              PIC 9(4) COMP-5.
035400       05  CF-A-IX                 PIC 9(4) COMP-5.
035500       05  CF-B-IX                 PIC 9(4) COMP-5.
035600*    THE MATCH TEST: ONE RULE SIDE AGAINST ONE ENTITLEMENT
035700 01  MATCH-SYSTEM                  PIC X(4).
035800 01  MATCH-OBJECT                  PIC X(4).
035900 01  MATCH-ACTION                  PIC X(2).
036000 01  MATCH-SW                      PIC X.
036100     88  ENTITLEMENT-MATCHES          VALUE 'Y'.
036200 01  USER-FIRST-IX                 PIC 9(4) COMP-5.
036300 01  USER-LAST-IX                  PIC 9(4) COMP-5.
036400 01  SIDE-A-IX                     PIC 9(4) COMP-5.
036500 01  SIDE-B-IX                     PIC 9(4) COMP-5.
036600******************************************************************
036700***  COUNTS                                                    ***
036800******************************************************************
036900 01  USERS-REVIEWED                PIC 9(5) VALUE 0.
037000 01  UNUSED-CNT                    PIC 9(5) VALUE 0.
037100 01  SIGNOFF-READ                  PIC 9(5) VALUE 0.
037200 01  SIGNOFF-REFUSED               PIC 9(5) VALUE 0.
037300 01  REMOVALS-SIGNED               PIC 9(5) VALUE 0.
037400 01  KEEPS-SIGNED                  PIC 9(5) VALUE 0.
037500 01  AUTH-CARDS-OUT                PIC 9(5) VALUE 0.
037600 01  PROF-CARDS-OUT                PIC 9(5) VALUE 0.
037700 01  TRIN-READ                     PIC 9(9) VALUE 0.
037800 01  ACC-READ                      PIC 9(9) VALUE 0.
037900 01  ENT-DESC                      PIC X(30).
038000 01  REFUSE-TEXT                   PIC X(50).
038100*    EACH SIGN-OFF CARD'S OUTCOME, HELD FOR THE REPORT
038200 01  SIGN-TBL-MAX                  PIC 9(4) COMP-5 VALUE 500.
038300 01  SIGN-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
038400 01  SG-I                          PIC 9(4) COMP-5.
038500 01  SIGN-TABLE.
038600     03  SIGN-ENTRY  OCCURS 500 TIMES.
038700       05  SG-LINE                 PIC X(132).
038800******************************************************************
038900***  REPORT LINES                                              ***
039000******************************************************************
039100 01  RC-HDR1-LINE.
039200     03  FILLER                    PIC X(34)  VALUE SPACES.
039300     03  FILLER                    PIC X(46)  VALUE
039400         'A C C E S S   R E C E R T I F I C A T I O N   '.
039500     03  FILLER                    PIC X(52)  VALUE
039600         'R E V I E W'.
039700 01  RC-DATE-LINE.
039800     03  FILLER                    PIC X(10)  VALUE ' AS OF    '.
039900     03  RD-REPORT-DATE            PIC 9(8).
040000     03  FILLER                    PIC X(31)  VALUE
040100         '   UNUSED = NOT USED OR GRANTED'.
040200     03  FILLER                    PIC X(7)   VALUE ' SINCE '.
040300     03  RD-CUTOFF                 PIC 9(8).
040400     03  FILLER                    PIC X(2)   VALUE ' ('.
040500     03  RD-DAYS                   PIC ZZ9.
040600     03  FILLER                    PIC X(6)   VALUE ' DAYS)'.
040700     03  FILLER                    PIC X(57)  VALUE SPACES.
040800 01  RC-HDR2-LINE.
040900     03  FILLER                    PIC X(50)  VALUE
041000         ' USER      SYSTEM  ENTITLEMENT                    '.
041100     03  FILLER                    PIC X(82)  VALUE
041200         ' LAST USED    USES  GRANTED   REVIEW'.
041300 01  RC-USER-LINE.
041400     03  FILLER                    PIC X      VALUE SPACE.
041500     03  RU-USER                   PIC X(8).
041600     03  FILLER                    PIC X(123) VALUE SPACES.
041700 01  RC-ENT-LINE.
041800     03  FILLER                    PIC X(11)  VALUE SPACES.
041900     03  RE-SYSTEM                 PIC X(6).
042000     03  FILLER                    PIC X(2)   VALUE SPACES.
042100     03  RE-DESC                   PIC X(30).
042200     03  FILLER                    PIC X(2)   VALUE SPACES.
042300     03  RE-LAST-USED              PIC X(8).
042400     03  FILLER                    PIC X(2)   VALUE SPACES.
042500     03  RE-USES                   PIC Z(6)9.
042600     03  FILLER                    PIC X(2)   VALUE SPACES.
042700     03  RE-GRANTED                PIC X(8).
042800     03  FILLER                    PIC X(2)   VALUE SPACES.
042900     03  RE-REVIEW                 PIC X(52).
043000 01  RC-SOD-HDR-LINE.
043100     03  FILLER                    PIC X(66)  VALUE
043200         ' SEGREGATION-OF-DUTIES CONFLICTS'.
043300     03  FILLER                    PIC X(66)  VALUE SPACES.
043400 01  RC-SOD-LINE.
043500     03  FILLER                    PIC X      VALUE SPACE.
043600     03  RS-USER                   PIC X(8).
043700     03  FILLER                    PIC X(2)   VALUE SPACES.
043800     03  RS-RULE-ID                PIC X(4).
043900     03  FILLER                    PIC X(2)   VALUE SPACES.
044000     03  RS-DESC-A                 PIC X(30).
044100     03  FILLER                    PIC X(3)   VALUE ' + '.
044200     03  RS-DESC-B                 PIC X(30).
044300     03  FILLER                    PIC X(2)   VALUE SPACES.
044400     03  RS-TEXT                   PIC X(50).
044500 01  RC-SIGN-HDR-LINE.
044600     03  FILLER                    PIC X(66)  VALUE
044700         ' MANAGER SIGN-OFF'.
044800     03  FILLER                    PIC X(66)  VALUE SPACES.
044900 01  RC-SIGN-LINE.
045000     03  FILLER                    PIC X      VALUE SPACE.
045100     03  RG-CARD                   PIC X(39).
045200     03  FILLER                    PIC X(2)   VALUE SPACES.
045300     03  RG-RESULT                 PIC X(90).
045400 01  RC-SUM-LINE.
045500     03  FILLER                    PIC X      VALUE SPACE.
045600     03  RM-LABEL                  PIC X(34).
045700     03  RM-COUNT                  PIC Z(8)9.
045800     03  FILLER                    PIC X(88)  VALUE SPACES.
045900 01  BLANK-LINE                    PIC X(132) VALUE SPACES.
046000 PROCEDURE DIVISION.
046100 0000-MAINLINE.
046200     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
046300     IF RETURN-CODE NOT = 16
046400       PERFORM 2000-LOAD-AUTH-CARDS THRU 2090-EXIT
046500       PERFORM 2200-LOAD-PROFILES THRU 2290-EXIT
046600       PERFORM 2400-LOAD-GATE-ROLES THRU 2490-EXIT
046700       PERFORM 3000-POSTING-ACTIVITY THRU 3090-EXIT
046800       PERFORM 3200-ONLINE-ACTIVITY THRU 3290-EXIT
046900       PERFORM 3400-SORT-ENTITLEMENTS
047000       PERFORM 3600-FLAG-UNUSED
047100       PERFORM 4000-CHECK-SOD-RULES
047200       PERFORM 5000-APPLY-SIGNOFFS THRU 5090-EXIT
047300       PERFORM 6000-PRINT-REVIEW
047400       PERFORM 7000-WRITE-CHANGE-CARDS
047500       PERFORM 9000-EOJ.
047600     STOP RUN.
047700******************************************************************
047800***  REPORT DATE, THE UNUSED CUTOFF AND THE SOD RULES DECK     ***
047900******************************************************************
048000 1000-INITIALIZE.
048100     DISPLAY 'BDMS0268 BEGIN PROCESSING'.
048200     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
048300     DISPLAY 'RPTDATE' UPON ENVIRONMENT-NAME.
048400     ACCEPT RPTDATE-X FROM ENVIRONMENT-VALUE.
048500     IF RPTDATE-X NUMERIC
048600       MOVE RPTDATE-X TO REPORT-DATE
048700     ELSE
048800       MOVE TODAY-DATE TO REPORT-DATE.
048900     DISPLAY 'UNUSEDDAYS' UPON ENVIRONMENT-NAME.
049000     ACCEPT UNUSED-DAYS-X FROM ENVIRONMENT-VALUE.
049100     IF UNUSED-DAYS-X NOT = SPACES
049200       IF UNUSED-DAYS-X NUMERIC AND UNUSED-DAYS-X > '000'
049300         MOVE UNUSED-DAYS-X TO UNUSED-DAYS
049400       ELSE
049500         DISPLAY 'BDMS0268 UNUSEDDAYS <' UNUSED-DAYS-X
049600                 '> NOT 001-999 - 90 USED'.
049700     MOVE REPORT-DATE TO CUTOFF-DATE-9.
049800     MOVE 0 TO DAYS-BACK.
049900     PERFORM 1200-STEP-BACK-ONE-DAY
050000       UNTIL DAYS-BACK NOT < UNUSED-DAYS.
050100     DISPLAY 'BDMS0268 REPORT DATE..............' REPORT-DATE.
050200     DISPLAY 'BDMS0268 UNUSED BEFORE............' CUTOFF-DATE.
050300     OPEN INPUT SOD-FILE.
050400     IF SOD-STATUS NOT = '00'
050500       DISPLAY 'BDMS0268 CANNOT OPEN SOD RULES DECK, ST='
050600               SOD-STATUS
050700       MOVE 16 TO RETURN-CODE
050800       GO TO 1090-EXIT.
050900     PERFORM 1100-LOAD-ONE-RULE UNTIL SOD-EOF.
051000     CLOSE SOD-FILE.
051100     DISPLAY 'BDMS0268 SOD RULES LOADED.........' RULE-TBL-CNT.
051200     OPEN OUTPUT PRNTR, AUTH-OUT-FILE, PROF-CARD-FILE.
051300 1090-EXIT.
051400     EXIT.
051500 1100-LOAD-ONE-RULE.
051600     READ SOD-FILE, AT END
051700       MOVE 1 TO SOD-EOF-SW.
051800     IF NOT SOD-EOF AND SR-COL1 NOT = '*'
051810        AND SOD-CARD NOT = SPACES
051900       IF SR-RULE-ID NOT = SPACES AND SR-A-SYSTEM NOT = SPACES
052000          AND SR-B-SYSTEM NOT = SPACES
052100          AND RULE-TBL-CNT < RULE-TBL-MAX
052200         ADD 1 TO RULE-TBL-CNT
052300         MOVE SR-RULE-ID  TO RU-RULE-ID (RULE-TBL-CNT)
052400         MOVE SR-A-SYSTEM TO RU-A-SYSTEM (RULE-TBL-CNT)
052500         MOVE SR-A-OBJECT TO RU-A-OBJECT (RULE-TBL-CNT)
052600         MOVE SR-A-ACTION TO RU-A-ACTION (RULE-TBL-CNT)
052700         MOVE SR-B-SYSTEM TO RU-B-SYSTEM (RULE-TBL-CNT)
052800         MOVE SR-B-OBJECT TO RU-B-OBJECT (RULE-TBL-CNT)
052900         MOVE SR-B-ACTION TO RU-B-ACTION (RULE-TBL-CNT)
053000         MOVE SR-TEXT     TO RU-TEXT (RULE-TBL-CNT)
053100       ELSE
053200         DISPLAY 'BDMS0268 SOD CARD IGNORED: ' SOD-CARD.
053300*    THE DAY BEFORE CUTOFF-DATE, ACROSS MONTH AND YEAR ENDS
053400 1200-STEP-BACK-ONE-DAY.
053500     IF CUTOFF-DD > 1
053600       SUBTRACT 1 FROM CUTOFF-DD
053700     ELSE
053800       IF CUTOFF-MM > 1
053900         SUBTRACT 1 FROM CUTOFF-MM
054000       ELSE
054100         MOVE 12 TO CUTOFF-MM
054200         SUBTRACT 1 FROM CUTOFF-CCYY
054300       END-IF
054400       MOVE MONTH-DAYS (CUTOFF-MM) TO CUTOFF-DD
054500       IF CUTOFF-MM = 2
054600         PERFORM 1250-LEAP-FEBRUARY.
054700     ADD 1 TO DAYS-BACK.
054800 1250-LEAP-FEBRUARY.
054900     DIVIDE CUTOFF-CCYY BY 4 GIVING LEAP-QUOT
055000         REMAINDER LEAP-REM-4.
055100     DIVIDE CUTOFF-CCYY BY 100 GIVING LEAP-QUOT
055200         REMAINDER LEAP-REM-100.
055300     DIVIDE CUTOFF-CCYY BY 400 GIVING LEAP-QUOT
055400         REMAINDER LEAP-REM-400.
055500     IF LEAP-REM-4 = 0 AND
055600        (LEAP-REM-100 NOT = 0 OR LEAP-REM-400 = 0)
055700       MOVE 29 TO CUTOFF-DD.
055800******************************************************************
055900***  POST: ONE ENTITLEMENT PER AUTH-FILE CARD                  ***
056000******************************************************************
056100 2000-LOAD-AUTH-CARDS.
056200     OPEN INPUT AUTH-FILE.
056300     IF AUTH-STATUS NOT = '00'
056400       DISPLAY 'BDMS0268 NO AUTH-FILE (ST=' AUTH-STATUS
056500               ') - NO POSTING RIGHTS TO REVIEW'
056600       GO TO 2090-EXIT.
056700     PERFORM 2100-LOAD-ONE-AUTH UNTIL AUTH-EOF.
056800     CLOSE AUTH-FILE.
056900 2090-EXIT.
057000     EXIT.
057100 2100-LOAD-ONE-AUTH.
057200     READ AUTH-FILE, AT END
057300       MOVE 1 TO AUTH-EOF-SW.
057400     IF NOT AUTH-EOF
057500       IF CARD-TBL-CNT < CARD-TBL-MAX
057600         ADD 1 TO CARD-TBL-CNT
057700         MOVE AUTH-RECORD TO AC-CARD-IMAGE (CARD-TBL-CNT)
057800         MOVE 'N'         TO AC-CARD-REMOVED (CARD-TBL-CNT)
057900         IF AUTH-USER NOT = SPACES
058000           MOVE AUTH-USER   TO NE-USER
058100           MOVE 'POST'      TO NE-SYSTEM
058200           MOVE AUTH-CLIENT TO NE-OBJECT
058300           MOVE AUTH-TC     TO NE-ACTION
058400           PERFORM 2800-ADD-ENTITLEMENT
058500           IF EN-FOUND > 0
058600             MOVE CARD-TBL-CNT TO EN-CARD-IX (EN-FOUND)
058700           END-IF
058800         END-IF
058900       ELSE
059000         DISPLAY 'BDMS0268 AUTH CARD TABLE FULL - RUN STOPPED'
059100         MOVE 16 TO RETURN-CODE
059200         STOP RUN.
059300******************************************************************
059400***  ONLN: A BROWSE AND/OR UPDATE ENTITLEMENT PER PROFILE,     ***
059500***  GRANTED AS OF THE PROFILE'S LAST MAINTENANCE STAMP        ***
059600******************************************************************
059700 2200-LOAD-PROFILES.
059800     OPEN INPUT PROF-FILE.
059900     IF PROF-STATUS NOT = '00'
060000       DISPLAY 'BDMS0268 NO OPERPROF FILE (ST=' PROF-STATUS
060100               ') - NO ONLINE PROFILES TO REVIEW'
060200       GO TO 2290-EXIT.
060300     PERFORM 2300-LOAD-ONE-PROFILE UNTIL PROF-EOF.
060400     CLOSE PROF-FILE.
060500 2290-EXIT.
060600     EXIT.
060700 2300-LOAD-ONE-PROFILE.
060800     READ PROF-FILE, AT END
060900       MOVE 1 TO PROF-EOF-SW.
061000     IF NOT PROF-EOF
061100       MOVE OP-OPERATOR TO NE-USER
061200       MOVE 'ONLN'      TO NE-SYSTEM
061300       MOVE OP-TRANID   TO NE-OBJECT
061400       IF OP-BROWSE = 'Y'
061500         MOVE 'BR' TO NE-ACTION
061600         PERFORM 2350-ADD-PROFILE-ENTITLEMENT
061700       END-IF
061800       IF OP-UPDATE = 'Y'
061900         MOVE 'UP' TO NE-ACTION
062000         PERFORM 2350-ADD-PROFILE-ENTITLEMENT.
062100 2350-ADD-PROFILE-ENTITLEMENT.
062200     PERFORM 2800-ADD-ENTITLEMENT.
062300     IF EN-FOUND > 0 AND OP-STAMP-DATE NUMERIC
062400       MOVE OP-STAMP-DATE TO EN-GRANT-DATE (EN-FOUND).
062500******************************************************************
062600***  GATE: WHO HAS STAGED AND WHO HAS APPROVED EACH DECK TYPE, ***
062700***  LAST USED AS OF THE DECK HEADER'S OWN DATES               ***
062800******************************************************************
062900 2400-LOAD-GATE-ROLES.
063000     OPEN INPUT PENDING-FILE.
063100     IF PENDING-STATUS NOT = '00'
063200       DISPLAY 'BDMS0268 NO PENDING-RELEASE FILE (ST='
063300               PENDING-STATUS ') - NO GATE ROLES TO REVIEW'
063400       GO TO 2490-EXIT.
063500     PERFORM 2500-ONE-PENDING UNTIL PENDING-EOF.
063600     CLOSE PENDING-FILE.
063700 2490-EXIT.
063800     EXIT.
063900 2500-ONE-PENDING.
064000     READ PENDING-FILE, AT END
064100       MOVE 1 TO PENDING-EOF-SW.
064200     IF NOT PENDING-EOF AND PR-REC-TYPE = 'H'
064300       MOVE 'GATE'       TO NE-SYSTEM
064400       MOVE PH-DECK-TYPE TO NE-OBJECT
064500       IF PH-CREATOR NOT = SPACES
064600         MOVE PH-CREATOR     TO NE-USER
064700         MOVE 'ST'           TO NE-ACTION
064800         MOVE PH-CREATE-DATE TO NE-USED-DATE
064900         PERFORM 2800-ADD-ENTITLEMENT
065000         PERFORM 2900-RECORD-USE
065100       END-IF
065200       IF PH-APPROVER NOT = SPACES
065300         MOVE PH-APPROVER    TO NE-USER
065400         MOVE 'AP'           TO NE-ACTION
065500         MOVE PH-ACTION-DATE TO NE-USED-DATE
065600         PERFORM 2800-ADD-ENTITLEMENT
065700         PERFORM 2900-RECORD-USE.
065800******************************************************************
065900***  FINDS NEW-ENTITLEMENT IN THE TABLE, ADDING IT WHEN NEW;   ***
066000***  EN-FOUND IS ITS ENTRY (ZERO WHEN THE TABLE IS FULL)       ***
066100******************************************************************
066200 2800-ADD-ENTITLEMENT.
066300     MOVE 0 TO EN-FOUND.
066400     MOVE 1 TO EN-I.
066500     PERFORM 2850-SCAN-ENTITLEMENT
066600       UNTIL EN-I > ENT-TBL-CNT OR EN-FOUND > 0.
066700     IF EN-FOUND = 0
066800       IF ENT-TBL-CNT < ENT-TBL-MAX
066900         ADD 1 TO ENT-TBL-CNT
067000         MOVE NEW-ENTITLEMENT TO EN-SORT-KEY (ENT-TBL-CNT)
067100         MOVE ZEROS TO EN-GRANT-DATE (ENT-TBL-CNT),
067200             EN-LAST-USED (ENT-TBL-CNT),
067300             EN-USE-CNT (ENT-TBL-CNT),
067400             EN-CARD-IX (ENT-TBL-CNT)
067500         MOVE 'N' TO EN-UNUSED (ENT-TBL-CNT),
067600             EN-SOD (ENT-TBL-CNT)
067700         MOVE SPACE  TO EN-SIGNOFF (ENT-TBL-CNT)
067800         MOVE SPACES TO EN-MANAGER (ENT-TBL-CNT)
067900         MOVE ENT-TBL-CNT TO EN-FOUND
068000       ELSE
068100         DISPLAY 'BDMS0268 ENTITLEMENT TABLE FULL - '
068200                 NEW-ENTITLEMENT ' DROPPED'.
068300 2850-SCAN-ENTITLEMENT.
068400     IF EN-SORT-KEY (EN-I) = NEW-ENTITLEMENT
068500       MOVE EN-I TO EN-FOUND.
068600     ADD 1 TO EN-I.
068700 2900-RECORD-USE.
068800     IF EN-FOUND > 0
068900       ADD 1 TO EN-USE-CNT (EN-FOUND)
069000       IF NE-USED-DATE NUMERIC AND
069100          NE-USED-DATE > EN-LAST-USED (EN-FOUND)
069200         MOVE NE-USED-DATE TO EN-LAST-USED (EN-FOUND).
069300******************************************************************
069400***  POSTING USE: EVERY SUBMITTED TRANSACTION COUNTS AGAINST   ***
069500***  EACH OF ITS USER'S AUTH CARDS THAT COVERS IT              ***
069600******************************************************************
069700 3000-POSTING-ACTIVITY.
069800     OPEN INPUT TRANS-IN-FILE.
069900     IF TRIN-STATUS NOT = '00'
070000       DISPLAY 'BDMS0268 NO SUBMITTED DECKS (ST=' TRIN-STATUS
070100               ') - POSTING RIGHTS SHOW NO USE'
070200       GO TO 3090-EXIT.
070300     PERFORM 3100-ONE-TRANSACTION UNTIL TRIN-EOF.
070400     CLOSE TRANS-IN-FILE.
070500 3090-EXIT.
070600     EXIT.
070700 3100-ONE-TRANSACTION.
070800     READ TRANS-IN-FILE, AT END
070900       MOVE 1 TO TRIN-EOF-SW.
071000     IF NOT TRIN-EOF AND T-ORIGIN-USER NOT = SPACES
071100       ADD 1 TO TRIN-READ
071200       MOVE T-DATE TO DATE-IN-MMDDYY
071300       PERFORM 3150-WINDOW-DATE
071400       MOVE 1 TO EN-I
071500       PERFORM 3180-MATCH-POST-RIGHT
071600         UNTIL EN-I > ENT-TBL-CNT.
071700 3150-WINDOW-DATE.
071800     MOVE 0 TO NE-USED-DATE.
071900     IF DI-YY NUMERIC AND DI-MM NUMERIC AND DI-DD NUMERIC
072000       MOVE DI-YY TO CW-YY
072100       IF CW-YY < 50
072200         COMPUTE DC-CCYY = 2000 + CW-YY
072300       ELSE
072400         COMPUTE DC-CCYY = 1900 + CW-YY
072500       END-IF
072600       MOVE DI-MM TO DC-MM
072700       MOVE DI-DD TO DC-DD
072800       MOVE DATE-CCYYMMDD-N TO NE-USED-DATE.
072900 3180-MATCH-POST-RIGHT.
073000     IF EN-USER (EN-I) = T-ORIGIN-USER AND
073100        EN-SYSTEM (EN-I) = 'POST' AND
073200        (EN-OBJECT (EN-I) = T-CLIENT OR
073300         EN-OBJECT (EN-I) = '***') AND
073400        (EN-ACTION (EN-I) = T-TC OR EN-ACTION (EN-I) = '**')
073500       MOVE EN-I TO EN-FOUND
073600       PERFORM 2900-RECORD-USE.
073700     ADD 1 TO EN-I.
073800******************************************************************
073900***  ONLINE USE: EACH ACCESS LOG ENTRY OF AN OPERATOR UNDER A  ***
074000***  TRANSACTION COUNTS AGAINST THAT PROFILE                   ***
074100******************************************************************
074200 3200-ONLINE-ACTIVITY.
074300     OPEN INPUT ACC-FILE.
074400     IF ACC-STATUS NOT = '00'
074500       DISPLAY 'BDMS0268 NO ACCESS LOG (ST=' ACC-STATUS
074600               ') - ONLINE PROFILES SHOW NO USE'
074700       GO TO 3290-EXIT.
074800     PERFORM 3300-ONE-ACCESS UNTIL ACC-EOF.
074900     CLOSE ACC-FILE.
075000 3290-EXIT.
075100     EXIT.
075200 3300-ONE-ACCESS.
075300     READ ACC-FILE, AT END
075400       MOVE 1 TO ACC-EOF-SW.
075500     IF NOT ACC-EOF AND AC-OPERATOR NOT = SPACES
075600       ADD 1 TO ACC-READ
075700       MOVE AC-OPERATOR TO NE-USER
075800       MOVE 'ONLN'      TO NE-SYSTEM
075900       MOVE AC-JOB      TO NE-OBJECT
076000       IF AC-MAINTENANCE
076100         MOVE 'UP' TO NE-ACTION
076200       ELSE
076300         MOVE 'BR' TO NE-ACTION
076400       END-IF
076500       MOVE AC-STAMP-DATE TO NE-USED-DATE
076600       MOVE 0 TO EN-FOUND
076700       MOVE 1 TO EN-I
076800       PERFORM 2850-SCAN-ENTITLEMENT
076900         UNTIL EN-I > ENT-TBL-CNT OR EN-FOUND > 0
077000       PERFORM 2900-RECORD-USE.
077100******************************************************************
077200***  SELECTION SORT ON USER / SYSTEM / OBJECT / ACTION, AS     ***
077300***  BDMS0204 SORTS ITS TABLE; THE AUTH CARDS STAY IN FILE     ***
077400***  ORDER AND EACH ENTRY KEEPS ITS CARD INDEX                 ***
077500******************************************************************
077600 3400-SORT-ENTITLEMENTS.
077700     MOVE 1 TO EN-I.
077800     PERFORM 3500-SORT-PASS
077900       UNTIL EN-I NOT < ENT-TBL-CNT.
078000 3500-SORT-PASS.
078100     MOVE EN-I TO LOW-ENTRY-IX.
078200     COMPUTE EN-J = EN-I + 1.
078300     PERFORM 3550-FIND-LOW
078400       UNTIL EN-J > ENT-TBL-CNT.
078500     IF LOW-ENTRY-IX NOT = EN-I
078600       MOVE ENT-ENTRY (EN-I)         TO SWAP-ENTRY
078700       MOVE ENT-ENTRY (LOW-ENTRY-IX) TO ENT-ENTRY (EN-I)
078800       MOVE SWAP-ENTRY TO ENT-ENTRY (LOW-ENTRY-IX).
078900     ADD 1 TO EN-I.
079000 3550-FIND-LOW.
079100     IF EN-SORT-KEY (EN-J) < EN-SORT-KEY (LOW-ENTRY-IX)
079200       MOVE EN-J TO LOW-ENTRY-IX.
079300     ADD 1 TO EN-J.
079400*    NEITHER USED NOR GRANTED SINCE THE CUTOFF
079500 3600-FLAG-UNUSED.
079600     MOVE 1 TO EN-I.
079700     PERFORM 3650-FLAG-ONE UNTIL EN-I > ENT-TBL-CNT.
079800 3650-FLAG-ONE.
079900     IF EN-LAST-USED (EN-I) < CUTOFF-DATE-9 AND
080000        EN-GRANT-DATE (EN-I) < CUTOFF-DATE-9
080100       MOVE 'Y' TO EN-UNUSED (EN-I)
080200       ADD 1 TO UNUSED-CNT.
080300     ADD 1 TO EN-I.
080400******************************************************************
080500***  EACH USER'S ENTITLEMENTS (ONE RUN OF THE SORTED TABLE)    ***
080600***  AGAINST EVERY RULE: A USER HOLDING AN ENTITLEMENT ON      ***
080700***  EACH SIDE OF A RULE IS IN CONFLICT                        ***
080800******************************************************************
080900 4000-CHECK-SOD-RULES.
081000     MOVE 1 TO USER-FIRST-IX.
081100     PERFORM 4100-CHECK-ONE-USER
081200       UNTIL USER-FIRST-IX > ENT-TBL-CNT.
081300 4100-CHECK-ONE-USER.
081400     ADD 1 TO USERS-REVIEWED.
081500     MOVE USER-FIRST-IX TO USER-LAST-IX.
081600     PERFORM 4150-FIND-USER-END
081700       UNTIL USER-LAST-IX NOT < ENT-TBL-CNT
081800          OR EN-USER (USER-LAST-IX + 1) NOT =
081900             EN-USER (USER-FIRST-IX).
082000     MOVE 1 TO RU-I.
082100     PERFORM 4200-CHECK-ONE-RULE UNTIL RU-I > RULE-TBL-CNT.
082200     COMPUTE USER-FIRST-IX = USER-LAST-IX + 1.
082300 4150-FIND-USER-END.
082400     ADD 1 TO USER-LAST-IX.
082500 4200-CHECK-ONE-RULE.
082600     MOVE RU-A-SYSTEM (RU-I) TO MATCH-SYSTEM.
082700     MOVE RU-A-OBJECT (RU-I) TO MATCH-OBJECT.
082800     MOVE RU-A-ACTION (RU-I) TO MATCH-ACTION.
082900     PERFORM 4300-FIND-SIDE.
083000     MOVE EN-FOUND TO SIDE-A-IX.
083100     IF SIDE-A-IX > 0
083200       MOVE RU-B-SYSTEM (RU-I) TO MATCH-SYSTEM
083300       MOVE RU-B-OBJECT (RU-I) TO MATCH-OBJECT
083400       MOVE RU-B-ACTION (RU-I) TO MATCH-ACTION
083500       PERFORM 4300-FIND-SIDE
083600       MOVE EN-FOUND TO SIDE-B-IX
083700       IF SIDE-B-IX > 0
083800         PERFORM 4500-RECORD-CONFLICT.
083900     ADD 1 TO RU-I.
084000*    FIRST OF THE USER'S ENTITLEMENTS MATCHING THE RULE SIDE
084100 4300-FIND-SIDE.
084200     MOVE 0 TO EN-FOUND.
084300     MOVE USER-FIRST-IX TO EN-I.
084400     PERFORM 4350-TEST-ENTITLEMENT
084500       UNTIL EN-I > USER-LAST-IX OR EN-FOUND > 0.
084600 4350-TEST-ENTITLEMENT.
084700     MOVE 'Y' TO MATCH-SW.
084800     IF MATCH-SYSTEM NOT = '****' AND
084900        MATCH-SYSTEM NOT = EN-SYSTEM (EN-I)
085000       MOVE 'N' TO MATCH-SW.
085100     IF MATCH-OBJECT NOT = '****' AND
085200        MATCH-OBJECT NOT = EN-OBJECT (EN-I) AND
085300        EN-OBJECT (EN-I) NOT = '***'
085400       MOVE 'N' TO MATCH-SW.
085500     IF MATCH-ACTION NOT = '**' AND
085600        MATCH-ACTION NOT = EN-ACTION (EN-I) AND
085700        EN-ACTION (EN-I) NOT = '**'
085800       MOVE 'N' TO MATCH-SW.
085900     IF ENTITLEMENT-MATCHES
086000       MOVE EN-I TO EN-FOUND.
086100     ADD 1 TO EN-I.
086200 4500-RECORD-CONFLICT.
086300     MOVE 'Y' TO EN-SOD (SIDE-A-IX), EN-SOD (SIDE-B-IX).
086400     IF CONFLICT-TBL-CNT < CONFLICT-TBL-MAX
086500       ADD 1 TO CONFLICT-TBL-CNT
086600       MOVE RU-I      TO CF-RULE-IX (CONFLICT-TBL-CNT)
086700       MOVE SIDE-A-IX TO CF-A-IX (CONFLICT-TBL-CNT)
086800       MOVE SIDE-B-IX TO CF-B-IX (CONFLICT-TBL-CNT)
086900     ELSE
087000       DISPLAY 'BDMS0268 CONFLICT TABLE FULL - RULE '
087100               RU-RULE-ID (RU-I) ' FOR ' EN-USER (SIDE-A-IX)
087200               ' NOT LISTED'.
087300******************************************************************
087400***  THE MANAGERS' SIGN-OFF CARDS: EACH NAMES ONE ENTITLEMENT  ***
087500***  EXACTLY AS THE REPORT SHOWS IT.  A CARD FOR ACCESS NOT ON ***
087600***  FILE, OR SIGNED BY THE USER THEMSELVES, IS REFUSED        ***
087700******************************************************************
087800 5000-APPLY-SIGNOFFS.
087900     OPEN INPUT SIGNOFF-FILE.
088000     IF SIGNOFF-STATUS NOT = '00'
088100       GO TO 5090-EXIT.
088200     PERFORM 5100-ONE-SIGNOFF UNTIL SIGNOFF-EOF.
088300     CLOSE SIGNOFF-FILE.
088400 5090-EXIT.
088500     EXIT.
088600 5100-ONE-SIGNOFF.
088700     READ SIGNOFF-FILE, AT END
088800       MOVE 1 TO SIGNOFF-EOF-SW.
088900     IF SIGNOFF-EOF OR SO-COL1 = '*' OR SIGNOFF-CARD = SPACES
089000       CONTINUE
089100     ELSE
089200       ADD 1 TO SIGNOFF-READ
089300       MOVE SPACES TO REFUSE-TEXT
089400       MOVE SO-USER   TO NE-USER
089500       MOVE SO-SYSTEM TO NE-SYSTEM
089600       MOVE SO-OBJECT TO NE-OBJECT
089700       MOVE SO-ACTION TO NE-ACTION
089800       MOVE 0 TO EN-FOUND
089900       MOVE 1 TO EN-I
090000       PERFORM 2850-SCAN-ENTITLEMENT
090100         UNTIL EN-I > ENT-TBL-CNT OR EN-FOUND > 0
090200       IF EN-FOUND = 0
090300         MOVE 'REFUSED - NO SUCH ACCESS ON FILE' TO REFUSE-TEXT
090400       ELSE
090500       IF SO-MANAGER = SPACES OR SO-MANAGER = SO-USER
090600         MOVE 'REFUSED - NEEDS A MANAGER OTHER THAN THE USER'
090700           TO REFUSE-TEXT
090800       ELSE
090900       IF NOT SO-REMOVE AND NOT SO-KEEP
091000         MOVE 'REFUSED - DECISION MUST BE R OR K' TO REFUSE-TEXT
091100       END-IF
091200       END-IF
091300       END-IF
091400       PERFORM 5200-SIGNOFF-RESULT.
091500 5200-SIGNOFF-RESULT.
091600     MOVE SIGNOFF-CARD TO RG-CARD.
091700     MOVE SPACES TO RG-RESULT.
091800     IF REFUSE-TEXT NOT = SPACES
091900       MOVE REFUSE-TEXT TO RG-RESULT
092000       ADD 1 TO SIGNOFF-REFUSED
092100     ELSE
092200       MOVE SO-DECISION TO EN-SIGNOFF (EN-FOUND)
092300       MOVE SO-MANAGER  TO EN-MANAGER (EN-FOUND)
092400       IF SO-KEEP
092500         ADD 1 TO KEEPS-SIGNED
092600         MOVE 'RECERTIFIED' TO RG-RESULT
092700       ELSE
092800         ADD 1 TO REMOVALS-SIGNED
092900         PERFORM 5300-REMOVAL-TARGET.
093000     IF SIGN-TBL-CNT < SIGN-TBL-MAX
093100       ADD 1 TO SIGN-TBL-CNT
093200       MOVE RC-SIGN-LINE TO SG-LINE (SIGN-TBL-CNT).
093300 5300-REMOVAL-TARGET.
093400     IF EN-SYSTEM (EN-FOUND) = 'POST'
093500       MOVE 'REMOVE - CARD DROPPED FROM AUTHOUT' TO RG-RESULT
093600       IF EN-CARD-IX (EN-FOUND) > 0
093700         MOVE 'Y' TO AC-CARD-REMOVED (EN-CARD-IX (EN-FOUND))
093800       END-IF
093900     ELSE
094000     IF EN-SYSTEM (EN-FOUND) = 'ONLN'
094100       MOVE 'REMOVE - OPERPROF CARD WRITTEN TO PROFCARD'
094200         TO RG-RESULT
094300     ELSE
094400       MOVE 'REMOVE - GATE ROLE IS ON NO FILE: SHIFT LEAD TO ACT'
094500         TO RG-RESULT.
094600******************************************************************
094700***  ONE BLOCK PER USER, THEN THE CONFLICTS AND THE TOTALS     ***
094800******************************************************************
094900 6000-PRINT-REVIEW.
095000     MOVE RC-HDR1-LINE TO PRT.
095100     WRITE PRINT.
095200     MOVE REPORT-DATE   TO RD-REPORT-DATE.
095300     MOVE CUTOFF-DATE-9 TO RD-CUTOFF.
095400     MOVE UNUSED-DAYS   TO RD-DAYS.
095500     MOVE RC-DATE-LINE TO PRT.
095600     WRITE PRINT.
095700     MOVE BLANK-LINE TO PRT.
095800     WRITE PRINT.
095900     MOVE RC-HDR2-LINE TO PRT.
096000     WRITE PRINT.
096100     MOVE 1 TO EN-I.
096200     PERFORM 6100-PRINT-ONE-ENTITLEMENT
096300       UNTIL EN-I > ENT-TBL-CNT.
096400     IF CONFLICT-TBL-CNT > 0
096500       MOVE BLANK-LINE TO PRT
096600       WRITE PRINT
096700       MOVE RC-SOD-HDR-LINE TO PRT
096800       WRITE PRINT
096900       MOVE 1 TO CF-I
097000       PERFORM 6300-PRINT-ONE-CONFLICT
097100         UNTIL CF-I > CONFLICT-TBL-CNT.
097200     IF SIGN-TBL-CNT > 0
097300       MOVE BLANK-LINE TO PRT
097400       WRITE PRINT
097500       MOVE RC-SIGN-HDR-LINE TO PRT
097600       WRITE PRINT
097700       MOVE 1 TO SG-I
097800       PERFORM 6400-PRINT-ONE-SIGNOFF
097900         UNTIL SG-I > SIGN-TBL-CNT.
098000 6100-PRINT-ONE-ENTITLEMENT.
098100     IF EN-I = 1 OR EN-USER (EN-I) NOT = EN-USER (EN-I - 1)
098200       MOVE BLANK-LINE TO PRT
098300       WRITE PRINT
098400       MOVE EN-USER (EN-I) TO RU-USER
098500       MOVE RC-USER-LINE TO PRT
098600       WRITE PRINT.
098700     IF EN-SYSTEM (EN-I) = 'POST'
098800       MOVE 'POST' TO RE-SYSTEM
098900     ELSE
099000     IF EN-SYSTEM (EN-I) = 'ONLN'
099100       MOVE 'ONLINE' TO RE-SYSTEM
099200     ELSE
099300       MOVE 'GATE' TO RE-SYSTEM.
099400     MOVE EN-I TO EN-J.
099500     PERFORM 6200-DESCRIBE.
099600     MOVE ENT-DESC TO RE-DESC.
099700     IF EN-LAST-USED (EN-I) = 0
099800       MOVE 'NEVER'  TO RE-LAST-USED
099900     ELSE
100000       MOVE EN-LAST-USED (EN-I) TO RE-LAST-USED.
100100     MOVE EN-USE-CNT (EN-I) TO RE-USES.
100200     IF EN-GRANT-DATE (EN-I) = 0
100300       MOVE SPACES TO RE-GRANTED
100400     ELSE
100500       MOVE EN-GRANT-DATE (EN-I) TO RE-GRANTED.
100600     MOVE SPACES TO RE-REVIEW.
100700     IF EN-SIGNOFF (EN-I) = 'R'
100800       STRING 'REMOVED BY ' EN-MANAGER (EN-I) DELIMITED BY SIZE
100900              INTO RE-REVIEW
101000     ELSE
101100     IF EN-SIGNOFF (EN-I) = 'K'
101200       STRING 'KEPT BY ' EN-MANAGER (EN-I) DELIMITED BY SIZE
101300              INTO RE-REVIEW
101400     ELSE
101500     IF EN-UNUSED (EN-I) = 'Y' AND EN-SOD (EN-I) = 'Y'
101600       MOVE 'UNUSED - SOD CONFLICT' TO RE-REVIEW
101700     ELSE
101800     IF EN-UNUSED (EN-I) = 'Y'
101900       MOVE 'UNUSED' TO RE-REVIEW
102000     ELSE
102100     IF EN-SOD (EN-I) = 'Y'
102200       MOVE 'SOD CONFLICT' TO RE-REVIEW.
102300     MOVE RC-ENT-LINE TO PRT.
102400     WRITE PRINT.
102500     ADD 1 TO EN-I.
102600*    THE READABLE FORM OF ENTRY EN-J
102700 6200-DESCRIBE.
102800     MOVE SPACES TO ENT-DESC.
102900     IF EN-SYSTEM (EN-J) = 'POST'
103000       STRING 'CLIENT ' EN-OBJECT (EN-J) (1:3) ' TC '
103100              EN-ACTION (EN-J) DELIMITED BY SIZE INTO ENT-DESC
103200     ELSE
103300     IF EN-SYSTEM (EN-J) = 'ONLN' AND EN-ACTION (EN-J) = 'UP'
103400       STRING 'TRAN ' EN-OBJECT (EN-J) ' UPDATE'
103500              DELIMITED BY SIZE INTO ENT-DESC
103600     ELSE
103700     IF EN-SYSTEM (EN-J) = 'ONLN'
103800       STRING 'TRAN ' EN-OBJECT (EN-J) ' BROWSE'
103900              DELIMITED BY SIZE INTO ENT-DESC
104000     ELSE
104100     IF EN-ACTION (EN-J) = 'ST'
104200       STRING 'STAGE DECK TYPE ' EN-OBJECT (EN-J) (1:1)
104300              DELIMITED BY SIZE INTO ENT-DESC
104400     ELSE
104500       STRING 'APPROVE DECK TYPE ' EN-OBJECT (EN-J) (1:1)
104600              DELIMITED BY SIZE INTO ENT-DESC.
104700 6300-PRINT-ONE-CONFLICT.
104800     MOVE CF-RULE-IX (CF-I) TO RU-I.
104900     MOVE CF-A-IX (CF-I) TO EN-J.
105000     MOVE EN-USER (EN-J) TO RS-USER.
105100     PERFORM 6200-DESCRIBE.
105200     MOVE ENT-DESC TO RS-DESC-A.
105300     MOVE CF-B-IX (CF-I) TO EN-J.
105400     PERFORM 6200-DESCRIBE.
105500     MOVE ENT-DESC TO RS-DESC-B.
105600     MOVE RU-RULE-ID (RU-I) TO RS-RULE-ID.
105700     MOVE RU-TEXT (RU-I)    TO RS-TEXT.
105800     MOVE RC-SOD-LINE TO PRT.
105900     WRITE PRINT.
106000     ADD 1 TO CF-I.
106100 6400-PRINT-ONE-SIGNOFF.
106200     MOVE SG-LINE (SG-I) TO PRT.
106300     WRITE PRINT.
106400     ADD 1 TO SG-I.
106500******************************************************************
106600***  AUTHOUT: THE AUTH DECK LESS ITS REMOVED CARDS.  PROFCARD: ***
106700***  ONE OPERPROF CARD PER PROFILE LOSING ACCESS - A DELETE    ***
106800***  WHEN BROWSE GOES (UPDATE GOES WITH IT), ELSE A CHANGE     ***
106900***  TAKING UPDATE AWAY                                        ***
107000******************************************************************
107100 7000-WRITE-CHANGE-CARDS.
107200     MOVE 1 TO CD-I.
107300     PERFORM 7100-WRITE-AUTH-CARD UNTIL CD-I > CARD-TBL-CNT.
107400     MOVE 1 TO EN-I.
107500     PERFORM 7200-PROFILE-CARD UNTIL EN-I > ENT-TBL-CNT.
107600 7100-WRITE-AUTH-CARD.
107700     IF AC-CARD-REMOVED (CD-I) NOT = 'Y'
107800       MOVE AC-CARD-IMAGE (CD-I) TO AUTH-OUT-RECORD
107900       WRITE AUTH-OUT-RECORD
108000       ADD 1 TO AUTH-CARDS-OUT.
108100     ADD 1 TO CD-I.
108200 7200-PROFILE-CARD.
108300     IF EN-SYSTEM (EN-I) = 'ONLN' AND EN-SIGNOFF (EN-I) = 'R'
108400       MOVE SPACES TO PROF-CARD
108500       MOVE EN-USER (EN-I)   TO PC-OPERATOR
108600       MOVE EN-OBJECT (EN-I) TO PC-TRANID
108700       IF EN-ACTION (EN-I) = 'BR'
108800         MOVE 'D' TO PC-ACTION
108900         WRITE PROF-CARD
109000         ADD 1 TO PROF-CARDS-OUT
109100       ELSE
109200         PERFORM 7300-UPDATE-ONLY-CARD.
109300     ADD 1 TO EN-I.
109400*    SORTED ORDER PUTS A PROFILE'S BR ENTRY JUST BEFORE ITS UP
109500 7300-UPDATE-ONLY-CARD.
109600     IF EN-I > 1 AND
109700        EN-USER (EN-I - 1)    = EN-USER (EN-I) AND
109800        EN-SYSTEM (EN-I - 1)  = 'ONLN' AND
109900        EN-OBJECT (EN-I - 1)  = EN-OBJECT (EN-I) AND
110000        EN-ACTION (EN-I - 1)  = 'BR' AND
110100        EN-SIGNOFF (EN-I - 1) = 'R'
110200       CONTINUE
110300     ELSE
110400       MOVE 'C' TO PC-ACTION
110500       MOVE 'Y' TO PC-BROWSE
110600       MOVE 'N' TO PC-UPDATE
110700       WRITE PROF-CARD
110800       ADD 1 TO PROF-CARDS-OUT.
110900******************************************************************
111000***  TOTALS, FILES CLOSED, RETURN CODE                         ***
111100******************************************************************
111200 9000-EOJ.
111300     MOVE BLANK-LINE TO PRT.
111400     WRITE PRINT.
111500     MOVE 'USERS REVIEWED' TO RM-LABEL.
111600     MOVE USERS-REVIEWED TO RM-COUNT.
111700     PERFORM 9100-WRITE-SUM-LINE.
111800     MOVE 'ENTITLEMENTS REVIEWED' TO RM-LABEL.
111900     MOVE ENT-TBL-CNT TO RM-COUNT.
112000     PERFORM 9100-WRITE-SUM-LINE.
112100     MOVE 'UNUSED ENTITLEMENTS' TO RM-LABEL.
112200     MOVE UNUSED-CNT TO RM-COUNT.
112300     PERFORM 9100-WRITE-SUM-LINE.
112400     MOVE 'SOD CONFLICTS' TO RM-LABEL.
112500     MOVE CONFLICT-TBL-CNT TO RM-COUNT.
112600     PERFORM 9100-WRITE-SUM-LINE.
112700     MOVE 'SIGN-OFF CARDS READ' TO RM-LABEL.
112800     MOVE SIGNOFF-READ TO RM-COUNT.
112900     PERFORM 9100-WRITE-SUM-LINE.
113000     MOVE 'REMOVALS SIGNED' TO RM-LABEL.
113100     MOVE REMOVALS-SIGNED TO RM-COUNT.
113200     PERFORM 9100-WRITE-SUM-LINE.
113300     MOVE 'RECERTIFICATIONS SIGNED' TO RM-LABEL.
113400     MOVE KEEPS-SIGNED TO RM-COUNT.
113500     PERFORM 9100-WRITE-SUM-LINE.
113600     MOVE 'SIGN-OFF CARDS REFUSED' TO RM-LABEL.
113700     MOVE SIGNOFF-REFUSED TO RM-COUNT.
113800     PERFORM 9100-WRITE-SUM-LINE.
113900     MOVE 'AUTHOUT CARDS WRITTEN' TO RM-LABEL.
114000     MOVE AUTH-CARDS-OUT TO RM-COUNT.
114100     PERFORM 9100-WRITE-SUM-LINE.
114200     MOVE 'PROFCARD CARDS WRITTEN' TO RM-LABEL.
114300     MOVE PROF-CARDS-OUT TO RM-COUNT.
114400     PERFORM 9100-WRITE-SUM-LINE.
114500     CLOSE PRNTR, AUTH-OUT-FILE, PROF-CARD-FILE.
114600     DISPLAY 'BDMS0268 TRANSACTIONS READ........' TRIN-READ.
114700     DISPLAY 'BDMS0268 ACCESS LOG ENTRIES READ..' ACC-READ.
114800     DISPLAY 'BDMS0268 ENTITLEMENTS.............' ENT-TBL-CNT.
114900     DISPLAY 'BDMS0268 UNUSED...................' UNUSED-CNT.
115000     DISPLAY 'BDMS0268 SOD CONFLICTS............'
115100             CONFLICT-TBL-CNT.
115200     DISPLAY 'BDMS0268 SIGN-OFF CARDS REFUSED...'
115300             SIGNOFF-REFUSED.
115400     IF SIGNOFF-REFUSED > 0
115500       MOVE 8 TO RETURN-CODE
115600     ELSE
115700     IF UNUSED-CNT > 0 OR CONFLICT-TBL-CNT > 0
115800       MOVE 4 TO RETURN-CODE.
115900     DISPLAY 'BDMS0268 END PROCESSING'.
116000 9100-WRITE-SUM-LINE.
116100     MOVE RC-SUM-LINE TO PRT.
116200     WRITE PRINT.
