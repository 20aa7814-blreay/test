000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0263.
000300******************************************************************
000400***  BDMS0263 - REPORT DISTRIBUTION.  CUTS THE NIGHT'S CLIENT- ***
000500***  FACING PRINT FILES INTO ONE FILE PER RECIPIENT, BY THE    ***
000600***  DISTRIBUTION LIST DECK, INSTEAD OF SPLITTING BY HAND.     ***
000700***  THE FUNCTION ENVIRONMENT VALUE SELECTS THE PASS:          ***
000800***    BURST - (DEFAULT) THE REPORTS BURST ARE:                ***
000900***              STMT  - BDMS0234 ACTIVITY STATEMENTS          ***
001000***                      (UT-S-STMTRPT), ONE SECTION PER       ***
001100***                      CLIENT                                ***
001200***              CLOSE - BDMS0232 CLOSING STATEMENTS           ***
001300***                      (UT-S-CLOSERPT), ONE SECTION PER      ***
001400***                      CLIENT; MONTH-END ONLY                ***
001500***              CERT  - BDMS0243 BALANCING CERTIFICATE        ***
001600***                      (UT-S-CERTRPT), WHOLE REPORT ONLY     ***
001700***            A REPORT NOT PRODUCED TONIGHT IS PASSED OVER.   ***
001800***            EACH DISTRIBUTION CARD (UT-S-DISTLIST, '*' IN   ***
001900***            COLUMN 1 IS A COMMENT) SENDS A REPORT, OR ONE   ***
002000***            CLIENT'S SECTION OF IT, TO A RECIPIENT IN A     ***
002100***            FORM:                                           ***
002200***               1-5   REPORT (STMT, CLOSE, CERT)             ***
002300***               7-9   CLIENT, OR *** FOR THE WHOLE REPORT    ***
002400***              11-18  RECIPIENT                              ***
002500***              20     FORM - P PRINT, F FILE DROP,           ***
002600***                     X OUTBOUND TRANSMISSION                ***
002700***              22-61  THE RECIPIENT'S FILE                   ***
002800***              63-78  TRANSMISSION DESTINATION (FORM X; MAY  ***
002900***                     BE LEFT TO THE CLIENT MASTER FOR A     ***
003000***                     CLIENT'S OWN SECTION)                  ***
003100***            CARDS NAMING THE SAME FILE GATHER THEIR SECTIONS***
003200***            INTO IT IN CARD ORDER, AND MUST AGREE ON THE    ***
003300***            RECIPIENT AND THE FORM.  A BAD CARD REFUSES     ***
003400***            THE RUN (RC 16).                                ***
003500***            EVERY FILE DROP AND TRANSMISSION IS LISTED ON   ***
003600***            UT-S-XMITLIST FOR THE XMITTRACK REGLIST STEP    ***
003700***            THAT FOLLOWS, UNDER THE FILEID RECIPIENT +      ***
003800***            REPORT + CLIENT, WITH THE DEADLINE ENVIRONMENT  ***
003900***            VALUE (CCYYMMDD, DEFAULT TODAY).  EVERY FILE    ***
004000***            CUT IS APPENDED TO THE DISTRIBUTION LOG         ***
004100***            (UT-S-DISTLOG) WITH THE RUN IDENTIFIER.  A      ***
004200***            CLIENT SECTION NO CARD SENDS ANYWHERE, OR A     ***
004300***            CARD WHOSE CLIENT HAS NO SECTION, LEAVES RC 4.  ***
004400***    LOG   - LISTS THE DISTRIBUTION LOG ON UT-S-DISTRPT -    ***
004500***            WHO RECEIVED WHAT AND WHEN - NARROWED BY THE    ***
004600***            OPTIONAL RECIP, CLIENT, FROMDATE AND TODATE     ***
004700***            ENVIRONMENT VALUES.                             ***
004710***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
004720***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT OPTIONAL DIST-CARD-FILE ASSIGN TO UT-S-DISTLIST
005300        ORGANIZATION LINE SEQUENTIAL.
005400     SELECT OPTIONAL STMT-RPT-FILE  ASSIGN TO UT-S-STMTRPT
005500        ORGANIZATION LINE SEQUENTIAL.
005600     SELECT OPTIONAL CLOSE-RPT-FILE ASSIGN TO UT-S-CLOSERPT
005700        ORGANIZATION LINE SEQUENTIAL.
005800     SELECT OPTIONAL CERT-RPT-FILE  ASSIGN TO UT-S-CERTRPT
005900        ORGANIZATION LINE SEQUENTIAL.
006000*    THE RECIPIENT'S FILE, NAMED BY THE DISTRIBUTION CARD
006100     SELECT BURST-FILE      ASSIGN TO DYNAMIC BURST-NAME
006200        ORGANIZATION LINE SEQUENTIAL
006300        FILE STATUS IS BURST-STATUS.
006400     SELECT XMIT-LIST-FILE  ASSIGN TO UT-S-XMITLIST
006500        ORGANIZATION LINE SEQUENTIAL.
006600     SELECT OPTIONAL DIST-LOG-FILE ASSIGN TO UT-S-DISTLOG
006700        ORGANIZATION LINE SEQUENTIAL.
006800     SELECT PRNTR           ASSIGN TO UT-S-DISTRPT
006900        ORGANIZATION LINE SEQUENTIAL.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  DIST-CARD-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS DIST-CARD.
007700 01  DIST-CARD.
007800     03  CD-REPORT                 PIC X(5).
007900     03  FILLER                    PIC X.
008000     03  CD-CLIENT                 PIC X(3).
008100     03  FILLER                    PIC X.
008200     03  CD-RECIPIENT              PIC X(8).
008300     03  FILLER                    PIC X.
008400     03  CD-FORM                   PIC X.
008500     03  FILLER                    PIC X.
008600     03  CD-FILE-NAME              PIC X(40).
008700     03  FILLER                    PIC X.
008800     03  CD-DEST                   PIC X(16).
008900     03  FILLER                    PIC X(2).
009000 FD  STMT-RPT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     BLOCK CONTAINS 0 RECORDS
009400     DATA RECORD IS STMT-RPT-LINE.
009500 01  STMT-RPT-LINE                 PIC X(132).
009600 FD  CLOSE-RPT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD
009900     BLOCK CONTAINS 0 RECORDS
010000     DATA RECORD IS CLOSE-RPT-LINE.
010100 01  CLOSE-RPT-LINE                PIC X(132).
010200 FD  CERT-RPT-FILE
010300     RECORDING MODE IS F
010400     LABEL RECORDS ARE STANDARD
010500     BLOCK CONTAINS 0 RECORDS
010600     DATA RECORD IS CERT-RPT-LINE.
010700 01  CERT-RPT-LINE                 PIC X(132).
010800 FD  BURST-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD
011100     BLOCK CONTAINS 0 RECORDS
011200     DATA RECORD IS BURST-LINE.
011300 01  BURST-LINE                    PIC X(132).
011400*    ONE FILE FOR XMITTRACK TO REGISTER (ITS REGLIST LAYOUT)
011500 FD  XMIT-LIST-FILE
011600     RECORDING MODE IS F
011700     LABEL RECORDS ARE STANDARD
011800     BLOCK CONTAINS 0 RECORDS
011900     DATA RECORD IS XMIT-LIST-RECORD.
012000 01  XMIT-LIST-RECORD.
012100     03  XL-FILE-ID                PIC X(16).
012200     03  XL-DEST                   PIC X(16).
012300     03  XL-DEADLINE               PIC 9(8).
012400     03  XL-CLIENT                 PIC X(3).
012500     03  XL-FILE-NAME              PIC X(44).
012600     03  XL-FORM                   PIC X.
012700     03  FILLER                    PIC X(12).
012800*    ONE FILE CUT FOR ONE RECIPIENT, ONE ENTRY PER CARD
012900 FD  DIST-LOG-FILE
013000     RECORDING MODE IS F
013100     LABEL RECORDS ARE STANDARD
013200     BLOCK CONTAINS 0 RECORDS
013300     DATA RECORD IS DIST-LOG-RECORD.
013400 01  DIST-LOG-RECORD.
013500     03  DG-STAMP-DATE             PIC 9(8).
013600     03  DG-STAMP-TIME             PIC 9(8).
013700     03  DG-RUN-ID                 PIC X(28).
013800     03  DG-REPORT                 PIC X(5).
013900     03  DG-CLIENT                 PIC X(3).
014000     03  DG-RECIPIENT              PIC X(8).
014100     03  DG-FORM                   PIC X.
014200     03  DG-LINE-CNT               PIC 9(7).
014300     03  DG-FILE-ID                PIC X(16).
014400     03  DG-FILE-NAME              PIC X(40).
014500     03  FILLER                    PIC X(4).
014600 FD  PRNTR
014700     RECORDING MODE IS F
014800     LABEL RECORDS ARE STANDARD
014900     BLOCK CONTAINS 0 RECORDS
015000     DATA RECORD IS PRINT.
015100 01  PRINT.
015200     03  PRT                       PIC X(132).
015300
015400 WORKING-STORAGE SECTION.
015500 01  RUN-FUNCTION                PIC X(8)  VALUE SPACES.
015600     88  FUNC-BURST                 VALUE 'BURST', SPACES.
015700     88  FUNC-LOG                   VALUE 'LOG'.
015800 01  BURST-NAME                  PIC X(40) VALUE SPACES.
015900 01  BURST-STATUS                PIC XX.
016000 01  CARD-EOF-SW                 PIC 9 VALUE 0.
016100     88  CARD-EOF                   VALUE 1.
016200 01  RPT-EOF-SW                  PIC 9 VALUE 0.
016300     88  MORE-RPT-LINES             VALUE 0.
016400     88  RPT-EOF                    VALUE 1.
016500 01  DLOG-EOF-SW                 PIC 9 VALUE 0.
016600     88  DLOG-EOF                   VALUE 1.
016700 01  REFUSED-SW                  PIC 9 VALUE 0.
016800     88  RUN-REFUSED                VALUE 1.
016900 01  TODAY-DATE                  PIC 9(8).
017000 01  TODAY-TIME                  PIC 9(8).
017100 01  RUN-ID-ENV                  PIC X(28) VALUE SPACES.
017200 01  DEADLINE-X                  PIC X(8) VALUE SPACES.
017300 01  DEADLINE-9 REDEFINES DEADLINE-X PIC 9(8).
017400 01  SEL-RECIP                   PIC X(8) VALUE SPACES.
017500 01  SEL-CLIENT                  PIC X(3) VALUE SPACES.
017600 01  SEL-FROM-X                  PIC X(8) VALUE SPACES.
017700 01  SEL-FROM-9 REDEFINES SEL-FROM-X PIC 9(8).
017800 01  SEL-TO-X                    PIC X(8) VALUE SPACES.
017900 01  SEL-TO-9 REDEFINES SEL-TO-X PIC 9(8).
018000
018100 01  CARD-READ-CNT               PIC 9(5) COMP-5 VALUE 0.
018200 01  CARD-SKIP-CNT               PIC 9(5) COMP-5 VALUE 0.
018300 01  CARD-WARN-CNT               PIC 9(5) COMP-5 VALUE 0.
018400 01  FILE-CUT-CNT                PIC 9(5) COMP-5 VALUE 0.
018500 01  XMIT-LISTED-CNT             PIC 9(5) COMP-5 VALUE 0.
018600 01  UNDIST-CNT                  PIC 9(5) COMP-5 VALUE 0.
018700 01  LOG-READ-CNT                PIC 9(7) COMP-5 VALUE 0.
018800 01  LOG-LISTED-CNT              PIC 9(7) COMP-5 VALUE 0.
018900 01  CARD-LINE-CNT               PIC 9(7) VALUE 0.
019000
019100*    THE ONE REPORT LINE IN HAND, AND THE CLIENT SECTION IT IS IN
019200 01  RPT-LINE                    PIC X(132).
019300 01  HDR-CLIENT                  PIC X(3).
019400 01  CUR-CLIENT                  PIC X(3).
019500
019600******************************************************************
019700***  THE REPORTS: NAME, HOW A CLIENT SECTION'S HEADING READS   ***
019800***  AND WHERE ITS CLIENT CODE SITS                            ***
019900******************************************************************
020000 01  RX                          PIC 9(4) COMP-5 VALUE 0.
020100 01  RPT-TBL.
020200     03  FILLER  PIC X(5)  VALUE 'STMT'.
020300     03  FILLER  PIC X(31) VALUE
020310         'NIGHTLY ACTIVITY STATEMENT FOR '.
020400     03  FILLER  PIC 9(3)  VALUE 035.
020500     03  FILLER  PIC X(5)  VALUE 'CLOSE'.
020600     03  FILLER  PIC X(31) VALUE
020610         'CLOSING STATEMENT  -  CLIENT '.
020700     03  FILLER  PIC 9(3)  VALUE 031.
020800     03  FILLER  PIC X(5)  VALUE 'CERT'.
020900     03  FILLER  PIC X(31) VALUE SPACES.
021000     03  FILLER  PIC 9(3)  VALUE 000.
021100 01  FILLER REDEFINES RPT-TBL.
021200     03  RPT-DEF  OCCURS 3 TIMES.
021300       05  RP-NAME               PIC X(5).
021400       05  RP-HEADING            PIC X(31).
021500       05  RP-CLIENT-POS         PIC 9(3).
021600 01  RPT-STATE-TBL.
021700     03  RPT-STATE  OCCURS 3 TIMES.
021800       05  RP-LINE-CNT           PIC 9(7).
021900       05  RP-SECT-CNT           PIC 9(5).
022000       05  RP-WHOLE-SW           PIC 9.
022100 01  HEADING-LEN                 PIC 9(4) COMP-5 VALUE 0.
022200
022300******************************************************************
022400***  THE DISTRIBUTION CARDS                                    ***
022500******************************************************************
022600 01  CARD-TBL-MAX                PIC 9(4) COMP-5 VALUE 200.
022700 01  CARD-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
022800 01  DX                          PIC 9(4) COMP-5 VALUE 0.
022900 01  CARD-TABLE.
023000     03  CARD-ENTRY  OCCURS 200 TIMES.
023100       05  DC-REPORT-IX          PIC 9(4) COMP-5.
023200       05  DC-CLIENT             PIC X(3).
023300       05  DC-FILE-IX            PIC 9(4) COMP-5.
023400
023500******************************************************************
023600***  THE RECIPIENT FILES, ONE PER DISTINCT FILE NAME           ***
023700******************************************************************
023800 01  FILE-TBL-MAX                PIC 9(4) COMP-5 VALUE 200.
023900 01  FILE-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
024000 01  FX                          PIC 9(4) COMP-5 VALUE 0.
024100 01  FILE-TABLE.
024200     03  FILE-ENTRY  OCCURS 200 TIMES.
024300       05  FT-NAME               PIC X(40).
024400       05  FT-RECIPIENT          PIC X(8).
024500       05  FT-FORM               PIC X.
024600       05  FT-DEST               PIC X(16).
024700       05  FT-CLIENT             PIC X(3).
024800       05  FT-FILE-ID            PIC X(16).
024900       05  FT-OPENED-SW          PIC 9.
025000       05  FT-LINE-CNT           PIC 9(7).
025100
025200******************************************************************
025300***  THE CLIENT SECTIONS FOUND IN TONIGHT'S REPORTS            ***
025400******************************************************************
025500 01  SECT-TBL-MAX                PIC 9(4) COMP-5 VALUE 900.
025600 01  SECT-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
025700 01  SX                          PIC 9(4) COMP-5 VALUE 0.
025800 01  SECT-FOUND-IX               PIC 9(4) COMP-5 VALUE 0.
025900 01  SECT-TABLE.
026000     03  SECT-ENTRY  OCCURS 900 TIMES.
026100       05  ST-REPORT-IX          PIC 9(4) COMP-5.
026200       05  ST-CLIENT             PIC X(3).
026300       05  ST-DIST-SW            PIC 9.
026400
026500******************************************************************
026600***  DISTRIBUTION LOG LISTING LINES                            ***
026700******************************************************************
026800 01  LOG-HDR1-LINE.
026900     03  FILLER                  PIC X(38)  VALUE
027000         'BDMS0263 DISTRIBUTION LOG    RUN DATE '.
027100     03  LH-RUN-DATE             PIC 9(8).
027200     03  FILLER                  PIC X(86)  VALUE SPACES.
027300 01  LOG-HDR2-LINE.
027400     03  FILLER                  PIC X(40)  VALUE
027410         'DATE     TIME     REPORT CLT RECIPNT   '.
027500     03  FILLER                  PIC X(30)  VALUE
027510         'FORM   LINES  FILE ID'.
027600     03  FILLER                  PIC X(41)  VALUE 'FILE'.
027700     03  FILLER                  PIC X(21)  VALUE 'RUN ID'.
027900 01  LOG-DET-LINE.
028000     03  LD-DATE                 PIC 9(8).
028100     03  FILLER                  PIC X      VALUE SPACE.
028200     03  LD-TIME                 PIC 9(8).
028300     03  FILLER                  PIC X      VALUE SPACE.
028400     03  LD-REPORT               PIC X(5).
028500     03  FILLER                  PIC X(2)   VALUE SPACES.
028600     03  LD-CLIENT               PIC X(3).
028700     03  FILLER                  PIC X      VALUE SPACE.
028800     03  LD-RECIPIENT            PIC X(8).
028900     03  FILLER                  PIC X(2)   VALUE SPACES.
029000     03  LD-FORM                 PIC X(5).
029100     03  LD-LINE-CNT             PIC Z(6)9.
029200     03  FILLER                  PIC X(2)   VALUE SPACES.
029300     03  LD-FILE-ID              PIC X(16).
029400     03  FILLER                  PIC X      VALUE SPACE.
029500     03  LD-FILE-NAME            PIC X(40).
029600     03  FILLER                  PIC X      VALUE SPACE.
029700     03  LD-RUN-ID               PIC X(21).
029800 01  LOG-TOT-LINE.
029900     03  FILLER                  PIC X(24)  VALUE
030000         'DISTRIBUTIONS LISTED....'.
030100     03  LT-COUNT                PIC Z(6)9.
030200     03  FILLER                  PIC X(101) VALUE SPACES.
030210*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
030220 01  PRM-PARMS.
030230     05  PRM-FUNCTION              PIC X    VALUE 'G'.
030240     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
030250     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0263'.
030260     05  PRM-STEP                  PIC X(8) VALUE SPACES.
030270     05  PRM-NAME                  PIC X(30).
030280     05  PRM-VALUE                 PIC X(100).
030290     05  PRM-SOURCE                PIC X.
030300
030400 PROCEDURE DIVISION.
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
030700     IF NOT RUN-REFUSED
030800       IF FUNC-LOG
030900         PERFORM 6000-LOG-LISTING THRU 6090-EXIT
031000       ELSE
031100         PERFORM 2000-SCAN-REPORT THRU 2090-EXIT
031200           VARYING RX FROM 1 BY 1 UNTIL RX > 3 OR RUN-REFUSED
031300         IF NOT RUN-REFUSED
031400           PERFORM 3000-BURST-CARD THRU 3090-EXIT
031500             VARYING DX FROM 1 BY 1 UNTIL DX > CARD-TBL-CNT
031600           PERFORM 4000-LIST-FOR-XMIT
031700             VARYING FX FROM 1 BY 1 UNTIL FX > FILE-TBL-CNT
031800           PERFORM 5000-UNDISTRIBUTED.
031900     PERFORM 9000-EOJ.
031910     MOVE 'C' TO PRM-FUNCTION.
031920     CALL 'PARMSRV' USING PRM-PARMS.
032000     EXIT PROGRAM.
032100     STOP RUN.
032110******************************************************************
032120***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
032130***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
032140******************************************************************
032150 0900-GET-PARM.
032160     MOVE 'G' TO PRM-FUNCTION.
032170     CALL 'PARMSRV' USING PRM-PARMS.
032200******************************************************************
032300***  RESOLVES THE FUNCTION AND RUN VALUES AND, FOR A BURST,    ***
032400***  LOADS AND CHECKS THE DISTRIBUTION DECK                    ***
032500******************************************************************
032600 1000-INITIALIZE.
032700     DISPLAY 'BDMS0263 BEGIN PROCESSING'.
032800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
032900     ACCEPT TODAY-TIME FROM TIME.
033000     MOVE 'FUNCTION' TO PRM-NAME.
033100     PERFORM 0900-GET-PARM.
033110     MOVE PRM-VALUE TO RUN-FUNCTION.
033200     IF NOT FUNC-BURST AND NOT FUNC-LOG
033300       DISPLAY 'BDMS0263 FUNCTION MUST BE BURST OR LOG'
033400               ' - RUN REFUSED'
033500       MOVE 1 TO REFUSED-SW
033600       GO TO 1090-EXIT.
033603*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
033606     MOVE RUN-FUNCTION TO PRM-STEP.
033700     IF FUNC-LOG
033800       GO TO 1090-EXIT.
033900     DISPLAY 'MT_BATCH_RUN_ID' UPON ENVIRONMENT-NAME.
034000     ACCEPT RUN-ID-ENV FROM ENVIRONMENT-VALUE.
034100     MOVE 'DEADLINE' TO PRM-NAME.
034200     PERFORM 0900-GET-PARM.
034210     MOVE PRM-VALUE TO DEADLINE-X.
034300     IF DEADLINE-X = SPACES
034400       MOVE TODAY-DATE TO DEADLINE-9.
034500     IF DEADLINE-X NOT NUMERIC
034600       DISPLAY 'BDMS0263 DEADLINE MUST BE CCYYMMDD - RUN REFUSED'
034700       MOVE 1 TO REFUSED-SW
034800       GO TO 1090-EXIT.
034900     DISPLAY 'BDMS0263 TRANSMISSION DEADLINE..' DEADLINE-X.
035000     OPEN INPUT DIST-CARD-FILE.
035100     PERFORM 1100-LOAD-CARD THRU 1190-EXIT
035200       UNTIL CARD-EOF OR RUN-REFUSED.
035300     CLOSE DIST-CARD-FILE.
035400     IF RUN-REFUSED
035500       GO TO 1090-EXIT.
035600     IF CARD-TBL-CNT = 0
035700       DISPLAY 'BDMS0263 NO DISTRIBUTION CARDS - NOTHING BURST'.
035800     MOVE ZEROS TO RPT-STATE-TBL.
035900     OPEN OUTPUT XMIT-LIST-FILE.
036000     OPEN EXTEND DIST-LOG-FILE.
036100 1090-EXIT.
036200     EXIT.
036300 1100-LOAD-CARD.
036400     READ DIST-CARD-FILE, AT END
036500       MOVE 1 TO CARD-EOF-SW
036600       GO TO 1190-EXIT.
036700     ADD 1 TO CARD-READ-CNT.
036800     IF DIST-CARD (1:1) = '*' OR DIST-CARD = SPACES
036900       GO TO 1190-EXIT.
037000     MOVE 1 TO RX.
037100     PERFORM 1110-FIND-REPORT
037200       UNTIL RX > 3 OR RP-NAME (RX) = CD-REPORT.
037300     IF RX > 3 OR CD-CLIENT = SPACES OR CD-RECIPIENT = SPACES
037400        OR CD-FILE-NAME = SPACES
037500        OR (CD-FORM NOT = 'P' AND CD-FORM NOT = 'F' AND
037600            CD-FORM NOT = 'X')
037700        OR (RP-CLIENT-POS (RX) = 0 AND CD-CLIENT NOT = '***')
037800        OR (CD-FORM = 'X' AND CD-DEST = SPACES AND
037900            CD-CLIENT = '***')
038000       DISPLAY 'BDMS0263 BAD DISTRIBUTION CARD <' DIST-CARD
038100               '> - RUN REFUSED'
038200       MOVE 1 TO REFUSED-SW
038300       GO TO 1190-EXIT.
038400     IF CARD-TBL-CNT NOT < CARD-TBL-MAX
038500       DISPLAY 'BDMS0263 MORE THAN ' CARD-TBL-MAX
038600               ' DISTRIBUTION CARDS - RUN REFUSED'
038700       MOVE 1 TO REFUSED-SW
038800       GO TO 1190-EXIT.
038900     PERFORM 1200-FIND-FILE THRU 1290-EXIT.
039000     IF RUN-REFUSED
039100       GO TO 1190-EXIT.
039200     ADD 1 TO CARD-TBL-CNT.
039300     MOVE RX        TO DC-REPORT-IX (CARD-TBL-CNT).
039400     MOVE CD-CLIENT TO DC-CLIENT (CARD-TBL-CNT).
039500     MOVE FX        TO DC-FILE-IX (CARD-TBL-CNT).
039600 1190-EXIT.
039700     EXIT.
039800 1110-FIND-REPORT.
039900     ADD 1 TO RX.
040000******************************************************************
040100***  THE CARD'S FILE: A NEW NAME STARTS A FILE ENTRY; A NAME   ***
040200***  SEEN BEFORE MUST BELONG TO THE SAME RECIPIENT AND FORM    ***
040300******************************************************************
040400 1200-FIND-FILE.
040500     MOVE 1 TO FX.
040600     PERFORM 1210-SCAN-FILE
040700       UNTIL FX > FILE-TBL-CNT OR FT-NAME (FX) = CD-FILE-NAME.
040800     IF FX NOT > FILE-TBL-CNT
040900       IF FT-RECIPIENT (FX) NOT = CD-RECIPIENT OR
041000          FT-FORM (FX) NOT = CD-FORM
041100         DISPLAY 'BDMS0263 FILE ' CD-FILE-NAME
041200                 ' NAMED FOR TWO RECIPIENTS OR FORMS'
041300                 ' - RUN REFUSED'
041400         MOVE 1 TO REFUSED-SW
041500         GO TO 1290-EXIT
041600       ELSE
041700         IF FT-CLIENT (FX) NOT = CD-CLIENT
041800           MOVE '***' TO FT-CLIENT (FX)
041900         END-IF
042000         IF FT-DEST (FX) = SPACES
042100           MOVE CD-DEST TO FT-DEST (FX)
042200         END-IF
042300         GO TO 1290-EXIT.
042400     IF FILE-TBL-CNT NOT < FILE-TBL-MAX
042500       DISPLAY 'BDMS0263 MORE THAN ' FILE-TBL-MAX
042600               ' RECIPIENT FILES - RUN REFUSED'
042700       MOVE 1 TO REFUSED-SW
042800       GO TO 1290-EXIT.
042900     ADD 1 TO FILE-TBL-CNT.
043000     MOVE FILE-TBL-CNT  TO FX.
043100     MOVE CD-FILE-NAME  TO FT-NAME (FX).
043200     MOVE CD-RECIPIENT  TO FT-RECIPIENT (FX).
043300     MOVE CD-FORM       TO FT-FORM (FX).
043400     MOVE CD-DEST       TO FT-DEST (FX).
043500     MOVE CD-CLIENT     TO FT-CLIENT (FX).
043600*    THE XMITTRACK FILEID: RECIPIENT, REPORT, CLIENT
043700     MOVE CD-RECIPIENT  TO FT-FILE-ID (FX).
043800     MOVE CD-REPORT     TO FT-FILE-ID (FX) (9:5).
043900     MOVE CD-CLIENT     TO FT-FILE-ID (FX) (14:3).
044000     MOVE 0             TO FT-OPENED-SW (FX), FT-LINE-CNT (FX).
044100 1290-EXIT.
044200     EXIT.
044300 1210-SCAN-FILE.
044400     ADD 1 TO FX.
044500******************************************************************
044600***  COUNTS ONE REPORT'S LINES AND NOTES EVERY CLIENT SECTION  ***
044700***  IN IT                                                     ***
044800******************************************************************
044900 2000-SCAN-REPORT.
045000     PERFORM 7000-OPEN-REPORT.
045100     PERFORM 7100-READ-REPORT.
045200     PERFORM 2100-SCAN-LINE
045300       UNTIL RPT-EOF OR RUN-REFUSED.
045400     PERFORM 7300-CLOSE-REPORT.
045500     IF RP-LINE-CNT (RX) = 0
045600       DISPLAY 'BDMS0263 REPORT ' RP-NAME (RX)
045700               ' NOT PRODUCED TONIGHT'
045800     ELSE
045900       DISPLAY 'BDMS0263 REPORT ' RP-NAME (RX) ' LINES '
046000               RP-LINE-CNT (RX) ' CLIENT SECTIONS '
046100               RP-SECT-CNT (RX).
046200 2090-EXIT.
046300     EXIT.
046400 2100-SCAN-LINE.
046500     ADD 1 TO RP-LINE-CNT (RX).
046600     IF HDR-CLIENT NOT = SPACES
046700       IF SECT-TBL-CNT NOT < SECT-TBL-MAX
046800         DISPLAY 'BDMS0263 MORE THAN ' SECT-TBL-MAX
046900                 ' CLIENT SECTIONS - RUN REFUSED'
047000         MOVE 1 TO REFUSED-SW
047100       ELSE
047200         ADD 1 TO SECT-TBL-CNT
047300         ADD 1 TO RP-SECT-CNT (RX)
047400         MOVE RX         TO ST-REPORT-IX (SECT-TBL-CNT)
047500         MOVE HDR-CLIENT TO ST-CLIENT (SECT-TBL-CNT)
047600         MOVE 0          TO ST-DIST-SW (SECT-TBL-CNT).
047700     PERFORM 7100-READ-REPORT.
047800******************************************************************
047900***  ONE DISTRIBUTION CARD: CUTS THE REPORT, OR THE CLIENT'S   ***
048000***  SECTION OF IT, INTO THE RECIPIENT'S FILE AND LOGS IT      ***
048100******************************************************************
048200 3000-BURST-CARD.
048300     MOVE DC-REPORT-IX (DX) TO RX.
048400     MOVE DC-FILE-IX (DX)   TO FX.
048500     IF RP-LINE-CNT (RX) = 0
048580       DISPLAY 'BDMS0263 ' RP-NAME (RX) ' NOT PRODUCED - CARD'
048590               ' FOR ' FT-RECIPIENT (FX) ' PASSED OVER'
048600       ADD 1 TO CARD-SKIP-CNT
048700       GO TO 3090-EXIT.
048800     IF DC-CLIENT (DX) NOT = '***'
048900       PERFORM 3300-FIND-SECTION
049000       IF SECT-FOUND-IX = 0
049100         DISPLAY 'BDMS0263 NO ' RP-NAME (RX) ' SECTION FOR '
049200                 'CLIENT ' DC-CLIENT (DX) ' - NOTHING SENT TO '
049300                 FT-RECIPIENT (FX)
049400         ADD 1 TO CARD-WARN-CNT
049500         GO TO 3090-EXIT.
049600     MOVE FT-NAME (FX) TO BURST-NAME.
049700     IF FT-OPENED-SW (FX) = 0
049800       OPEN OUTPUT BURST-FILE
049900     ELSE
050000       OPEN EXTEND BURST-FILE.
050100     IF BURST-STATUS NOT = '00'
050200       DISPLAY 'BDMS0263 RECIPIENT FILE ' BURST-NAME
050300               ' OPEN FAILED, STATUS ' BURST-STATUS
050400       MOVE 16 TO RETURN-CODE
050500       GO TO 3090-EXIT.
050600     IF FT-OPENED-SW (FX) = 0
050700       MOVE 1 TO FT-OPENED-SW (FX)
050800       ADD 1 TO FILE-CUT-CNT.
050900     MOVE 0 TO CARD-LINE-CNT.
051000     MOVE SPACES TO CUR-CLIENT.
051100     PERFORM 7000-OPEN-REPORT.
051200     PERFORM 7100-READ-REPORT.
051300     PERFORM 3100-COPY-LINE UNTIL RPT-EOF.
051400     PERFORM 7300-CLOSE-REPORT.
051500     CLOSE BURST-FILE.
051600     ADD CARD-LINE-CNT TO FT-LINE-CNT (FX).
051700     IF DC-CLIENT (DX) = '***'
051800       MOVE 1 TO RP-WHOLE-SW (RX)
051900     ELSE
052000       MOVE 1 TO ST-DIST-SW (SECT-FOUND-IX).
052100     PERFORM 3200-LOG-ONE.
052200     DISPLAY 'BDMS0263 ' RP-NAME (RX) ' ' DC-CLIENT (DX)
052300             ' TO ' FT-RECIPIENT (FX) ' FORM ' FT-FORM (FX)
052400             ' LINES ' CARD-LINE-CNT ' FILE ' BURST-NAME.
052500 3090-EXIT.
052600     EXIT.
052700 3100-COPY-LINE.
052800     IF HDR-CLIENT NOT = SPACES
052900       MOVE HDR-CLIENT TO CUR-CLIENT.
053000     IF DC-CLIENT (DX) = '***' OR CUR-CLIENT = DC-CLIENT (DX)
053100       WRITE BURST-LINE FROM RPT-LINE
053200       ADD 1 TO CARD-LINE-CNT.
053300     PERFORM 7100-READ-REPORT.
053400 3200-LOG-ONE.
053500     MOVE SPACES              TO DIST-LOG-RECORD.
053600     MOVE TODAY-DATE          TO DG-STAMP-DATE.
053700     MOVE TODAY-TIME          TO DG-STAMP-TIME.
053800     MOVE RUN-ID-ENV          TO DG-RUN-ID.
053900     MOVE RP-NAME (RX)        TO DG-REPORT.
054000     MOVE DC-CLIENT (DX)      TO DG-CLIENT.
054100     MOVE FT-RECIPIENT (FX)   TO DG-RECIPIENT.
054200     MOVE FT-FORM (FX)        TO DG-FORM.
054300     MOVE CARD-LINE-CNT       TO DG-LINE-CNT.
054400     IF FT-FORM (FX) NOT = 'P'
054500       MOVE FT-FILE-ID (FX)   TO DG-FILE-ID.
054600     MOVE FT-NAME (FX)        TO DG-FILE-NAME.
054700     WRITE DIST-LOG-RECORD.
054800 3300-FIND-SECTION.
054900     MOVE 0 TO SECT-FOUND-IX.
055000     MOVE 1 TO SX.
055100     PERFORM 3310-SCAN-SECTION
055200       UNTIL SX > SECT-TBL-CNT OR SECT-FOUND-IX > 0.
055300 3310-SCAN-SECTION.
055400     IF ST-REPORT-IX (SX) = RX AND
055500        ST-CLIENT (SX) = DC-CLIENT (DX)
055600       MOVE SX TO SECT-FOUND-IX.
055700     ADD 1 TO SX.
055800******************************************************************
055900***  EVERY FILE DROP AND TRANSMISSION CUT GOES ON THE LIST THE ***
056000***  XMITTRACK REGLIST STEP REGISTERS                          ***
056100******************************************************************
056200 4000-LIST-FOR-XMIT.
056300     IF FT-OPENED-SW (FX) = 1 AND FT-FORM (FX) NOT = 'P'
056400       MOVE SPACES          TO XMIT-LIST-RECORD
056500       MOVE FT-FILE-ID (FX) TO XL-FILE-ID
056600       IF FT-DEST (FX) = SPACES AND FT-FORM (FX) = 'F'
056700         MOVE FT-RECIPIENT (FX) TO XL-DEST
056800       ELSE
056900         MOVE FT-DEST (FX)      TO XL-DEST
057000       END-IF
057100       MOVE DEADLINE-9      TO XL-DEADLINE
057200       IF FT-CLIENT (FX) NOT = '***'
057300         MOVE FT-CLIENT (FX) TO XL-CLIENT
057400       END-IF
057500       MOVE FT-NAME (FX)    TO XL-FILE-NAME
057600       MOVE FT-FORM (FX)    TO XL-FORM
057700       WRITE XMIT-LIST-RECORD
057800       ADD 1 TO XMIT-LISTED-CNT.
057900******************************************************************
058000***  A CLIENT SECTION, OR A SECTIONLESS REPORT, THAT NO CARD   ***
058100***  SENT ANYWHERE                                             ***
058200******************************************************************
058300 5000-UNDISTRIBUTED.
058400     MOVE 1 TO SX.
058500     PERFORM 5100-CHECK-SECTION UNTIL SX > SECT-TBL-CNT.
058600     MOVE 1 TO RX.
058700     PERFORM 5200-CHECK-REPORT UNTIL RX > 3.
058800 5100-CHECK-SECTION.
058900     MOVE ST-REPORT-IX (SX) TO RX.
059000     IF ST-DIST-SW (SX) = 0 AND RP-WHOLE-SW (RX) = 0
059100       DISPLAY 'BDMS0263 NOT DISTRIBUTED: ' RP-NAME (RX)
059200               ' SECTION FOR CLIENT ' ST-CLIENT (SX)
059300       ADD 1 TO UNDIST-CNT.
059400     ADD 1 TO SX.
059500 5200-CHECK-REPORT.
059600     IF RP-LINE-CNT (RX) > 0 AND RP-SECT-CNT (RX) = 0 AND
059700        RP-WHOLE-SW (RX) = 0
059800       DISPLAY 'BDMS0263 NOT DISTRIBUTED: ' RP-NAME (RX)
059900       ADD 1 TO UNDIST-CNT.
060000     ADD 1 TO RX.
060100******************************************************************
060200***  LOG: THE DISTRIBUTION LOG, NARROWED TO A RECIPIENT, A     ***
060300***  CLIENT AND A DATE RANGE WHEN THEY ARE GIVEN               ***
060400******************************************************************
060500 6000-LOG-LISTING.
060600     MOVE 'RECIP' TO PRM-NAME.
060700     PERFORM 0900-GET-PARM.
060710     MOVE PRM-VALUE TO SEL-RECIP.
060800     MOVE 'CLIENT' TO PRM-NAME.
060900     PERFORM 0900-GET-PARM.
060910     MOVE PRM-VALUE TO SEL-CLIENT.
061000     MOVE 'FROMDATE' TO PRM-NAME.
061100     PERFORM 0900-GET-PARM.
061110     MOVE PRM-VALUE TO SEL-FROM-X.
061200     IF SEL-FROM-X NOT NUMERIC
061300       MOVE ZEROS TO SEL-FROM-9.
061400     MOVE 'TODATE' TO PRM-NAME.
061500     PERFORM 0900-GET-PARM.
061510     MOVE PRM-VALUE TO SEL-TO-X.
061600     IF SEL-TO-X NOT NUMERIC
061700       MOVE 99999999 TO SEL-TO-9.
061800     OPEN INPUT DIST-LOG-FILE.
061900     OPEN OUTPUT PRNTR.
062000     MOVE TODAY-DATE TO LH-RUN-DATE.
062100     WRITE PRINT FROM LOG-HDR1-LINE.
062200     WRITE PRINT FROM LOG-HDR2-LINE.
062300     PERFORM 6100-LIST-ONE UNTIL DLOG-EOF.
062400     MOVE LOG-LISTED-CNT TO LT-COUNT.
062500     WRITE PRINT FROM LOG-TOT-LINE.
062600     CLOSE DIST-LOG-FILE, PRNTR.
062700 6090-EXIT.
062800     EXIT.
062900 6100-LIST-ONE.
063000     READ DIST-LOG-FILE, AT END
063100       MOVE 1 TO DLOG-EOF-SW.
063200     IF NOT DLOG-EOF
063300       ADD 1 TO LOG-READ-CNT
063400       IF (SEL-RECIP = SPACES OR SEL-RECIP = DG-RECIPIENT) AND
063500          (SEL-CLIENT = SPACES OR SEL-CLIENT = DG-CLIENT) AND
063600          DG-STAMP-DATE NOT < SEL-FROM-9 AND
063700          DG-STAMP-DATE NOT > SEL-TO-9
063800         PERFORM 6200-LIST-LINE.
063900 6200-LIST-LINE.
064000     MOVE DG-STAMP-DATE TO LD-DATE.
064100     MOVE DG-STAMP-TIME TO LD-TIME.
064200     MOVE DG-REPORT     TO LD-REPORT.
064300     MOVE DG-CLIENT     TO LD-CLIENT.
064400     MOVE DG-RECIPIENT  TO LD-RECIPIENT.
064500     IF DG-FORM = 'P'
064600       MOVE 'PRINT' TO LD-FORM
064700     ELSE
064800     IF DG-FORM = 'F'
064900       MOVE 'DROP'  TO LD-FORM
065000     ELSE
065100       MOVE 'XMIT'  TO LD-FORM.
065200     MOVE DG-LINE-CNT   TO LD-LINE-CNT.
065300     MOVE DG-FILE-ID    TO LD-FILE-ID.
065400     MOVE DG-FILE-NAME  TO LD-FILE-NAME.
065500     MOVE DG-RUN-ID     TO LD-RUN-ID.
065600     WRITE PRINT FROM LOG-DET-LINE.
065700     ADD 1 TO LOG-LISTED-CNT.
065800******************************************************************
065900***  REPORT FILE HANDLING BY REPORT INDEX RX.  EVERY LINE READ ***
066000***  IS LEFT IN RPT-LINE, WITH HDR-CLIENT SET WHEN THE LINE    ***
066100***  OPENS A CLIENT SECTION                                    ***
066200******************************************************************
066300 7000-OPEN-REPORT.
066400     MOVE 0 TO RPT-EOF-SW.
066500     IF RX = 1
066600       OPEN INPUT STMT-RPT-FILE
066700     ELSE
066800     IF RX = 2
066900       OPEN INPUT CLOSE-RPT-FILE
067000     ELSE
067100       OPEN INPUT CERT-RPT-FILE.
067200 7100-READ-REPORT.
067300     MOVE SPACES TO HDR-CLIENT.
067400     IF RX = 1
067500       PERFORM 7110-READ-STMT
067600     ELSE
067700     IF RX = 2
067800       PERFORM 7120-READ-CLOSE
067900     ELSE
068000       PERFORM 7130-READ-CERT.
068100     IF MORE-RPT-LINES AND RP-CLIENT-POS (RX) > 0
068200       PERFORM 7200-NOTE-HEADING.
068300 7110-READ-STMT.
068400     READ STMT-RPT-FILE INTO RPT-LINE, AT END
068500       MOVE 1 TO RPT-EOF-SW.
068600 7120-READ-CLOSE.
068700     READ CLOSE-RPT-FILE INTO RPT-LINE, AT END
068800       MOVE 1 TO RPT-EOF-SW.
068900 7130-READ-CERT.
069000     READ CERT-RPT-FILE INTO RPT-LINE, AT END
069100       MOVE 1 TO RPT-EOF-SW.
069200*    THE HEADING IS COMPARED WITHOUT ITS TRAILING SPACES
069300 7200-NOTE-HEADING.
069400     MOVE 31 TO HEADING-LEN.
069500     PERFORM 7210-TRIM-HEADING
069600       UNTIL HEADING-LEN = 0 OR
069700             RP-HEADING (RX) (HEADING-LEN:1) NOT = SPACE.
069800     IF RPT-LINE (1:HEADING-LEN) =
069900        RP-HEADING (RX) (1:HEADING-LEN)
070000       MOVE RPT-LINE (RP-CLIENT-POS (RX):3) TO HDR-CLIENT.
070100 7210-TRIM-HEADING.
070200     SUBTRACT 1 FROM HEADING-LEN.
070300 7300-CLOSE-REPORT.
070400     IF RX = 1
070500       CLOSE STMT-RPT-FILE
070600     ELSE
070700     IF RX = 2
070800       CLOSE CLOSE-RPT-FILE
070900     ELSE
071000       CLOSE CERT-RPT-FILE.
071100******************************************************************
071200***  TOTALS AND THE RETURN CODE                                ***
071300******************************************************************
071400 9000-EOJ.
071500     IF RUN-REFUSED
071600       MOVE 16 TO RETURN-CODE
071700     ELSE
071800     IF FUNC-LOG
071900       DISPLAY 'BDMS0263 LOG ENTRIES READ.........' LOG-READ-CNT
072000       DISPLAY 'BDMS0263 LOG ENTRIES LISTED.......'
072100               LOG-LISTED-CNT
072200     ELSE
072300       CLOSE XMIT-LIST-FILE, DIST-LOG-FILE
072400       DISPLAY 'BDMS0263 DISTRIBUTION CARDS.......' CARD-TBL-CNT
072500       DISPLAY 'BDMS0263 CARDS FOR ABSENT REPORTS.' CARD-SKIP-CNT
072600       DISPLAY 'BDMS0263 CARDS WITH NO SECTION....' CARD-WARN-CNT
072700       DISPLAY 'BDMS0263 RECIPIENT FILES CUT......' FILE-CUT-CNT
072800       DISPLAY 'BDMS0263 FILES FOR XMITTRACK......'
072900               XMIT-LISTED-CNT
073000       DISPLAY 'BDMS0263 SECTIONS NOT DISTRIBUTED.' UNDIST-CNT
073100       IF RETURN-CODE < 4 AND
073200          (CARD-WARN-CNT > 0 OR UNDIST-CNT > 0)
073300         MOVE 4 TO RETURN-CODE.
073400     DISPLAY 'BDMS0263 END PROCESSING'.
