000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0248.
000300******************************************************************
000400***  BDMS0248 - KEY-SPACE EXHAUSTION MONITOR.  M-SEQ-NUMBER    ***
000500***  IS THREE DIGITS, SO A CLIENT CAN HOLD AT MOST 999         ***
000600***  RECORDS OF ONE RECORD ID; VS-CUSTIDENT IS SIX DIGITS AND  ***
000700***  NEXTCUSTID ONLY EVER HANDS OUT THE NEXT ONE ABOVE THE     ***
000800***  IDCTL HIGH-WATER MARK.  RUN PERIODICALLY, THIS STEP SHOWS ***
000900***  HOW CLOSE EACH KEY SPACE IS TO FULL BEFORE ADDS START     ***
001000***  REJECTING:                                                ***
001100***    - PER RECORD ID (COL 1) AND CLIENT (COLS 2-4) OF THE   ***
001200***      MASTER (MSIN): SEQUENCE NUMBERS IN USE, THE HIGHEST,  ***
001300***      THE NUMBERS FREE ABOVE IT AND THE GAPS BELOW IT THAT  ***
001400***      A TC 01 ADD COULD REUSE                               ***
001500***    - FOR THE CUSTOMER IDENTIFIER: THE IDCTL HIGH-WATER     ***
001600***      MARK, THE IDENTIFIERS LEFT ABOVE IT, AND THE GAPS IN  ***
001700***      THE CUSTOMER FILE (KSDSFILE) BELOW IT                 ***
001800***  EACH SPACE IS PROJECTED TO ITS RUN-OUT DATE FROM ITS ADD  ***
001900***  RATE.  A BDMS0201 RUN-HISTORY RECORD (RUNHIST) CARRIES    ***
002000***  ONLY ITS CLIENT RANGE'S TOTAL GOOD ADDS, SO EACH RUN'S    ***
002100***  ADDS ARE SHARED OVER THE SPACES IN THAT RANGE IN          ***
002200***  PROPORTION TO THE RECORDS EACH HOLDS TODAY; THE CUSTOMER  ***
002300***  RATE COMES FROM THE NEXTCUSTID ASSIGNMENT LOG (IDLOG).    ***
002400***  DAY COUNTS USE THE 360-DAY SERIAL CONVENTION.             ***
002500***                                                            ***
002600***  A SPACE IS WITHIN THE MARGIN WHEN FEWER THAN KEYMARGIN    ***
002700***  PERCENT (2 DIGITS, DEFAULT 10) OF ITS NUMBERS ARE LEFT,   ***
002800***  OR IT IS PROJECTED TO RUN OUT WITHIN KEYDAYS DAYS (3      ***
002900***  DIGITS, DEFAULT 090).  EACH ONE IS FLAGGED ON THE REPORT  ***
003000***  (PRINTR1), RAISES A KEYW WARNING THROUGH MW_ALERT, AND    ***
003100***  LEAVES RETURN CODE 4.  RUNHIST, IDCTL, IDLOG AND KSDSFILE ***
003200***  ARE ALL OPTIONAL; WHAT IS ABSENT IS REPORTED AS SUCH.     ***
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
003800        ORGANIZATION LINE SEQUENTIAL.
003900     SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO UT-S-RUNHIST
004000        ORGANIZATION LINE SEQUENTIAL
004100        FILE STATUS IS HIST-STATUS.
004200     SELECT OPTIONAL ID-CTL-FILE ASSIGN TO IDCTL
004300        ORGANIZATION SEQUENTIAL
004400        ACCESS SEQUENTIAL
004500        FILE STATUS IS IDCTL-STATUS.
004600     SELECT OPTIONAL ID-LOG-FILE ASSIGN TO IDLOG
004700        ORGANIZATION LINE SEQUENTIAL
004800        FILE STATUS IS IDLOG-STATUS.
004900     SELECT OPTIONAL CUST-FILE ASSIGN TO KSDSFILE
005000        ORGANIZATION IS INDEXED
005100        ACCESS MODE IS SEQUENTIAL
005200        RECORD KEY IS VS-CUSTIDENT
005300        FILE STATUS IS CUST-STATUS.
005400     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
005500        ORGANIZATION LINE SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  MASTER-IN-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD
006100     BLOCK CONTAINS 0 RECORDS
006200     DATA RECORD IS MASTER-RECORD-IN.
006300 01  MASTER-RECORD-IN.
006400     03  M-REC-ID                             PIC X.
006500     03  M-CLIENT                             PIC X(3).
006600     03  FILLER                               PIC X(8).
006700     03  M-SEQ-NUMBER                         PIC X(3).
006800     03  M-SEQ-NUMBER-9 REDEFINES M-SEQ-NUMBER PIC 9(3).
006900     03  FILLER                               PIC X(497).
007000 FD  RUN-HIST-FILE
007100     RECORDING MODE IS F
007200     LABEL RECORDS ARE STANDARD
007300     BLOCK CONTAINS 0 RECORDS
007400     DATA RECORD IS RUN-HISTORY-RECORD.
007500 01  RUN-HISTORY-RECORD.
007600     03  RH-RUN-DATE               PIC 9(8).
007700     03  RH-RUN-TIME               PIC 9(8).
007800     03  RH-CLIENT-LO              PIC X(3).
007900     03  RH-CLIENT-HI              PIC X(3).
008000     03  RH-T-READ-CNT             PIC 9(15).
008100     03  RH-T-WRITTEN-CNT          PIC 9(15).
008200     03  RH-T-BYPASS-CNT           PIC 9(15).
008300     03  RH-T-RESTART-SKIP-CNT     PIC 9(15).
008400     03  RH-M-READ-CNT             PIC 9(15).
008500     03  RH-M-WRITTEN-CNT          PIC 9(15).
008600     03  RH-TM-WRITTEN-CNT         PIC 9(08).
008700     03  RH-JM-WRITTEN-CNT         PIC 9(08).
008800     03  RH-AG-BAD-T-KEY-CNT       PIC 9(15).
008900     03  RH-AG-BAD-T-TC-CNT        PIC 9(15).
009000     03  RH-AG-GOOD-ADD-CNT        PIC 9(15).
009100     03  FILLER                    PIC X(253).
009200 FD  ID-CTL-FILE
009300     LABEL RECORDS ARE STANDARD
009400     DATA RECORD IS ID-CTL-RECORD.
009500 01  ID-CTL-RECORD.
009600     03  CT-HIGH-IDENT             PIC 9(6).
009700     03  FILLER                    PIC X(74).
009800 FD  ID-LOG-FILE
009900     LABEL RECORDS ARE STANDARD
010000     DATA RECORD IS ID-LOG-RECORD.
010100 01  ID-LOG-RECORD.
010200     03  LG-DATE                   PIC 9(8).
010300     03  LG-TIME                   PIC 9(8).
010400     03  LG-CALLER                 PIC X(8).
010500     03  LG-IDENT                  PIC X(6).
010600 FD  CUST-FILE
010700     LABEL RECORDS ARE STANDARD
010800     DATA RECORD IS VS-ODCSF0-RECORD.
010900     COPY ODCSF0B.
011000 FD  PRNTR
011100     RECORDING MODE IS F
011200     LABEL RECORDS ARE STANDARD
011300     BLOCK CONTAINS 0 RECORDS
011400     DATA RECORD IS PRINT.
011500 01  PRINT.
011600     03  PRT                       PIC X(132).
011700
011800 WORKING-STORAGE SECTION.
011900 01  IDCTL-STATUS                PIC XX.
012000 01  IDLOG-STATUS                PIC XX.
012100 01  CUST-STATUS                 PIC XX.
012200 01  HIST-STATUS                 PIC XX.
012300 01  TODAY-DATE                  PIC 9(8).
012400 01  TODAY-SERIAL                PIC S9(9) COMP-5.
012500 01  KEYMARGIN-X                 PIC X(2) VALUE SPACES.
012600 01  KEYMARGIN-9 REDEFINES KEYMARGIN-X PIC 99.
012700 01  KEYDAYS-X                   PIC X(3) VALUE SPACES.
012800 01  KEYDAYS-9 REDEFINES KEYDAYS-X PIC 9(3).
012900 01  MASTER-EOF-SW               PIC 9 VALUE 0.
013000     88  MORE-MASTER-RECS           VALUE 0.
013100     88  MASTER-EOF                 VALUE 1.
013200 01  HIST-EOF-SW                 PIC 9 VALUE 0.
013300     88  MORE-HIST-RECS             VALUE 0.
013400     88  HIST-EOF                   VALUE 1.
013500 01  IDLOG-EOF-SW                PIC 9 VALUE 0.
013600     88  MORE-IDLOG-RECS            VALUE 0.
013700     88  IDLOG-EOF                  VALUE 1.
013800 01  CUST-EOF-SW                 PIC 9 VALUE 0.
013900     88  MORE-CUST-RECS             VALUE 0.
014000     88  CUST-EOF                   VALUE 1.
014100 01  IDCTL-SW                    PIC 9 VALUE 0.
014200     88  IDCTL-PRESENT              VALUE 1.
014300 01  CUST-FILE-SW                PIC 9 VALUE 0.
014400     88  CUST-FILE-PRESENT          VALUE 1.
014500
014600******************************************************************
014700***  SEQUENCE-NUMBER KEY SPACES, ONE PER RECORD ID AND CLIENT. ***
014800***  KS-USED-MAP POSITION N IS '1' WHEN SEQUENCE N IS IN USE   ***
014900******************************************************************
015000 01  KS-TBL-MAX                  PIC 9(4) COMP-5 VALUE 1000.
015100 01  KS-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
015200 01  KS-I                        PIC 9(4) COMP-5 VALUE 0.
015300 01  KS-FOUND-IX                 PIC 9(4) COMP-5 VALUE 0.
015400 01  KS-TABLE.
015500     03  KS-ENTRY  OCCURS 1000 TIMES.
015600       05  KS-REC-ID             PIC X.
015700       05  KS-CLIENT             PIC X(3).
015800       05  KS-IN-USE             PIC 9(8) COMP-5.
015900       05  KS-HIGH               PIC 9(8) COMP-5.
016000       05  KS-GAP-CNT            PIC 9(8) COMP-5.
016100       05  KS-DUP-CNT            PIC 9(8) COMP-5.
016200       05  KS-ADD-EST            PIC 9(11)V9(4) COMP-3.
016300       05  KS-USED-MAP           PIC X(999).
016400 01  SEQ-IX                      PIC 9(4) COMP-5 VALUE 0.
016500 01  BAD-SEQ-CNT                 PIC 9(8) COMP-5 VALUE 0.
016600 01  KS-OVERFLOW-CNT             PIC 9(8) COMP-5 VALUE 0.
016700 01  MASTER-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
016800
016900******************************************************************
017000***  RUN-HISTORY ADD VOLUMES                                   ***
017100******************************************************************
017200 01  HIST-RUN-CNT                PIC 9(8) COMP-5 VALUE 0.
017300 01  HIST-ADD-TOTAL              PIC 9(15) VALUE 0.
017400 01  HIST-UNSHARED-ADDS          PIC 9(15) VALUE 0.
017500 01  HIST-FIRST-DATE             PIC 9(8) VALUE 0.
017600 01  HIST-LAST-DATE              PIC 9(8) VALUE 0.
017700 01  HIST-DAYS                   PIC S9(9) COMP-5 VALUE 0.
017800 01  RANGE-LO                    PIC X(3).
017900 01  RANGE-HI                    PIC X(3).
018000 01  RANGE-IN-USE                PIC 9(9) COMP-5 VALUE 0.
018100 01  SHARE-WORK                  PIC 9(18) COMP-3 VALUE 0.
018200
018300******************************************************************
018400***  CUSTOMER IDENTIFIER SPACE                                 ***
018500******************************************************************
018600 01  CID-HIGH                    PIC 9(6) VALUE 0.
018700 01  CID-FILE-HIGH               PIC 9(6) VALUE 0.
018800 01  CID-IN-USE                  PIC 9(8) COMP-5 VALUE 0.
018900 01  CID-GAP-CNT                 PIC 9(8) COMP-5 VALUE 0.
019000 01  CID-GAP-RANGES              PIC 9(8) COMP-5 VALUE 0.
019100 01  CID-PREV                    PIC 9(6) VALUE 0.
019200 01  CID-ABOVE-CTL-CNT           PIC 9(8) COMP-5 VALUE 0.
019300 01  CID-LOG-CNT                 PIC 9(8) COMP-5 VALUE 0.
019400 01  CID-LOG-FIRST               PIC 9(8) VALUE 0.
019500 01  CID-LOG-LAST                PIC 9(8) VALUE 0.
019600 01  CID-GAP-TEXT                PIC X(100) VALUE SPACES.
019700 01  CID-GAP-PTR                 PIC 9(4) COMP-5 VALUE 1.
019800
019900******************************************************************
020000***  PROJECTION WORK AREAS                                     ***
020100******************************************************************
020200 01  SPACE-SIZE                  PIC 9(8) COMP-5 VALUE 0.
020300 01  SPACE-AVAILABLE             PIC 9(8) COMP-5 VALUE 0.
020400 01  SPACE-ADDS                  PIC 9(11)V9(4) COMP-3.
020500 01  SPACE-DAYS                  PIC S9(9) COMP-5 VALUE 0.
020600 01  ADD-RATE                    PIC 9(9)V9(4) COMP-3.
020700 01  DAYS-LEFT                   PIC 9(9) COMP-5 VALUE 0.
020800 01  RUNOUT-SERIAL               PIC S9(9) COMP-5 VALUE 0.
020900 01  WARN-SW                     PIC 9 VALUE 0.
021000     88  SPACE-IN-MARGIN            VALUE 1.
021100 01  WARN-CNT                    PIC 9(8) COMP-5 VALUE 0.
021200 01  MARGIN-LIMIT                PIC 9(9) COMP-5 VALUE 0.
021300
021400******************************************************************
021500***  360-DAY SERIAL CONVERSIONS (CCYYMMDD)                     ***
021600******************************************************************
021700 01  SERIAL-WORK-DATE            PIC 9(8).
021800 01  FILLER REDEFINES SERIAL-WORK-DATE.
021900     03  SW-CCYY                 PIC 9(4).
022000     03  SW-MM                   PIC 99.
022100     03  SW-DD                   PIC 99.
022200 01  SERIAL-DAYS                 PIC S9(9) COMP-5.
022300 01  SERIAL-REM                  PIC S9(9) COMP-5.
022400
022500******************************************************************
022600***  GAP LISTING                                               ***
022700******************************************************************
022800 01  GAP-TEXT                    PIC X(100).
022900 01  GAP-PTR                     PIC 9(4) COMP-5.
023000 01  GAP-START                   PIC 9(4) COMP-5.
023100 01  GAP-END                     PIC 9(4) COMP-5.
023200 01  GAP-RANGES                  PIC 9(4) COMP-5.
023300 01  GAP-MORE                    PIC 9(8) COMP-5.
023400 01  GAP-MAX-LISTED              PIC 9(4) COMP-5 VALUE 10.
023500 01  GAP-NUM-3                   PIC 9(3).
023600 01  GAP-NUM-3B                  PIC 9(3).
023700 01  GAP-NUM-6                   PIC 9(6).
023800 01  GAP-NUM-6B                  PIC 9(6).
023900 01  GAP-MORE-ED                 PIC Z(7)9.
024000
024100* warning alert cut through the shared mw_alert writer for
024200* every key space inside the margin (quiet no-op without
024300* MT_BATCH_ALERT_FILE)
024400 01  ALERT-PARMS.
024500     05  ALERT-PROGRAM           PIC X(30) VALUE 'BDMS0248'.
024600     05  ALERT-ABEND             PIC X(4)  VALUE 'KEYW'.
024700     05  ALERT-CHECKPOINT        PIC X(30) VALUE SPACES.
024800
024900******************************************************************
025000***  REPORT LINES                                              ***
025100******************************************************************
025200 01  RPT-HDR-LINE.
025300     03  FILLER                  PIC X(45)  VALUE
025400         'BDMS0248 KEY-SPACE EXHAUSTION MONITOR - RUN '.
025500     03  RH-DATE-OUT             PIC 9(8).
025600     03  FILLER                  PIC X(10)  VALUE '  MARGIN '.
025700     03  RH-MARGIN               PIC Z9.
025800     03  FILLER                  PIC X(9)   VALUE ' PERCENT '.
025900     03  FILLER                  PIC X(3)   VALUE 'OR '.
026000     03  RH-DAYS                 PIC ZZ9.
026100     03  FILLER                  PIC X(5)   VALUE ' DAYS'.
026200     03  FILLER                  PIC X(47)  VALUE SPACES.
026300 01  HIST-LINE.
026400     03  FILLER                  PIC X(2)   VALUE SPACES.
026500     03  HL-TEXT                 PIC X(130).
026600 01  COL-HDR-LINE.
026700 03  FILLER                  PIC X(17)  VALUE
026800     '  KEY SPACE'.
026900 03  FILLER                  PIC X(6)   VALUE 'IN USE'.
027000 03  FILLER                  PIC X(9)   VALUE '  HIGHEST'.
027100 03  FILLER                  PIC X(12)  VALUE '  ABOVE HIGH'.
027200 03  FILLER                  PIC X(9)   VALUE '     GAPS'.
027300 03  FILLER                  PIC X(11)  VALUE '  AVAILABLE'.
027400 03  FILLER                  PIC X(12)  VALUE '    ADDS/DAY'.
027500 03  FILLER                  PIC X(11)  VALUE '  DAYS LEFT'.
027600 03  FILLER                  PIC X(10)  VALUE '  RUNS OUT'.
027700 03  FILLER                  PIC X(35)  VALUE SPACES.
027800 01  DET-LINE.
027900     03  FILLER                  PIC X(2)   VALUE SPACES.
028000     03  DL-SPACE                PIC X(12).
028100     03  FILLER                  PIC X(2)   VALUE SPACES.
028200     03  DL-IN-USE               PIC ZZZ,ZZ9.
028300     03  FILLER                  PIC X(2)   VALUE SPACES.
028400     03  DL-HIGH                 PIC ZZZ,ZZ9.
028500     03  FILLER                  PIC X(5)   VALUE SPACES.
028600     03  DL-ABOVE                PIC ZZZ,ZZ9.
028700     03  FILLER                  PIC X(2)   VALUE SPACES.
028800     03  DL-GAPS                 PIC ZZZ,ZZ9.
028900     03  FILLER                  PIC X(4)   VALUE SPACES.
029000     03  DL-AVAIL                PIC ZZZ,ZZ9.
029100     03  FILLER                  PIC X(2)   VALUE SPACES.
029200     03  DL-RATE                 PIC ZZZ,ZZ9.99.
029300     03  FILLER                  PIC X(2)   VALUE SPACES.
029400     03  DL-DAYS-LEFT            PIC X(9).
029500     03  FILLER                  PIC X(2)   VALUE SPACES.
029600     03  DL-RUNOUT               PIC X(8).
029700     03  FILLER                  PIC X(2)   VALUE SPACES.
029800     03  DL-WARN                 PIC X(6).
029900     03  FILLER                  PIC X(23)  VALUE SPACES.
030000 01  DL-DAYS-ED                  PIC ZZZZZZZZ9.
030100 01  GAP-LINE.
030200     03  FILLER                  PIC X(2)   VALUE SPACES.
030300     03  GL-SPACE                PIC X(12).
030400     03  FILLER                  PIC X(2)   VALUE SPACES.
030500     03  GL-TEXT                 PIC X(100).
030600     03  FILLER                  PIC X(16)  VALUE SPACES.
030700 01  CNT-DET-LINE.
030800     03  FILLER                  PIC X(2)   VALUE SPACES.
030900     03  CT-TEXT                 PIC X(40).
031000     03  CT-COUNT                PIC Z(8)9.
031100     03  FILLER                  PIC X(81)  VALUE SPACES.
031200 01  MSG-LINE.
031300     03  FILLER                  PIC X(2)   VALUE SPACES.
031400     03  ML-TEXT                 PIC X(70).
031500     03  FILLER                  PIC X(60)  VALUE SPACES.
031600 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
031700 01  EDIT-COUNT                  PIC Z(14)9.
031800
031900 PROCEDURE DIVISION.
032000 0000-MAINLINE.
032100     PERFORM 1000-INITIALIZE.
032200     PERFORM 2000-SCAN-MASTER.
032300     PERFORM 3000-SHARE-RUN-HISTORY THRU 3090-EXIT.
032400     PERFORM 4000-CUSTOMER-IDS THRU 4090-EXIT.
032500     PERFORM 6000-REPORT.
032600     PERFORM 9000-EOJ.
032700     EXIT PROGRAM.
032800     STOP RUN.
032900******************************************************************
033000***  RUN DATE AND THE WARNING MARGINS                          ***
033100******************************************************************
033200 1000-INITIALIZE.
033300     DISPLAY 'BDMS0248 BEGIN PROCESSING'.
033400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
033500     MOVE TODAY-DATE TO SERIAL-WORK-DATE.
033600     PERFORM 8000-DATE-TO-SERIAL.
033700     MOVE SERIAL-DAYS TO TODAY-SERIAL.
033800     DISPLAY 'KEYMARGIN' UPON ENVIRONMENT-NAME.
033900     ACCEPT KEYMARGIN-X FROM ENVIRONMENT-VALUE.
034000     IF KEYMARGIN-X NOT NUMERIC
034100       MOVE '10' TO KEYMARGIN-X.
034200     DISPLAY 'KEYDAYS' UPON ENVIRONMENT-NAME.
034300     ACCEPT KEYDAYS-X FROM ENVIRONMENT-VALUE.
034400     IF KEYDAYS-X NOT NUMERIC
034500       MOVE '090' TO KEYDAYS-X.
034600     MOVE SPACES TO KS-TABLE.
034700******************************************************************
034800***  MAPS EACH MASTER SEQUENCE NUMBER INTO ITS KEY SPACE, THEN ***
034900***  COUNTS EACH SPACE'S HIGHEST NUMBER AND GAPS               ***
035000******************************************************************
035100 2000-SCAN-MASTER.
035200     OPEN INPUT MASTER-IN-FILE.
035300     PERFORM 2900-MASTER-READ.
035400     PERFORM 2100-MAP-ONE-RECORD THRU 2190-EXIT
035500       UNTIL MASTER-EOF.
035600     CLOSE MASTER-IN-FILE.
035700     MOVE 1 TO KS-I.
035800     PERFORM 2500-COUNT-SPACE UNTIL KS-I > KS-TBL-CNT.
035900 2100-MAP-ONE-RECORD.
036000     IF M-SEQ-NUMBER NOT NUMERIC OR M-SEQ-NUMBER = '000'
036100       ADD 1 TO BAD-SEQ-CNT
036200       GO TO 2180-NEXT.
036300     PERFORM 2200-FIND-SPACE THRU 2290-EXIT.
036400     IF KS-FOUND-IX = 0
036500       ADD 1 TO KS-OVERFLOW-CNT
036600       GO TO 2180-NEXT.
036700     MOVE M-SEQ-NUMBER-9 TO SEQ-IX.
036800     IF KS-USED-MAP (KS-FOUND-IX) (SEQ-IX:1) = '1'
036900       ADD 1 TO KS-DUP-CNT (KS-FOUND-IX)
037000     ELSE
037100       MOVE '1' TO KS-USED-MAP (KS-FOUND-IX) (SEQ-IX:1)
037200       ADD 1 TO KS-IN-USE (KS-FOUND-IX).
037300 2180-NEXT.
037400     PERFORM 2900-MASTER-READ.
037500 2190-EXIT.
037600     EXIT.
037700*    THE MASTER RUNS IN CLIENT ORDER, SO THE SPACE LAST USED IS
037800*    TRIED BEFORE THE TABLE IS SCANNED
037900 2200-FIND-SPACE.
038000     IF KS-FOUND-IX > 0
038100       IF KS-REC-ID (KS-FOUND-IX) = M-REC-ID AND
038200          KS-CLIENT (KS-FOUND-IX) = M-CLIENT
038300         GO TO 2290-EXIT.
038400     MOVE 0 TO KS-FOUND-IX.
038500     MOVE 1 TO KS-I.
038600     PERFORM 2250-SCAN-SPACE
038700       UNTIL KS-I > KS-TBL-CNT OR KS-FOUND-IX > 0.
038800     IF KS-FOUND-IX > 0 OR KS-TBL-CNT NOT < KS-TBL-MAX
038900       GO TO 2290-EXIT.
039000     ADD 1 TO KS-TBL-CNT.
039100     MOVE KS-TBL-CNT TO KS-FOUND-IX.
039200     MOVE M-REC-ID  TO KS-REC-ID (KS-FOUND-IX).
039300     MOVE M-CLIENT  TO KS-CLIENT (KS-FOUND-IX).
039400     MOVE 0 TO KS-IN-USE (KS-FOUND-IX), KS-HIGH (KS-FOUND-IX),
039500         KS-GAP-CNT (KS-FOUND-IX), KS-DUP-CNT (KS-FOUND-IX),
039600         KS-ADD-EST (KS-FOUND-IX).
039700     MOVE ALL '0' TO KS-USED-MAP (KS-FOUND-IX).
039800 2290-EXIT.
039900     EXIT.
040000 2250-SCAN-SPACE.
040100     IF KS-REC-ID (KS-I) = M-REC-ID AND
040200        KS-CLIENT (KS-I) = M-CLIENT
040300       MOVE KS-I TO KS-FOUND-IX.
040400     ADD 1 TO KS-I.
040500 2500-COUNT-SPACE.
040600     MOVE 999 TO SEQ-IX.
040700     PERFORM 2550-BACK-ONE
040800       UNTIL SEQ-IX = 0 OR KS-USED-MAP (KS-I) (SEQ-IX:1) = '1'.
040900     MOVE SEQ-IX TO KS-HIGH (KS-I).
041000     COMPUTE KS-GAP-CNT (KS-I) =
041100         KS-HIGH (KS-I) - KS-IN-USE (KS-I).
041200     ADD 1 TO KS-I.
041300 2550-BACK-ONE.
041400     SUBTRACT 1 FROM SEQ-IX.
041500 2900-MASTER-READ.
041600     READ MASTER-IN-FILE, AT END
041700       MOVE 1 TO MASTER-EOF-SW.
041800     IF MORE-MASTER-RECS
041900       ADD 1 TO MASTER-READ-CNT.
042000******************************************************************
042100***  SHARES EACH RUN'S GOOD ADDS OVER THE KEY SPACES OF ITS    ***
042200***  CLIENT RANGE, BY THE RECORDS EACH SPACE HOLDS TODAY       ***
042300******************************************************************
042400 3000-SHARE-RUN-HISTORY.
042500     OPEN INPUT RUN-HIST-FILE.
042600     IF HIST-STATUS NOT = '00'
042700       DISPLAY 'BDMS0248 RUNHIST NOT READ, STATUS ' HIST-STATUS
042800       GO TO 3090-EXIT.
042900     PERFORM 3900-HIST-READ.
043000     PERFORM 3100-SHARE-ONE-RUN UNTIL HIST-EOF.
043100     CLOSE RUN-HIST-FILE.
043200     IF HIST-RUN-CNT > 0
043300       MOVE HIST-FIRST-DATE TO SERIAL-WORK-DATE
043400       PERFORM 8000-DATE-TO-SERIAL
043500       MOVE SERIAL-DAYS TO HIST-DAYS
043600       MOVE HIST-LAST-DATE TO SERIAL-WORK-DATE
043700       PERFORM 8000-DATE-TO-SERIAL
043800       COMPUTE HIST-DAYS = SERIAL-DAYS - HIST-DAYS + 1.
043900 3090-EXIT.
044000     EXIT.
044100 3100-SHARE-ONE-RUN.
044200     IF RH-RUN-DATE NUMERIC AND RH-AG-GOOD-ADD-CNT NUMERIC
044300       ADD 1 TO HIST-RUN-CNT
044400       ADD RH-AG-GOOD-ADD-CNT TO HIST-ADD-TOTAL
044500       IF HIST-FIRST-DATE = 0 OR RH-RUN-DATE < HIST-FIRST-DATE
044600         MOVE RH-RUN-DATE TO HIST-FIRST-DATE
044700       END-IF
044800       IF RH-RUN-DATE > HIST-LAST-DATE
044900         MOVE RH-RUN-DATE TO HIST-LAST-DATE
045000       END-IF
045100       IF RH-AG-GOOD-ADD-CNT > 0
045200         PERFORM 3200-SHARE-ADDS.
045300     PERFORM 3900-HIST-READ.
045400 3200-SHARE-ADDS.
045500     MOVE RH-CLIENT-LO TO RANGE-LO.
045600     MOVE RH-CLIENT-HI TO RANGE-HI.
045700     IF RANGE-LO = SPACES
045800       MOVE LOW-VALUES TO RANGE-LO.
045900     IF RANGE-HI = SPACES
046000       MOVE HIGH-VALUES TO RANGE-HI.
046100     MOVE 0 TO RANGE-IN-USE.
046200     MOVE 1 TO KS-I.
046300     PERFORM 3250-SUM-RANGE UNTIL KS-I > KS-TBL-CNT.
046400     IF RANGE-IN-USE = 0
046500       ADD RH-AG-GOOD-ADD-CNT TO HIST-UNSHARED-ADDS
046600     ELSE
046700       MOVE 1 TO KS-I
046800       PERFORM 3300-SHARE-ONE-SPACE UNTIL KS-I > KS-TBL-CNT.
046900 3250-SUM-RANGE.
047000     IF KS-CLIENT (KS-I) NOT < RANGE-LO AND
047100        KS-CLIENT (KS-I) NOT > RANGE-HI
047200       ADD KS-IN-USE (KS-I) TO RANGE-IN-USE.
047300     ADD 1 TO KS-I.
047400 3300-SHARE-ONE-SPACE.
047500     IF KS-CLIENT (KS-I) NOT < RANGE-LO AND
047600        KS-CLIENT (KS-I) NOT > RANGE-HI
047700       MULTIPLY RH-AG-GOOD-ADD-CNT BY KS-IN-USE (KS-I)
047800         GIVING SHARE-WORK
047900       COMPUTE KS-ADD-EST (KS-I) = KS-ADD-EST (KS-I) +
048000         SHARE-WORK / RANGE-IN-USE.
048100     ADD 1 TO KS-I.
048200 3900-HIST-READ.
048300     READ RUN-HIST-FILE, AT END
048400       MOVE 1 TO HIST-EOF-SW.
048500******************************************************************
048600***  CUSTOMER IDENTIFIERS: THE IDCTL HIGH-WATER MARK, THE GAPS ***
048700***  IN THE CUSTOMER FILE AND THE IDLOG ASSIGNMENT RATE        ***
048800******************************************************************
048900 4000-CUSTOMER-IDS.
049000     OPEN INPUT ID-CTL-FILE.
049100     IF IDCTL-STATUS = '00'
049200       READ ID-CTL-FILE
049300         AT END
049400           MOVE '10' TO IDCTL-STATUS
049500       END-READ
049600       IF IDCTL-STATUS = '00' AND CT-HIGH-IDENT NUMERIC
049700         MOVE 1 TO IDCTL-SW
049800         MOVE CT-HIGH-IDENT TO CID-HIGH
049900       END-IF
050000       CLOSE ID-CTL-FILE.
050100     OPEN INPUT CUST-FILE.
050200     IF CUST-STATUS = '00'
050300       MOVE 1 TO CUST-FILE-SW
050400       MOVE 0 TO CID-PREV
050500       PERFORM 4100-CUST-READ
050600       PERFORM 4200-CHECK-ONE-IDENT UNTIL CUST-EOF
050700       CLOSE CUST-FILE.
050800     IF NOT IDCTL-PRESENT
050900       MOVE CID-FILE-HIGH TO CID-HIGH.
051000     IF CUST-FILE-PRESENT AND CID-PREV < CID-HIGH
051100*      IDENTIFIERS ASSIGNED BUT NO LONGER ON FILE ABOVE THE
051200*      LAST CUSTOMER ARE GAPS TOO
051300       ADD 1, CID-PREV GIVING GAP-NUM-6
051400       MOVE CID-HIGH TO GAP-NUM-6B
051500       PERFORM 4300-NOTE-CID-GAP.
051600     OPEN INPUT ID-LOG-FILE.
051700     IF IDLOG-STATUS NOT = '00'
051800       GO TO 4090-EXIT.
051900     PERFORM 4500-IDLOG-READ.
052000     PERFORM 4400-COUNT-ONE-ASSIGNMENT UNTIL IDLOG-EOF.
052100     CLOSE ID-LOG-FILE.
052200 4090-EXIT.
052300     EXIT.
052400 4100-CUST-READ.
052500     READ CUST-FILE NEXT RECORD
052600       AT END
052700         MOVE 1 TO CUST-EOF-SW.
052800 4200-CHECK-ONE-IDENT.
052900     ADD 1 TO CID-IN-USE.
053000     MOVE VS-CUSTIDENT TO CID-FILE-HIGH.
053100     IF IDCTL-PRESENT AND VS-CUSTIDENT > CID-HIGH
053200       ADD 1 TO CID-ABOVE-CTL-CNT.
053300     IF VS-CUSTIDENT > CID-PREV + 1
053400       ADD 1, CID-PREV GIVING GAP-NUM-6
053500       SUBTRACT 1 FROM VS-CUSTIDENT GIVING GAP-NUM-6B
053600*      NOTHING ABOVE THE HIGH-WATER MARK IS A REUSABLE GAP
053700       IF IDCTL-PRESENT AND GAP-NUM-6B > CID-HIGH
053800         MOVE CID-HIGH TO GAP-NUM-6B
053900       END-IF
054000       IF GAP-NUM-6 NOT > GAP-NUM-6B
054100         PERFORM 4300-NOTE-CID-GAP.
054200     MOVE VS-CUSTIDENT TO CID-PREV.
054300     PERFORM 4100-CUST-READ.
054400*    COUNTS ONE GAP RANGE AND LISTS THE FIRST FEW OF THEM
054500 4300-NOTE-CID-GAP.
054600     COMPUTE CID-GAP-CNT = CID-GAP-CNT + GAP-NUM-6B - GAP-NUM-6
054700         + 1.
054800     ADD 1 TO CID-GAP-RANGES.
054900     IF CID-GAP-RANGES NOT > GAP-MAX-LISTED
055000       IF GAP-NUM-6 = GAP-NUM-6B
055100         STRING GAP-NUM-6 ' ' DELIMITED BY SIZE
055200             INTO CID-GAP-TEXT WITH POINTER CID-GAP-PTR
055300       ELSE
055400         STRING GAP-NUM-6 '-' GAP-NUM-6B ' '
055500             DELIMITED BY SIZE
055600             INTO CID-GAP-TEXT WITH POINTER CID-GAP-PTR.
055700 4400-COUNT-ONE-ASSIGNMENT.
055800     IF LG-DATE NUMERIC
055900       ADD 1 TO CID-LOG-CNT
056000       IF CID-LOG-FIRST = 0 OR LG-DATE < CID-LOG-FIRST
056100         MOVE LG-DATE TO CID-LOG-FIRST
056200       END-IF
056300       IF LG-DATE > CID-LOG-LAST
056400         MOVE LG-DATE TO CID-LOG-LAST.
056500     PERFORM 4500-IDLOG-READ.
056600 4500-IDLOG-READ.
056700     READ ID-LOG-FILE, AT END
056800       MOVE 1 TO IDLOG-EOF-SW.
056900******************************************************************
057000***  THE REPORT: ONE LINE PER KEY SPACE, THEN THE GAPS         ***
057100******************************************************************
057200 6000-REPORT.
057300     OPEN OUTPUT PRNTR.
057400     MOVE TODAY-DATE  TO RH-DATE-OUT.
057500     MOVE KEYMARGIN-9 TO RH-MARGIN.
057600     MOVE KEYDAYS-9   TO RH-DAYS.
057700     WRITE PRINT FROM RPT-HDR-LINE.
057800     WRITE PRINT FROM BLANK-LINE.
057900     MOVE SPACES TO HL-TEXT.
058000     IF HIST-RUN-CNT = 0
058100       MOVE 'NO RUN HISTORY - SEQUENCE SPACES NOT PROJECTED'
058200         TO HL-TEXT
058300     ELSE
058400       MOVE HIST-ADD-TOTAL TO EDIT-COUNT
058500       STRING 'RUN HISTORY ' HIST-FIRST-DATE ' TO '
058600           HIST-LAST-DATE ': ' DELIMITED BY SIZE
058700           EDIT-COUNT DELIMITED BY SIZE
058800           ' GOOD ADDS' DELIMITED BY SIZE INTO HL-TEXT.
058900     WRITE PRINT FROM HIST-LINE.
059000     WRITE PRINT FROM BLANK-LINE.
059100     WRITE PRINT FROM COL-HDR-LINE.
059200     MOVE 1 TO KS-I.
059300     PERFORM 6100-SEQ-SPACE-LINE UNTIL KS-I > KS-TBL-CNT.
059400     PERFORM 6200-CUST-ID-LINE THRU 6290-EXIT.
059500     WRITE PRINT FROM BLANK-LINE.
059600     MOVE 'GAPS THAT COULD BE REUSED (FIRST 10 RANGES PER SPACE)'
059700       TO ML-TEXT.
059800     WRITE PRINT FROM MSG-LINE.
059900     MOVE 1 TO KS-I.
060000     PERFORM 6300-SEQ-GAP-LINE UNTIL KS-I > KS-TBL-CNT.
060100     IF CID-GAP-RANGES > 0
060200       MOVE 'CUSTIDENT' TO GL-SPACE
060300       MOVE CID-GAP-TEXT TO GL-TEXT
060400       WRITE PRINT FROM GAP-LINE
060500       IF CID-GAP-RANGES > GAP-MAX-LISTED
060600         COMPUTE GAP-MORE = CID-GAP-RANGES - GAP-MAX-LISTED
060700         PERFORM 6400-MORE-GAPS-LINE.
060800     PERFORM 7000-TOTALS.
060900     CLOSE PRNTR.
061000*    ONE SEQUENCE-NUMBER SPACE; AVAILABLE COUNTS THE GAPS, AS A
061100*    TC 01 ADD CAN NAME ANY FREE SEQUENCE
061200 6100-SEQ-SPACE-LINE.
061300     MOVE SPACES TO DL-SPACE.
061400     STRING 'REC ' KS-REC-ID (KS-I) ' CL ' KS-CLIENT (KS-I)
061500         DELIMITED BY SIZE INTO DL-SPACE.
061600     MOVE 999 TO SPACE-SIZE.
061700     COMPUTE SPACE-AVAILABLE = 999 - KS-IN-USE (KS-I).
061800     MOVE KS-ADD-EST (KS-I) TO SPACE-ADDS.
061900     MOVE HIST-DAYS TO SPACE-DAYS.
062000     MOVE KS-IN-USE (KS-I) TO DL-IN-USE.
062100     MOVE KS-HIGH (KS-I) TO DL-HIGH.
062200     COMPUTE DL-ABOVE = 999 - KS-HIGH (KS-I).
062300     MOVE KS-GAP-CNT (KS-I) TO DL-GAPS.
062400     PERFORM 6500-PROJECT-SPACE.
062500     IF SPACE-IN-MARGIN
062600       MOVE SPACES TO ALERT-CHECKPOINT
062700       STRING 'REC ' KS-REC-ID (KS-I) ' CLIENT ' KS-CLIENT (KS-I)
062800           ' SEQ SPACE' DELIMITED BY SIZE INTO ALERT-CHECKPOINT
062900       CALL 'mw_alert' USING ALERT-PARMS.
063000     WRITE PRINT FROM DET-LINE.
063100     ADD 1 TO KS-I.
063200*    THE CUSTOMER IDENTIFIER SPACE; NEXTCUSTID ONLY ASSIGNS
063300*    ABOVE THE HIGH-WATER MARK, SO ONLY THOSE ARE AVAILABLE
063400 6200-CUST-ID-LINE.
063500     WRITE PRINT FROM BLANK-LINE.
063600     MOVE 'CUSTIDENT' TO DL-SPACE.
063700     IF NOT IDCTL-PRESENT AND NOT CUST-FILE-PRESENT
063800       MOVE 'CUSTOMER IDENTIFIERS: NO IDCTL OR CUSTOMER FILE'
063900         TO ML-TEXT
064000       WRITE PRINT FROM MSG-LINE
064100       GO TO 6290-EXIT.
064200     MOVE 999999 TO SPACE-SIZE.
064300     COMPUTE SPACE-AVAILABLE = 999999 - CID-HIGH.
064400     MOVE CID-LOG-CNT TO SPACE-ADDS.
064500     MOVE 0 TO SPACE-DAYS.
064600     IF CID-LOG-CNT > 0
064700       MOVE CID-LOG-FIRST TO SERIAL-WORK-DATE
064800       PERFORM 8000-DATE-TO-SERIAL
064900       MOVE SERIAL-DAYS TO SPACE-DAYS
065000       MOVE CID-LOG-LAST TO SERIAL-WORK-DATE
065100       PERFORM 8000-DATE-TO-SERIAL
065200       COMPUTE SPACE-DAYS = SERIAL-DAYS - SPACE-DAYS + 1.
065300     MOVE CID-IN-USE TO DL-IN-USE.
065400     MOVE CID-HIGH TO DL-HIGH.
065500     MOVE SPACE-AVAILABLE TO DL-ABOVE.
065600     MOVE CID-GAP-CNT TO DL-GAPS.
065700     PERFORM 6500-PROJECT-SPACE.
065800     IF SPACE-IN-MARGIN
065900       MOVE 'CUSTOMER IDENTIFIER SPACE' TO ALERT-CHECKPOINT
066000       CALL 'mw_alert' USING ALERT-PARMS.
066100     WRITE PRINT FROM DET-LINE.
066200     IF NOT CUST-FILE-PRESENT
066300       MOVE '  (NO CUSTOMER FILE - IN USE AND GAPS NOT COUNTED)'
066400         TO ML-TEXT
066500       WRITE PRINT FROM MSG-LINE.
066600     IF NOT IDCTL-PRESENT
066700       MOVE '  (NO IDCTL - HIGHEST IS THE CUSTOMER FILE''S)'
066800         TO ML-TEXT
066900       WRITE PRINT FROM MSG-LINE.
067000     IF CID-ABOVE-CTL-CNT > 0
067100       MOVE CID-ABOVE-CTL-CNT TO CT-COUNT
067200       MOVE '  CUSTOMERS ABOVE THE IDCTL HIGH MARK' TO CT-TEXT
067300       WRITE PRINT FROM CNT-DET-LINE
067400       DISPLAY 'BDMS0248 ' CID-ABOVE-CTL-CNT ' CUSTOMER(S) ON'
067500               ' FILE ABOVE THE IDCTL HIGH-WATER MARK'
067600       MOVE 4 TO RETURN-CODE.
067700 6290-EXIT.
067800     EXIT.
067900 6300-SEQ-GAP-LINE.
068000     IF KS-GAP-CNT (KS-I) > 0
068100       PERFORM 6350-BUILD-SEQ-GAPS
068200       MOVE SPACES TO GL-SPACE
068300       STRING 'REC ' KS-REC-ID (KS-I) ' CL ' KS-CLIENT (KS-I)
068400           DELIMITED BY SIZE INTO GL-SPACE
068500       MOVE GAP-TEXT TO GL-TEXT
068600       WRITE PRINT FROM GAP-LINE
068700       IF GAP-MORE > 0
068800         PERFORM 6400-MORE-GAPS-LINE.
068900     ADD 1 TO KS-I.
069000*    WALKS THE USED MAP BELOW THE HIGHEST NUMBER FOR RUNS OF
069100*    UNUSED SEQUENCES
069200 6350-BUILD-SEQ-GAPS.
069300     MOVE SPACES TO GAP-TEXT.
069400     MOVE 1 TO GAP-PTR.
069500     MOVE 0 TO GAP-RANGES, GAP-MORE.
069600     MOVE 1 TO SEQ-IX.
069700     PERFORM 6360-NEXT-GAP THRU 6369-EXIT
069800       UNTIL SEQ-IX NOT < KS-HIGH (KS-I).
069900 6360-NEXT-GAP.
070000     IF KS-USED-MAP (KS-I) (SEQ-IX:1) = '1'
070100       ADD 1 TO SEQ-IX
070200       GO TO 6369-EXIT.
070300     MOVE SEQ-IX TO GAP-START.
070400     PERFORM 6370-GAP-RUN
070500       UNTIL KS-USED-MAP (KS-I) (SEQ-IX:1) = '1'.
070600     SUBTRACT 1 FROM SEQ-IX GIVING GAP-END.
070700     ADD 1 TO GAP-RANGES.
070800     IF GAP-RANGES > GAP-MAX-LISTED
070900       ADD 1 TO GAP-MORE
071000       GO TO 6369-EXIT.
071100     MOVE GAP-START TO GAP-NUM-3.
071200     MOVE GAP-END   TO GAP-NUM-3B.
071300     IF GAP-START = GAP-END
071400       STRING GAP-NUM-3 ' ' DELIMITED BY SIZE
071500           INTO GAP-TEXT WITH POINTER GAP-PTR
071600     ELSE
071700       STRING GAP-NUM-3 '-' GAP-NUM-3B ' ' DELIMITED BY SIZE
071800           INTO GAP-TEXT WITH POINTER GAP-PTR.
071900 6369-EXIT.
072000     EXIT.
072100 6370-GAP-RUN.
072200     ADD 1 TO SEQ-IX.
072300 6400-MORE-GAPS-LINE.
072400     MOVE SPACES TO GL-SPACE, GL-TEXT.
072500     MOVE GAP-MORE TO GAP-MORE-ED.
072600     STRING 'AND ' GAP-MORE-ED ' MORE RANGES' DELIMITED BY SIZE
072700         INTO GL-TEXT.
072800     WRITE PRINT FROM GAP-LINE.
072900******************************************************************
073000***  PROJECTS ONE SPACE TO ITS RUN-OUT DATE AND TESTS IT       ***
073100***  AGAINST THE MARGINS.  IN: SPACE-SIZE, SPACE-AVAILABLE,    ***
073200***  SPACE-ADDS OVER SPACE-DAYS                                ***
073300******************************************************************
073400 6500-PROJECT-SPACE.
073500     MOVE 0 TO WARN-SW.
073600     MOVE SPACE-AVAILABLE TO DL-AVAIL.
073700     MOVE SPACES TO DL-WARN, DL-RUNOUT.
073800     MOVE 0 TO ADD-RATE.
073900     IF SPACE-DAYS > 0
074000       COMPUTE ADD-RATE ROUNDED = SPACE-ADDS / SPACE-DAYS.
074100     MOVE ADD-RATE TO DL-RATE.
074200     IF ADD-RATE = 0
074300       MOVE ' NO ADDS' TO DL-DAYS-LEFT
074400     ELSE
074500       COMPUTE DAYS-LEFT = SPACE-AVAILABLE / ADD-RATE
074600         ON SIZE ERROR
074700           MOVE 999999999 TO DAYS-LEFT
074800       END-COMPUTE
074900       MOVE DAYS-LEFT TO DL-DAYS-ED
075000       MOVE DL-DAYS-ED TO DL-DAYS-LEFT
075100       IF DAYS-LEFT > 36000
075200         MOVE '100+ YRS' TO DL-RUNOUT
075300       ELSE
075400         COMPUTE SERIAL-DAYS = TODAY-SERIAL + DAYS-LEFT
075500         PERFORM 8100-SERIAL-TO-DATE
075600         MOVE SERIAL-WORK-DATE TO DL-RUNOUT
075700       END-IF
075800       IF DAYS-LEFT < KEYDAYS-9
075900         MOVE 1 TO WARN-SW.
076000     COMPUTE MARGIN-LIMIT = SPACE-SIZE * KEYMARGIN-9.
076100     IF SPACE-AVAILABLE * 100 < MARGIN-LIMIT
076200       MOVE 1 TO WARN-SW.
076300     IF SPACE-IN-MARGIN
076400       MOVE '*WARN*' TO DL-WARN
076500       ADD 1 TO WARN-CNT.
076600******************************************************************
076700***  RUN TOTALS                                                ***
076800******************************************************************
076900 7000-TOTALS.
077000     WRITE PRINT FROM BLANK-LINE.
077100     MOVE 'MASTER RECORDS READ' TO CT-TEXT.
077200     MOVE MASTER-READ-CNT TO CT-COUNT.
077300     WRITE PRINT FROM CNT-DET-LINE.
077400     MOVE 'SEQUENCE KEY SPACES' TO CT-TEXT.
077500     MOVE KS-TBL-CNT TO CT-COUNT.
077600     WRITE PRINT FROM CNT-DET-LINE.
077700     MOVE 'RECORDS WITH A NON-NUMERIC SEQUENCE' TO CT-TEXT.
077800     MOVE BAD-SEQ-CNT TO CT-COUNT.
077900     WRITE PRINT FROM CNT-DET-LINE.
078000     IF KS-OVERFLOW-CNT > 0
078100       MOVE 'RECORDS NOT MAPPED - SPACE TABLE FULL' TO CT-TEXT
078200       MOVE KS-OVERFLOW-CNT TO CT-COUNT
078300       WRITE PRINT FROM CNT-DET-LINE.
078400     MOVE 'RUN-HISTORY RUNS' TO CT-TEXT.
078500     MOVE HIST-RUN-CNT TO CT-COUNT.
078600     WRITE PRINT FROM CNT-DET-LINE.
078700     IF HIST-UNSHARED-ADDS > 0
078800       MOVE 'ADDS IN RANGES WITH NO RECORDS TODAY' TO CT-TEXT
078900       MOVE HIST-UNSHARED-ADDS TO CT-COUNT
079000       WRITE PRINT FROM CNT-DET-LINE.
079100     MOVE 'IDLOG ASSIGNMENTS' TO CT-TEXT.
079200     MOVE CID-LOG-CNT TO CT-COUNT.
079300     WRITE PRINT FROM CNT-DET-LINE.
079400     MOVE 'KEY SPACES WITHIN THE MARGIN' TO CT-TEXT.
079500     MOVE WARN-CNT TO CT-COUNT.
079600     WRITE PRINT FROM CNT-DET-LINE.
079700******************************************************************
079800***  CONVERTS A CCYYMMDD DATE TO 360-DAY-CONVENTION SERIAL     ***
079900***  DAYS, AND BACK                                            ***
080000******************************************************************
080100 8000-DATE-TO-SERIAL.
080200     COMPUTE SERIAL-DAYS =
080300         (SW-CCYY * 360) + ((SW-MM - 1) * 30) + SW-DD.
080400 8100-SERIAL-TO-DATE.
080500     SUBTRACT 1 FROM SERIAL-DAYS.
080600     DIVIDE SERIAL-DAYS BY 360 GIVING SW-CCYY
080700         REMAINDER SERIAL-REM.
080800     DIVIDE SERIAL-REM BY 30 GIVING SW-MM
080900         REMAINDER SW-DD.
081000     ADD 1 TO SW-MM, SW-DD.
081100******************************************************************
081200***  ANY SPACE WITHIN THE MARGIN LEAVES RC 4                   ***
081300******************************************************************
081400 9000-EOJ.
081500     DISPLAY 'BDMS0248 MASTER RECORDS READ......' MASTER-READ-CNT.
081600     DISPLAY 'BDMS0248 SEQUENCE KEY SPACES......' KS-TBL-CNT.
081700     DISPLAY 'BDMS0248 SPACES WITHIN MARGIN.....' WARN-CNT.
081800     IF WARN-CNT > 0
081900       DISPLAY 'BDMS0248 KEY SPACE(S) NEAR EXHAUSTION - SEE'
082000               ' PRINTR1'
082100       MOVE 4 TO RETURN-CODE.
082200     DISPLAY 'BDMS0248 END PROCESSING'.
