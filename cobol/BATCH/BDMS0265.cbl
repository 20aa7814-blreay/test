000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0265.
000300******************************************************************
000400***  BDMS0265 - OPERATIONAL DATA MART EXTRACT AND RECONCILE.   ***
000500***  THE NIGHTLY STEP THAT PUTS THE BATCH CONTROL FILES INTO   ***
000600***  DB2 REPORTING TABLES THROUGH DBLOAD, SO A QUESTION THAT   ***
000700***  CROSSES THEM IS A QUERY INSTEAD OF A NEW PROGRAM:         ***
000800***    RH  RUN HISTORY (RUNHIST)      -> MART_RUN_HISTORY      ***
000900***    TI  STEP TIMINGS (BDMSTIMR)    -> MART_STEP_TIMING      ***
001000***    AC  RUN ACCOUNTING (MWACCT)    -> MART_RUN_ACCT         ***
001100***    AL  OPERATOR ALERTS (MWALERT)  -> MART_ALERT            ***
001200***    SB  SUBMISSION LOG (ARTSUBLOG) -> MART_SUBMISSION       ***
001300***  EVERY ROW CARRIES THE RUN IDENTIFIER OF THE NIGHT THAT    ***
001400***  FIRST SENT IT (NIGHT_RUN_ID, FROM MT_BATCH_RUN_ID), SO    ***
001500***  ONE NIGHT JOINS ACROSS ALL FIVE TABLES; MART_RUN_HISTORY  ***
001600***  ALSO KEEPS EACH BDMS0201 RUN'S OWN RUN_ID.                ***
001700***                                                            ***
001800***  FUNCTION=EXTRACT (DEFAULT) - FOR EACH SOURCE, WRITES THE  ***
001900***    RECORDS APPENDED SINCE THE LAST RECONCILED LOAD AS A    ***
002000***    DBLOAD DELIMITED FILE WITH ITS TRL COUNT (MARTRH, ...)  ***
002100***    AND THE TABLE'S LODPARM DECK (MARTRHP, ...), AND        ***
002200***    EMPTIES THE DBLOAD COUNT FILE (LODCNT).  THE WATERMARK  ***
002300***    IN THE MART CONTROL FILE (MARTCTL) IS THE NUMBER OF     ***
002400***    SOURCE RECORDS ALREADY LOADED, CHECKED AGAINST THE LAST ***
002500***    LOADED RECORD; A SOURCE THAT WAS ROLLED OR CUT BACK IS  ***
002600***    SENT AGAIN FROM ITS FIRST RECORD (RETURN CODE 4).       ***
002700***  FIVE DBLOAD STEPS THEN LOAD THE FILES, EACH WITH DUPOK=Y  ***
002800***    AND LODCNT NAMING THE COUNT FILE.                       ***
002900***  FUNCTION=RECONCILE - CHECKS EACH SOURCE'S EXTRACT AGAINST ***
003000***    ITS DBLOAD COUNT RECORD (TRL COUNT, ROWS LOADED PLUS    ***
003100***    ROWS ALREADY PRESENT, NO REJECTS) AND AGAINST THE       ***
003200***    SOURCE FILE AS IT NOW STANDS, AND ONLY THEN MOVES THE   ***
003300***    SOURCE'S WATERMARK.  AN UNBALANCED SOURCE KEEPS ITS OLD ***
003400***    WATERMARK AND ENDS THE STEP WITH RETURN CODE 8.         ***
003500***                                                            ***
003600***  RERUNS: UNTIL A SOURCE RECONCILES, EXTRACT SENDS THE SAME ***
003700***  RECORDS AGAIN UNDER THE SAME NIGHT RUN IDENTIFIER.  EACH  ***
003800***  TABLE'S PRIMARY KEY IS THE SOURCE RECORD'S OWN STAMP, NOT ***
003900***  THE NIGHT, SO A ROW ALREADY LOADED COMES BACK FROM DB2 AS ***
004000***  A DUPLICATE KEY AND DBLOAD (DUPOK=Y) COUNTS IT AS PRESENT ***
004100***  INSTEAD OF LOADING IT TWICE:                              ***
004200***    MART_RUN_HISTORY  RUN_DATE, RUN_TIME, RUN_ID            ***
004300***    MART_STEP_TIMING  STEP, GROUP_ID, START_DATE,           ***
004400***                      START_TIME                            ***
004500***    MART_RUN_ACCT     PROGRAM, GROUP_ID, START_DATE,        ***
004600***                      START_TIME                            ***
004700***    MART_ALERT        ALERT_SEQ, ALERT_DATE, ALERT_TIME     ***
004800***    MART_SUBMISSION   SUB_DATE, SUB_TIME, DSN               ***
004900***  DATES LOAD AS CCYY-MM-DD AND TIMES AS HH.MM.SS FOR DATE   ***
005000***  AND TIME COLUMNS; COUNTS AND CODES AS INTEGERS.           ***
005100***                                                            ***
005200***  RETURN CODE: 0 CLEAN, 4 SOURCE ROLLED OR ABSENT, OR       ***
005300***  NOTHING TO RECONCILE, 8 SOURCE NOT RECONCILED, 16 BAD     ***
005400***  FUNCTION OR I/O FAILURE.                                  ***
005410***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
005420***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
005500******************************************************************
005600 ENVIRONMENT DIVISION.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900*    THE FIVE SOURCES, UNDER THE NAMES THEIR OWN REPORTS USE
006000     SELECT OPTIONAL RUN-HIST-FILE ASSIGN TO UT-S-RUNHIST
006100        ORGANIZATION LINE SEQUENTIAL
006200        FILE STATUS IS SRC-STATUS.
006300     SELECT OPTIONAL TIMING-FILE ASSIGN TO UT-S-TIMING
006400        ORGANIZATION LINE SEQUENTIAL
006500        FILE STATUS IS SRC-STATUS.
006600     SELECT OPTIONAL ACCT-FILE ASSIGN TO ACCTIN
006700        ORGANIZATION LINE SEQUENTIAL
006800        FILE STATUS IS SRC-STATUS.
006900     SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTIN
007000        ORGANIZATION LINE SEQUENTIAL
007100        FILE STATUS IS SRC-STATUS.
007200     SELECT OPTIONAL SUB-LOG-FILE ASSIGN TO ARTSUBLOG
007300        ORGANIZATION IS SEQUENTIAL
007400        FILE STATUS IS SRC-STATUS.
007500*    DBLOAD INPUT: ONE DELIMITED FILE AND ONE LODPARM DECK
007600*    PER TABLE
007700     SELECT MART-RH-FILE    ASSIGN TO UT-S-MARTRH
007800        ORGANIZATION LINE SEQUENTIAL
007900        FILE STATUS IS OUT-STATUS.
008000     SELECT MART-TI-FILE    ASSIGN TO UT-S-MARTTI
008100        ORGANIZATION LINE SEQUENTIAL
008200        FILE STATUS IS OUT-STATUS.
008300     SELECT MART-AC-FILE    ASSIGN TO UT-S-MARTAC
008400        ORGANIZATION LINE SEQUENTIAL
008500        FILE STATUS IS OUT-STATUS.
008600     SELECT MART-AL-FILE    ASSIGN TO UT-S-MARTAL
008700        ORGANIZATION LINE SEQUENTIAL
008800        FILE STATUS IS OUT-STATUS.
008900     SELECT MART-SB-FILE    ASSIGN TO UT-S-MARTSB
009000        ORGANIZATION LINE SEQUENTIAL
009100        FILE STATUS IS OUT-STATUS.
009200     SELECT PARM-RH-FILE    ASSIGN TO UT-S-MARTRHP
009300        ORGANIZATION LINE SEQUENTIAL
009400        FILE STATUS IS OUT-STATUS.
009500     SELECT PARM-TI-FILE    ASSIGN TO UT-S-MARTTIP
009600        ORGANIZATION LINE SEQUENTIAL
009700        FILE STATUS IS OUT-STATUS.
009800     SELECT PARM-AC-FILE    ASSIGN TO UT-S-MARTACP
009900        ORGANIZATION LINE SEQUENTIAL
010000        FILE STATUS IS OUT-STATUS.
010100     SELECT PARM-AL-FILE    ASSIGN TO UT-S-MARTALP
010200        ORGANIZATION LINE SEQUENTIAL
010300        FILE STATUS IS OUT-STATUS.
010400     SELECT PARM-SB-FILE    ASSIGN TO UT-S-MARTSBP
010500        ORGANIZATION LINE SEQUENTIAL
010600        FILE STATUS IS OUT-STATUS.
010700     SELECT OPTIONAL MART-CTL-FILE ASSIGN TO UT-S-MARTCTL
010800        ORGANIZATION LINE SEQUENTIAL
010900        FILE STATUS IS CTL-STATUS.
011000     SELECT OPTIONAL LOAD-CNT-FILE ASSIGN TO UT-S-LODCNT
011100        ORGANIZATION LINE SEQUENTIAL
011200        FILE STATUS IS CNT-STATUS.
011300     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
011400        ORGANIZATION LINE SEQUENTIAL.
011500 DATA DIVISION.
011600 FILE SECTION.
011700*    BDMS0201 RUN-HISTORY RECORD; THE CLIENT FDT AREA IS NOT
011800*    CARRIED INTO THE MART
011900 FD  RUN-HIST-FILE
012000     RECORDING MODE IS F
012100     LABEL RECORDS ARE STANDARD
012200     DATA RECORD IS RUN-HISTORY-RECORD.
012300 01  RUN-HISTORY-RECORD.
012400     03  RH-RUN-DATE               PIC 9(8).
012500     03  RH-RUN-TIME               PIC 9(8).
012600     03  RH-CLIENT-LO              PIC X(3).
012700     03  RH-CLIENT-HI              PIC X(3).
012800     03  RH-T-READ-CNT             PIC 9(15).
012900     03  RH-T-WRITTEN-CNT          PIC 9(15).
013000     03  RH-T-BYPASS-CNT           PIC 9(15).
013100     03  RH-T-RESTART-SKIP-CNT     PIC 9(15).
013200     03  RH-M-READ-CNT             PIC 9(15).
013300     03  RH-M-WRITTEN-CNT          PIC 9(15).
013400     03  RH-TM-WRITTEN-CNT         PIC 9(08).
013500     03  RH-JM-WRITTEN-CNT         PIC 9(08).
013600     03  RH-AG-BAD-T-KEY-CNT       PIC 9(15).
013700     03  RH-AG-BAD-T-TC-CNT        PIC 9(15).
013800     03  RH-AG-GOOD-ADD-CNT        PIC 9(15).
013900     03  RH-AG-BAD-ADD-CNT         PIC 9(15).
014000     03  RH-AG-GOOD-DEL-CNT        PIC 9(15).
014100     03  RH-AG-BAD-DEL-CNT         PIC 9(15).
014200     03  RH-AG-GOOD-MOD-CNT        PIC 9(15).
014300     03  RH-AG-BAD-MOD-CNT         PIC 9(15).
014400     03  RH-AG-GOOD-RPL-CNT        PIC 9(15).
014500     03  RH-AG-BAD-RPL-CNT         PIC 9(15).
014600     03  RH-CTL-BALANCE-FLAG       PIC X.
014700     03  RH-RUN-ID                 PIC X(28).
014800     03  RH-FDT-VERSION            PIC X(8).
014900     03  RH-AG-GOOD-INC-CNT        PIC 9(15).
015000     03  RH-AG-BAD-INC-CNT         PIC 9(15).
015100     03  RH-AG-GOOD-RKY-CNT        PIC 9(15).
015200     03  RH-AG-BAD-RKY-CNT         PIC 9(15).
015300     03  FILLER                    PIC X(553).
015400 FD  TIMING-FILE
015500     RECORDING MODE IS F
015600     LABEL RECORDS ARE STANDARD
015700     DATA RECORD IS TIMING-RECORD.
015800 01  TIMING-RECORD.
015900     03  TI-STEP                   PIC X(8).
016000     03  TI-GROUP-ID               PIC X(3).
016100     03  TI-START-DATE             PIC 9(8).
016200     03  TI-START-TIME             PIC 9(8).
016300     03  TI-END-DATE               PIC 9(8).
016400     03  TI-END-TIME               PIC 9(8).
016500     03  TI-ELAPSED-SECS           PIC 9(7).
016600 FD  ACCT-FILE
016700     RECORDING MODE IS F
016800     LABEL RECORDS ARE STANDARD
016900     DATA RECORD IS ACCT-RECORD.
017000 01  ACCT-RECORD.
017100     03  AC-PROGRAM                PIC X(30).
017200     03  AC-GROUP                  PIC X(3).
017300     03  AC-START-DATE             PIC 9(8).
017400     03  AC-START-TIME             PIC 9(8).
017500     03  AC-END-DATE               PIC 9(8).
017600     03  AC-END-TIME               PIC 9(8).
017700     03  AC-ELAPSED-SECS           PIC 9(7).
017800     03  AC-CPU-SECS               PIC 9(7).
017900     03  AC-STATUS                 PIC X.
018000     03  AC-PROG-RC                PIC 9(4).
018100     03  AC-ABEND                  PIC 9(4).
018200     03  AC-DB-USE                 PIC X.
018300     03  AC-DB-TYPE                PIC X(6).
018400     03  AC-DB2-RETRIES            PIC 9(6).
018500 FD  ALERT-FILE
018600     RECORDING MODE IS F
018700     LABEL RECORDS ARE STANDARD
018800     DATA RECORD IS ALERT-RECORD.
018900 01  ALERT-RECORD.
019000     03  AL-SEQ                    PIC 9(6).
019100     03  AL-DATE                   PIC 9(8).
019200     03  AL-TIME                   PIC 9(8).
019300     03  AL-PROGRAM                PIC X(30).
019400     03  AL-ABEND                  PIC X(4).
019500     03  AL-CHECKPOINT             PIC X(30).
019600     03  AL-SEVERITY               PIC X.
019700     03  AL-ACK                    PIC X.
019800 FD  SUB-LOG-FILE
019900     LABEL RECORD STANDARD
020000     DATA RECORD ART-LOG-REC.
020100 01  ART-LOG-REC.
020200     03  ALOG-DATE                 PIC X(08).
020300     03  ALOG-TIME                 PIC X(08).
020400     03  ALOG-DSN                  PIC X(44).
020500     03  ALOG-STATUS               PIC X(07).
020600     03  ALOG-RETCODE              PIC -9(9).
020700 FD  MART-RH-FILE
020800     RECORDING MODE IS F
020900     LABEL RECORDS ARE STANDARD
021000     DATA RECORD IS MART-RH-RECORD.
021100 01  MART-RH-RECORD                PIC X(600).
021200 FD  MART-TI-FILE
021300     RECORDING MODE IS F
021400     LABEL RECORDS ARE STANDARD
021500     DATA RECORD IS MART-TI-RECORD.
021600 01  MART-TI-RECORD                PIC X(600).
021700 FD  MART-AC-FILE
021800     RECORDING MODE IS F
021900     LABEL RECORDS ARE STANDARD
022000     DATA RECORD IS MART-AC-RECORD.
022100 01  MART-AC-RECORD                PIC X(600).
022200 FD  MART-AL-FILE
022300     RECORDING MODE IS F
022400     LABEL RECORDS ARE STANDARD
022500     DATA RECORD IS MART-AL-RECORD.
022600 01  MART-AL-RECORD                PIC X(600).
022700 FD  MART-SB-FILE
022800     RECORDING MODE IS F
022900     LABEL RECORDS ARE STANDARD
023000     DATA RECORD IS MART-SB-RECORD.
023100 01  MART-SB-RECORD                PIC X(600).
023200 FD  PARM-RH-FILE
023300     RECORDING MODE IS F
023400     LABEL RECORDS ARE STANDARD
023500     DATA RECORD IS PARM-RH-RECORD.
023600 01  PARM-RH-RECORD                PIC X(80).
023700 FD  PARM-TI-FILE
023800     RECORDING MODE IS F
023900     LABEL RECORDS ARE STANDARD
024000     DATA RECORD IS PARM-TI-RECORD.
024100 01  PARM-TI-RECORD                PIC X(80).
024200 FD  PARM-AC-FILE
024300     RECORDING MODE IS F
024400     LABEL RECORDS ARE STANDARD
024500     DATA RECORD IS PARM-AC-RECORD.
024600 01  PARM-AC-RECORD                PIC X(80).
024700 FD  PARM-AL-FILE
024800     RECORDING MODE IS F
024900     LABEL RECORDS ARE STANDARD
025000     DATA RECORD IS PARM-AL-RECORD.
025100 01  PARM-AL-RECORD                PIC X(80).
025200 FD  PARM-SB-FILE
025300     RECORDING MODE IS F
025400     LABEL RECORDS ARE STANDARD
025500     DATA RECORD IS PARM-SB-RECORD.
025600 01  PARM-SB-RECORD                PIC X(80).
025700*    ONE RECORD PER SOURCE: THE RECONCILED WATERMARK AND THE
025800*    EXTRACT STILL AWAITING RECONCILIATION
025900 FD  MART-CTL-FILE
026000     RECORDING MODE IS F
026100     LABEL RECORDS ARE STANDARD
026200     DATA RECORD IS MART-CTL-RECORD.
026300 01  MART-CTL-RECORD.
026400     03  MC-SOURCE                 PIC X(2).
026500     03  FILLER                    PIC X.
026600     03  MC-CONF-CNT               PIC 9(9).
026700     03  MC-CONF-CHECK             PIC X(40).
026800     03  MC-CONF-NIGHT             PIC X(28).
026900     03  MC-PEND-SW                PIC X.
027000     03  MC-PEND-NIGHT             PIC X(28).
027100     03  MC-PEND-ONFILE            PIC 9(9).
027200     03  MC-PEND-START             PIC 9(9).
027300     03  MC-PEND-EXTRACT           PIC 9(9).
027400     03  MC-PEND-CHECK             PIC X(40).
027500     03  FILLER                    PIC X(24).
027600*    THE DBLOAD COUNT RECORD (LODCNT)
027700 FD  LOAD-CNT-FILE
027800     RECORDING MODE IS F
027900     LABEL RECORDS ARE STANDARD
028000     DATA RECORD IS LOAD-CNT-RECORD.
028100 01  LOAD-CNT-RECORD.
028200     03  LC-DATE                   PIC 9(8).
028300     03  LC-TIME                   PIC 9(8).
028400     03  LC-TABLE                  PIC X(30).
028500     03  LC-TRAILER-FLAG           PIC X.
028600     03  LC-EXPECTED               PIC 9(9).
028700     03  LC-LOADED                 PIC 9(9).
028800     03  LC-PRESENT                PIC 9(9).
028900     03  LC-REJECTED               PIC 9(9).
029000     03  LC-OUTCOME                PIC X.
029100 FD  PRNTR
029200     RECORDING MODE IS F
029300     LABEL RECORDS ARE STANDARD
029400     BLOCK CONTAINS 0 RECORDS
029500     DATA RECORD IS PRINT.
029600 01  PRINT.
029700     03  PRT                       PIC X(132).
029800
029900 WORKING-STORAGE SECTION.
030000 01  SRC-STATUS                  PIC XX VALUE '00'.
030100 01  OUT-STATUS                  PIC XX VALUE '00'.
030200 01  CTL-STATUS                  PIC XX VALUE '00'.
030300 01  CNT-STATUS                  PIC XX VALUE '00'.
030400 01  FUNCTION-CODE               PIC X(10) VALUE SPACES.
030500     88  EXTRACT-FUNCTION           VALUE 'EXTRACT'.
030600     88  RECONCILE-FUNCTION         VALUE 'RECONCILE'.
030700 01  REFUSED-SW                  PIC 9 VALUE 0.
030800     88  RUN-REFUSED                VALUE 1.
030900 01  PRINT-OPEN-SW               PIC 9 VALUE 0.
031000     88  PRINT-OPEN                 VALUE 1.
031100 01  SRC-EOF-SW                  PIC 9 VALUE 0.
031200     88  SRC-EOF                    VALUE 1.
031300 01  CTL-EOF-SW                  PIC 9 VALUE 0.
031400     88  CTL-EOF                    VALUE 1.
031500 01  CNT-EOF-SW                  PIC 9 VALUE 0.
031600     88  CNT-EOF                    VALUE 1.
031700 01  ABSENT-SW                   PIC 9 VALUE 0.
031800     88  SOURCE-ABSENT              VALUE 1.
031900 01  ROLLED-SW                   PIC 9 VALUE 0.
032000     88  SOURCE-ROLLED              VALUE 1.
032100 01  TODAY-DATE                  PIC 9(8).
032200 01  TODAY-TIME                  PIC 9(8).
032300 01  NIGHT-RUN-ID                PIC X(28) VALUE SPACES.
032400 01  SRC-NIGHT-ID                PIC X(28) VALUE SPACES.
032500 01  SRC-I                       PIC 9(4) COMP-5.
032600 01  SRC-POS                     PIC 9(9) VALUE 0.
032700 01  SRC-ONFILE                  PIC 9(9) VALUE 0.
032800 01  SRC-START                   PIC 9(9) VALUE 0.
032900 01  SRC-EXTRACTED               PIC 9(9) VALUE 0.
033000 01  SRC-IMAGE                   PIC X(928).
033100 01  CONF-IMAGE                  PIC X(40).
033200 01  LAST-IMAGE                  PIC X(40).
033300 01  LINE-PTR                    PIC 9(4) COMP-5.
033400 01  MART-LINE                   PIC X(600).
033500 01  PARM-CARD                   PIC X(80).
033600 01  NOTE-TEXT                   PIC X(40).
033700 01  RESULT-TEXT                 PIC X(26).
033800 01  UNBALANCED-CNT              PIC 9(4) VALUE 0.
033900 01  PENDING-CNT                 PIC 9(4) VALUE 0.
034000 01  TRL-LINE.
034100     03  FILLER                  PIC X(4)   VALUE 'TRL|'.
034200     03  TRL-COUNT               PIC 9(9).
034300*    DATE AND TIME IN THE FORM THE DB2 COLUMNS TAKE
034400 01  ISO-IN                      PIC X(8).
034500 01  ISO-DATE-1                  PIC X(10).
034600 01  ISO-DATE-2                  PIC X(10).
034700 01  ISO-TIME-1                  PIC X(8).
034800 01  ISO-TIME-2                  PIC X(8).
034900 01  ISO-OUT-DATE                PIC X(10).
035000 01  ISO-OUT-TIME                PIC X(8).
035100******************************************************************
035200***  THE SOURCES, IN MARTCTL ORDER                             ***
035300******************************************************************
035400 01  SOURCE-VALUES.
035500     03  FILLER                  PIC X(36)  VALUE
035600         'RHMART_RUN_HISTORY  RUN HISTORY     '.
035700     03  FILLER                  PIC X(36)  VALUE
035800         'TIMART_STEP_TIMING  STEP TIMINGS    '.
035900     03  FILLER                  PIC X(36)  VALUE
036000         'ACMART_RUN_ACCT     RUN ACCOUNTING  '.
036100     03  FILLER                  PIC X(36)  VALUE
036200         'ALMART_ALERT        OPERATOR ALERTS '.
036300     03  FILLER                  PIC X(36)  VALUE
036400         'SBMART_SUBMISSION   SUBMISSION LOG  '.
036500 01  SOURCE-TABLE REDEFINES SOURCE-VALUES.
036600     03  SOURCE-ENTRY OCCURS 5 TIMES.
036700         05  SE-CODE             PIC X(2).
036800         05  SE-TABLE            PIC X(18).
036900         05  SE-DESC             PIC X(16).
037000******************************************************************
037100***  MART CONTROL STATE, ONE ENTRY PER SOURCE                  ***
037200******************************************************************
037300 01  CONTROL-TABLE.
037400     03  CONTROL-ENTRY OCCURS 5 TIMES.
037500         05  CE-CONF-CNT         PIC 9(9).
037600         05  CE-CONF-CHECK       PIC X(40).
037700         05  CE-CONF-NIGHT       PIC X(28).
037800         05  CE-PEND-SW          PIC X.
037900             88  CE-PENDING         VALUE 'P'.
038000         05  CE-PEND-NIGHT       PIC X(28).
038100         05  CE-PEND-ONFILE      PIC 9(9).
038200         05  CE-PEND-START       PIC 9(9).
038300         05  CE-PEND-EXTRACT     PIC 9(9).
038400         05  CE-PEND-CHECK       PIC X(40).
038500*    THE LATEST DBLOAD COUNT RECORD FOR EACH SOURCE'S TABLE
038600         05  CE-CNT-SW           PIC X.
038700             88  CE-COUNTED         VALUE 'Y'.
038800         05  CE-CNT-TRAILER      PIC X.
038900         05  CE-CNT-EXPECTED     PIC 9(9).
039000         05  CE-CNT-LOADED       PIC 9(9).
039100         05  CE-CNT-PRESENT      PIC 9(9).
039200         05  CE-CNT-REJECTED     PIC 9(9).
039300         05  CE-CNT-OUTCOME      PIC X.
039400
039500******************************************************************
039600***  REPORT LINES                                              ***
039700******************************************************************
039800 01  MART-HDR1-LINE.
039900     03  FILLER                  PIC X(30)  VALUE SPACES.
040000     03  FILLER                  PIC X(62)  VALUE
040100         'O P E R A T I O N A L   D A T A   M A R T   L O A D'.
040200     03  FILLER                  PIC X(8)   VALUE 'RUN '.
040300     03  MH-RUN-DATE             PIC 9(8).
040400     03  FILLER                  PIC X(24)  VALUE SPACES.
040500 01  MART-HDR2-LINE.
040600     03  FILLER                  PIC X(2)   VALUE SPACES.
040700     03  FILLER                  PIC X(16)  VALUE
040800         'NIGHT RUN ID'.
040900     03  MH-NIGHT                PIC X(28).
041000     03  FILLER                  PIC X(86)  VALUE SPACES.
041100 01  SECTION-LINE.
041200     03  FILLER                  PIC X(2)   VALUE SPACES.
041300     03  SL-TITLE                PIC X(130).
041400 01  XTR-COL-LINE.
041500     03  FILLER                  PIC X(44)  VALUE
041600         '  SOURCE            TABLE                 ON'.
041700     03  FILLER                  PIC X(44)  VALUE
041800         ' FILE      PRIOR  EXTRACTED  NOTE'.
041900     03  FILLER                  PIC X(44)  VALUE SPACES.
042000 01  XTR-DET-LINE.
042100     03  FILLER                  PIC X(2)   VALUE SPACES.
042200     03  XD-DESC                 PIC X(16).
042300     03  FILLER                  PIC X(2)   VALUE SPACES.
042400     03  XD-TABLE                PIC X(18).
042500     03  FILLER                  PIC X(2)   VALUE SPACES.
042600     03  XD-ONFILE               PIC Z(8)9.
042700     03  FILLER                  PIC X(2)   VALUE SPACES.
042800     03  XD-PRIOR                PIC Z(8)9.
042900     03  FILLER                  PIC X(2)   VALUE SPACES.
043000     03  XD-EXTRACT              PIC Z(8)9.
043100     03  FILLER                  PIC X(2)   VALUE SPACES.
043200     03  XD-NOTE                 PIC X(40).
043300     03  FILLER                  PIC X(19)  VALUE SPACES.
043400 01  REC-COL-LINE.
043500     03  FILLER                  PIC X(44)  VALUE
043600         '  SOURCE            TABLE               EXTR'.
043700     03  FILLER                  PIC X(44)  VALUE
043800         'ACTED  TRL COUNT     LOADED    PRESENT   REJ'.
043900     03  FILLER                  PIC X(44)  VALUE
044000         'ECTED   FILE NOW  RESULT'.
044100 01  REC-DET-LINE.
044200     03  FILLER                  PIC X(2)   VALUE SPACES.
044300     03  RD-DESC                 PIC X(16).
044400     03  FILLER                  PIC X(2)   VALUE SPACES.
044500     03  RD-TABLE                PIC X(18).
044600     03  FILLER                  PIC X(2)   VALUE SPACES.
044700     03  RD-EXTRACT              PIC Z(8)9.
044800     03  FILLER                  PIC X(2)   VALUE SPACES.
044900     03  RD-TRAILER              PIC Z(8)9.
045000     03  FILLER                  PIC X(2)   VALUE SPACES.
045100     03  RD-LOADED               PIC Z(8)9.
045200     03  FILLER                  PIC X(2)   VALUE SPACES.
045300     03  RD-PRESENT              PIC Z(8)9.
045400     03  FILLER                  PIC X(2)   VALUE SPACES.
045500     03  RD-REJECTED             PIC Z(8)9.
045600     03  FILLER                  PIC X(2)   VALUE SPACES.
045700     03  RD-ONFILE               PIC Z(8)9.
045800     03  FILLER                  PIC X(2)   VALUE SPACES.
045900     03  RD-RESULT               PIC X(26).
046000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
046010*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
046020 01  PRM-PARMS.
046030     05  PRM-FUNCTION              PIC X    VALUE 'G'.
046040     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
046050     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0265'.
046060     05  PRM-STEP                  PIC X(8) VALUE SPACES.
046070     05  PRM-NAME                  PIC X(30).
046080     05  PRM-VALUE                 PIC X(100).
046090     05  PRM-SOURCE                PIC X.
046100
046200 PROCEDURE DIVISION.
046300 0000-MAINLINE.
046400     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
046500     IF NOT RUN-REFUSED
046600       IF EXTRACT-FUNCTION
046700         PERFORM 2000-EXTRACT-SOURCE THRU 2090-EXIT
046800           VARYING SRC-I FROM 1 BY 1
046900           UNTIL SRC-I > 5 OR RUN-REFUSED
047000       ELSE
047100         PERFORM 3000-RECONCILE THRU 3090-EXIT.
047200     IF NOT RUN-REFUSED
047300       PERFORM 8000-REWRITE-CONTROL THRU 8090-EXIT.
047400     PERFORM 9000-EOJ.
047410     MOVE 'C' TO PRM-FUNCTION.
047420     CALL 'PARMSRV' USING PRM-PARMS.
047500     EXIT PROGRAM.
047600     STOP RUN.
047610******************************************************************
047620***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
047630***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
047640******************************************************************
047650 0900-GET-PARM.
047660     MOVE 'G' TO PRM-FUNCTION.
047670     CALL 'PARMSRV' USING PRM-PARMS.
047700******************************************************************
047800***  SELECTS THE FUNCTION, LOADS THE MART CONTROL FILE AND     ***
047900***  SETS THE NIGHT'S RUN IDENTIFIER                           ***
048000******************************************************************
048100 1000-INITIALIZE.
048200     DISPLAY 'BDMS0265 BEGIN PROCESSING'.
048300     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
048400     ACCEPT TODAY-TIME FROM TIME.
048500     MOVE 'FUNCTION' TO PRM-NAME.
048600     PERFORM 0900-GET-PARM.
048610     MOVE PRM-VALUE TO FUNCTION-CODE.
048700     IF FUNCTION-CODE = SPACES
048800       MOVE 'EXTRACT' TO FUNCTION-CODE.
048900     IF NOT EXTRACT-FUNCTION AND NOT RECONCILE-FUNCTION
049000       DISPLAY 'BDMS0265 FUNCTION ' FUNCTION-CODE
049100               ' NOT EXTRACT OR RECONCILE - RUN REFUSED'
049200       MOVE 16 TO RETURN-CODE
049300       MOVE 1 TO REFUSED-SW
049400       GO TO 1090-EXIT.
049500     DISPLAY 'BDMS0265 FUNCTION ' FUNCTION-CODE.
049600     PERFORM 1100-LOAD-CONTROL THRU 1190-EXIT.
049700     IF RUN-REFUSED
049800       GO TO 1090-EXIT.
049900     IF EXTRACT-FUNCTION
050000       PERFORM 1200-SET-NIGHT-ID.
050100     OPEN OUTPUT PRNTR.
050200     MOVE 1 TO PRINT-OPEN-SW.
050300     MOVE TODAY-DATE TO MH-RUN-DATE.
050400     WRITE PRINT FROM MART-HDR1-LINE.
050500     IF EXTRACT-FUNCTION
050600       MOVE NIGHT-RUN-ID TO MH-NIGHT
050700       WRITE PRINT FROM MART-HDR2-LINE.
050800     WRITE PRINT FROM BLANK-LINE.
050900 1090-EXIT.
051000     EXIT.
051100*    A SOURCE WITH NO CONTROL RECORD HAS NEVER BEEN LOADED
051200 1100-LOAD-CONTROL.
051300     MOVE SPACES TO CONTROL-TABLE.
051400     PERFORM 1150-CLEAR-ONE-ENTRY
051500       VARYING SRC-I FROM 1 BY 1 UNTIL SRC-I > 5.
051600     OPEN INPUT MART-CTL-FILE.
051700     IF CTL-STATUS NOT = '00' AND NOT = '05'
051800       DISPLAY 'BDMS0265 MARTCTL OPEN FAILED, ST=' CTL-STATUS
051900               ' - RUN REFUSED'
052000       MOVE 16 TO RETURN-CODE
052100       MOVE 1 TO REFUSED-SW
052200       GO TO 1190-EXIT.
052300     PERFORM 1160-LOAD-ONE-CONTROL UNTIL CTL-EOF.
052400     CLOSE MART-CTL-FILE.
052500 1190-EXIT.
052600     EXIT.
052700 1150-CLEAR-ONE-ENTRY.
052800     MOVE 0 TO CE-CONF-CNT (SRC-I), CE-PEND-ONFILE (SRC-I),
052900               CE-PEND-START (SRC-I), CE-PEND-EXTRACT (SRC-I),
053000               CE-CNT-EXPECTED (SRC-I), CE-CNT-LOADED (SRC-I),
053100               CE-CNT-PRESENT (SRC-I), CE-CNT-REJECTED (SRC-I).
053200 1160-LOAD-ONE-CONTROL.
053300     READ MART-CTL-FILE, AT END
053400       MOVE 1 TO CTL-EOF-SW.
053500     IF NOT CTL-EOF
053600       PERFORM 1170-STORE-ONE-CONTROL
053700         VARYING SRC-I FROM 1 BY 1 UNTIL SRC-I > 5.
053800 1170-STORE-ONE-CONTROL.
053900     IF MC-SOURCE = SE-CODE (SRC-I)
054000       MOVE MC-CONF-CNT     TO CE-CONF-CNT (SRC-I)
054100       MOVE MC-CONF-CHECK   TO CE-CONF-CHECK (SRC-I)
054200       MOVE MC-CONF-NIGHT   TO CE-CONF-NIGHT (SRC-I)
054300       MOVE MC-PEND-SW      TO CE-PEND-SW (SRC-I)
054400       MOVE MC-PEND-NIGHT   TO CE-PEND-NIGHT (SRC-I)
054500       MOVE MC-PEND-ONFILE  TO CE-PEND-ONFILE (SRC-I)
054600       MOVE MC-PEND-START   TO CE-PEND-START (SRC-I)
054700       MOVE MC-PEND-EXTRACT TO CE-PEND-EXTRACT (SRC-I)
054800       MOVE MC-PEND-CHECK   TO CE-PEND-CHECK (SRC-I).
054900*    THE DRIVER-MINTED IDENTIFIER, OR ONE MINTED HERE THE
055000*    BDMS0201 WAY
055100 1200-SET-NIGHT-ID.
055200     DISPLAY 'MT_BATCH_RUN_ID' UPON ENVIRONMENT-NAME.
055300     ACCEPT NIGHT-RUN-ID FROM ENVIRONMENT-VALUE.
055400     IF NIGHT-RUN-ID = SPACES
055500       STRING TODAY-DATE '-' TODAY-TIME (1:4)
055600              '-BDMS0265-G---' DELIMITED BY SIZE
055700         INTO NIGHT-RUN-ID.
055800     DISPLAY '    NIGHT RUN IDENTIFIER=' NIGHT-RUN-ID.
055900******************************************************************
056000***  EXTRACT: ONE SOURCE.  THE FIRST PASS COUNTS THE FILE AND  ***
056100***  PROVES THE WATERMARK STILL POINTS AT THE RECORD LAST      ***
056200***  LOADED; THE SECOND WRITES EVERY RECORD PAST IT, UP TO THE ***
056300***  COUNT TAKEN, SO RECORDS APPENDED MEANWHILE WAIT FOR THE   ***
056400***  NEXT NIGHT                                                ***
056500******************************************************************
056600 2000-EXTRACT-SOURCE.
056700     IF SRC-I = 1
056800       WRITE PRINT FROM BLANK-LINE
056900       MOVE 'EXTRACTED FOR DBLOAD' TO SL-TITLE
057000       WRITE PRINT FROM SECTION-LINE
057100       WRITE PRINT FROM XTR-COL-LINE
057200       OPEN OUTPUT LOAD-CNT-FILE
057300       CLOSE LOAD-CNT-FILE.
057400     MOVE 0 TO ABSENT-SW, ROLLED-SW, SRC-ONFILE, SRC-EXTRACTED.
057500     MOVE SPACES TO CONF-IMAGE, LAST-IMAGE, NOTE-TEXT.
057600*    A SOURCE NOT YET RECONCILED IS SENT AGAIN UNDER THE NIGHT
057700*    IT WAS FIRST SENT UNDER, SO ROWS ALREADY LOADED STILL JOIN
057800     IF CE-PENDING (SRC-I)
057900       MOVE CE-PEND-NIGHT (SRC-I) TO SRC-NIGHT-ID
058000       MOVE 'RESENT - NOT RECONCILED LAST RUN' TO NOTE-TEXT
058100     ELSE
058200       MOVE NIGHT-RUN-ID TO SRC-NIGHT-ID.
058300     PERFORM 2100-COUNT-PASS THRU 2190-EXIT.
058400     IF RUN-REFUSED
058500       GO TO 2090-EXIT.
058600     IF SRC-ONFILE < CE-CONF-CNT (SRC-I)
058700       MOVE 1 TO ROLLED-SW.
058800     IF CE-CONF-CNT (SRC-I) > 0 AND
058900        CONF-IMAGE NOT = CE-CONF-CHECK (SRC-I)
059000       MOVE 1 TO ROLLED-SW.
059100     IF SOURCE-ROLLED
059200       MOVE 1 TO SRC-START
059300       MOVE 'ROLLED SINCE LAST LOAD - SENT IN FULL'
059400         TO NOTE-TEXT
059500     ELSE
059600       COMPUTE SRC-START = CE-CONF-CNT (SRC-I) + 1.
059700     IF SOURCE-ABSENT
059800       MOVE 'SOURCE NOT PRESENT' TO NOTE-TEXT.
059900     IF (SOURCE-ROLLED OR SOURCE-ABSENT) AND RETURN-CODE < 4
060000       MOVE 4 TO RETURN-CODE.
060100     PERFORM 2500-OPEN-OUTPUT.
060200     IF OUT-STATUS NOT = '00'
060300       DISPLAY 'BDMS0265 ' SE-CODE (SRC-I)
060400               ' OUTPUT OPEN FAILED, ST=' OUT-STATUS
060500       MOVE 16 TO RETURN-CODE
060600       MOVE 1 TO REFUSED-SW
060700       GO TO 2090-EXIT.
060800     PERFORM 2400-WRITE-PARM-DECK.
060900     IF SRC-ONFILE NOT < SRC-START
061000       PERFORM 2200-EXTRACT-PASS THRU 2290-EXIT.
061100     MOVE SRC-EXTRACTED TO TRL-COUNT.
061200     MOVE TRL-LINE TO MART-LINE.
061300     PERFORM 2390-WRITE-LINE.
061400     PERFORM 2600-CLOSE-OUTPUT.
061500     MOVE 'P'           TO CE-PEND-SW (SRC-I).
061600     MOVE SRC-NIGHT-ID  TO CE-PEND-NIGHT (SRC-I).
061700     MOVE SRC-ONFILE    TO CE-PEND-ONFILE (SRC-I).
061800     COMPUTE CE-PEND-START (SRC-I) = SRC-START - 1.
061900     MOVE SRC-EXTRACTED TO CE-PEND-EXTRACT (SRC-I).
062000     MOVE LAST-IMAGE    TO CE-PEND-CHECK (SRC-I).
062100     MOVE SE-DESC (SRC-I)     TO XD-DESC.
062200     MOVE SE-TABLE (SRC-I)    TO XD-TABLE.
062300     MOVE SRC-ONFILE          TO XD-ONFILE.
062400     MOVE CE-PEND-START (SRC-I) TO XD-PRIOR.
062500     MOVE SRC-EXTRACTED       TO XD-EXTRACT.
062600     MOVE NOTE-TEXT           TO XD-NOTE.
062700     WRITE PRINT FROM XTR-DET-LINE.
062800     DISPLAY 'BDMS0265 ' SE-CODE (SRC-I) ' ON FILE ' SRC-ONFILE
062900             ' EXTRACTED ' SRC-EXTRACTED ' ' NOTE-TEXT.
063000 2090-EXIT.
063100     EXIT.
063200 2100-COUNT-PASS.
063300     PERFORM 5000-OPEN-SOURCE THRU 5090-EXIT.
063400     IF RUN-REFUSED OR SOURCE-ABSENT
063500       GO TO 2190-EXIT.
063600     PERFORM 2150-COUNT-ONE UNTIL SRC-EOF.
063700     PERFORM 5200-CLOSE-SOURCE.
063800 2190-EXIT.
063900     EXIT.
064000 2150-COUNT-ONE.
064100     PERFORM 5100-READ-SOURCE.
064200     IF NOT SRC-EOF
064300       ADD 1 TO SRC-ONFILE
064400       MOVE SRC-IMAGE (1:40) TO LAST-IMAGE
064500       IF SRC-ONFILE = CE-CONF-CNT (SRC-I)
064600         MOVE SRC-IMAGE (1:40) TO CONF-IMAGE.
064700 2200-EXTRACT-PASS.
064800     PERFORM 5000-OPEN-SOURCE THRU 5090-EXIT.
064900     IF RUN-REFUSED OR SOURCE-ABSENT
065000       GO TO 2290-EXIT.
065100     MOVE 0 TO SRC-POS.
065200     PERFORM 2250-EXTRACT-ONE
065300       UNTIL SRC-EOF OR SRC-POS NOT < SRC-ONFILE.
065400     PERFORM 5200-CLOSE-SOURCE.
065500 2290-EXIT.
065600     EXIT.
065700 2250-EXTRACT-ONE.
065800     PERFORM 5100-READ-SOURCE.
065900     IF NOT SRC-EOF
066000       ADD 1 TO SRC-POS
066100       IF SRC-POS NOT < SRC-START
066200         PERFORM 2300-BUILD-ROW
066300         PERFORM 2390-WRITE-LINE
066400         ADD 1 TO SRC-EXTRACTED.
066500******************************************************************
066600***  ONE DELIMITED ROW, NIGHT RUN IDENTIFIER FIRST, IN THE     ***
066700***  COLUMN ORDER OF THE TABLE'S LODPARM DECK                  ***
066800******************************************************************
066900 2300-BUILD-ROW.
067000     MOVE SPACES TO MART-LINE.
067100     MOVE 1 TO LINE-PTR.
067200     STRING SRC-NIGHT-ID '|' DELIMITED BY SIZE
067300       INTO MART-LINE WITH POINTER LINE-PTR.
067400     EVALUATE SRC-I
067500       WHEN 1
067600         PERFORM 2310-RUN-HISTORY-ROW
067700       WHEN 2
067800         PERFORM 2320-TIMING-ROW
067900       WHEN 3
068000         PERFORM 2330-ACCOUNTING-ROW
068100       WHEN 4
068200         PERFORM 2340-ALERT-ROW
068300       WHEN 5
068400         PERFORM 2350-SUBMISSION-ROW
068500     END-EVALUATE.
068600*    A RECORD WRITTEN BEFORE THE LATER COUNTERS WERE ADDED IS
068700*    SHORT; ITS MISSING COUNTS LOAD AS ZERO
068800 2310-RUN-HISTORY-ROW.
068900     INSPECT RUN-HISTORY-RECORD (23:256)
069000       REPLACING ALL SPACE BY ZERO.
069100     INSPECT RUN-HISTORY-RECORD (316:60)
069200       REPLACING ALL SPACE BY ZERO.
069300     MOVE RH-RUN-DATE TO ISO-IN.
069400     PERFORM 7000-ISO-DATE.
069500     MOVE ISO-OUT-DATE TO ISO-DATE-1.
069600     MOVE RH-RUN-TIME TO ISO-IN.
069700     PERFORM 7100-ISO-TIME.
069800     MOVE ISO-OUT-TIME TO ISO-TIME-1.
069900     STRING RH-RUN-ID '|' ISO-DATE-1 '|' ISO-TIME-1 '|'
070000            RH-CLIENT-LO '|' RH-CLIENT-HI '|'
070100            RH-T-READ-CNT '|' RH-T-WRITTEN-CNT '|'
070200            RH-T-BYPASS-CNT '|' RH-T-RESTART-SKIP-CNT '|'
070300            RH-M-READ-CNT '|' RH-M-WRITTEN-CNT '|'
070400            RH-TM-WRITTEN-CNT '|' RH-JM-WRITTEN-CNT '|'
070500            RH-AG-BAD-T-KEY-CNT '|' RH-AG-BAD-T-TC-CNT '|'
070600            RH-AG-GOOD-ADD-CNT '|' RH-AG-BAD-ADD-CNT '|'
070700            RH-AG-GOOD-DEL-CNT '|' RH-AG-BAD-DEL-CNT '|'
070800            RH-AG-GOOD-MOD-CNT '|' RH-AG-BAD-MOD-CNT '|'
070900            RH-AG-GOOD-RPL-CNT '|' RH-AG-BAD-RPL-CNT '|'
071000            RH-AG-GOOD-INC-CNT '|' RH-AG-BAD-INC-CNT '|'
071100            RH-AG-GOOD-RKY-CNT '|' RH-AG-BAD-RKY-CNT '|'
071200            RH-CTL-BALANCE-FLAG '|' RH-FDT-VERSION
071300            DELIMITED BY SIZE
071400       INTO MART-LINE WITH POINTER LINE-PTR.
071500 2320-TIMING-ROW.
071600     MOVE TI-START-DATE TO ISO-IN.
071700     PERFORM 7000-ISO-DATE.
071800     MOVE ISO-OUT-DATE TO ISO-DATE-1.
071900     MOVE TI-START-TIME TO ISO-IN.
072000     PERFORM 7100-ISO-TIME.
072100     MOVE ISO-OUT-TIME TO ISO-TIME-1.
072200     MOVE TI-END-DATE TO ISO-IN.
072300     PERFORM 7000-ISO-DATE.
072400     MOVE ISO-OUT-DATE TO ISO-DATE-2.
072500     MOVE TI-END-TIME TO ISO-IN.
072600     PERFORM 7100-ISO-TIME.
072700     MOVE ISO-OUT-TIME TO ISO-TIME-2.
072800     STRING TI-STEP '|' TI-GROUP-ID '|'
072900            ISO-DATE-1 '|' ISO-TIME-1 '|'
073000            ISO-DATE-2 '|' ISO-TIME-2 '|'
073100            TI-ELAPSED-SECS
073200            DELIMITED BY SIZE
073300       INTO MART-LINE WITH POINTER LINE-PTR.
073400 2330-ACCOUNTING-ROW.
073500     MOVE AC-START-DATE TO ISO-IN.
073600     PERFORM 7000-ISO-DATE.
073700     MOVE ISO-OUT-DATE TO ISO-DATE-1.
073800     MOVE AC-START-TIME TO ISO-IN.
073900     PERFORM 7100-ISO-TIME.
074000     MOVE ISO-OUT-TIME TO ISO-TIME-1.
074100     MOVE AC-END-DATE TO ISO-IN.
074200     PERFORM 7000-ISO-DATE.
074300     MOVE ISO-OUT-DATE TO ISO-DATE-2.
074400     MOVE AC-END-TIME TO ISO-IN.
074500     PERFORM 7100-ISO-TIME.
074600     MOVE ISO-OUT-TIME TO ISO-TIME-2.
074700     STRING AC-PROGRAM '|' AC-GROUP '|'
074800            ISO-DATE-1 '|' ISO-TIME-1 '|'
074900            ISO-DATE-2 '|' ISO-TIME-2 '|'
075000            AC-ELAPSED-SECS '|' AC-CPU-SECS '|'
075100            AC-STATUS '|' AC-PROG-RC '|' AC-ABEND '|'
075200            AC-DB-USE '|' AC-DB-TYPE '|' AC-DB2-RETRIES
075300            DELIMITED BY SIZE
075400       INTO MART-LINE WITH POINTER LINE-PTR.
075500 2340-ALERT-ROW.
075600     MOVE AL-DATE TO ISO-IN.
075700     PERFORM 7000-ISO-DATE.
075800     MOVE ISO-OUT-DATE TO ISO-DATE-1.
075900     MOVE AL-TIME TO ISO-IN.
076000     PERFORM 7100-ISO-TIME.
076100     MOVE ISO-OUT-TIME TO ISO-TIME-1.
076200     STRING AL-SEQ '|' ISO-DATE-1 '|' ISO-TIME-1 '|'
076300            AL-PROGRAM '|' AL-ABEND '|' AL-CHECKPOINT '|'
076400            AL-SEVERITY '|' AL-ACK
076500            DELIMITED BY SIZE
076600       INTO MART-LINE WITH POINTER LINE-PTR.
076700 2350-SUBMISSION-ROW.
076800     MOVE ALOG-DATE TO ISO-IN.
076900     PERFORM 7000-ISO-DATE.
077000     MOVE ISO-OUT-DATE TO ISO-DATE-1.
077100     MOVE ALOG-TIME TO ISO-IN.
077200     PERFORM 7100-ISO-TIME.
077300     MOVE ISO-OUT-TIME TO ISO-TIME-1.
077400     STRING ISO-DATE-1 '|' ISO-TIME-1 '|' ALOG-DSN '|'
077500            ALOG-STATUS '|' ALOG-RETCODE
077600            DELIMITED BY SIZE
077700       INTO MART-LINE WITH POINTER LINE-PTR.
077800 2390-WRITE-LINE.
077900     EVALUATE SRC-I
078000       WHEN 1
078100         WRITE MART-RH-RECORD FROM MART-LINE
078200       WHEN 2
078300         WRITE MART-TI-RECORD FROM MART-LINE
078400       WHEN 3
078500         WRITE MART-AC-RECORD FROM MART-LINE
078600       WHEN 4
078700         WRITE MART-AL-RECORD FROM MART-LINE
078800       WHEN 5
078900         WRITE MART-SB-RECORD FROM MART-LINE
079000     END-EVALUATE.
079100******************************************************************
079200***  THE TABLE'S LODPARM DECK: TABLE NAME, THEN THE COLUMNS IN ***
079300***  ROW ORDER                                                 ***
079400******************************************************************
079500 2400-WRITE-PARM-DECK.
079600     MOVE SE-TABLE (SRC-I) TO PARM-CARD.
079700     PERFORM 2490-WRITE-PARM-CARD.
079800     EVALUATE SRC-I
079900       WHEN 1
080000         PERFORM 2410-RUN-HISTORY-DECK
080100       WHEN 2
080200         PERFORM 2420-TIMING-DECK
080300       WHEN 3
080400         PERFORM 2430-ACCOUNTING-DECK
080500       WHEN 4
080600         PERFORM 2440-ALERT-DECK
080700       WHEN 5
080800         PERFORM 2450-SUBMISSION-DECK
080900     END-EVALUATE.
081000 2410-RUN-HISTORY-DECK.
081100     MOVE 'NIGHT_RUN_ID RUN_ID RUN_DATE RUN_TIME CLIENT_LO'
081200       TO PARM-CARD.
081300     PERFORM 2490-WRITE-PARM-CARD.
081400     MOVE 'CLIENT_HI T_READ T_WRITTEN T_BYPASS T_RESTART_SKIP'
081500       TO PARM-CARD.
081600     PERFORM 2490-WRITE-PARM-CARD.
081700     MOVE 'M_READ M_WRITTEN TM_WRITTEN JM_WRITTEN BAD_T_KEY'
081800       TO PARM-CARD.
081900     PERFORM 2490-WRITE-PARM-CARD.
082000     MOVE 'BAD_T_TC GOOD_ADD BAD_ADD GOOD_DEL BAD_DEL GOOD_MOD'
082100       TO PARM-CARD.
082200     PERFORM 2490-WRITE-PARM-CARD.
082300     MOVE 'BAD_MOD GOOD_RPL BAD_RPL GOOD_INC BAD_INC GOOD_RKY'
082400       TO PARM-CARD.
082500     PERFORM 2490-WRITE-PARM-CARD.
082600     MOVE 'BAD_RKY BALANCE_FLAG FDT_VERSION' TO PARM-CARD.
082700     PERFORM 2490-WRITE-PARM-CARD.
082800 2420-TIMING-DECK.
082900     MOVE 'NIGHT_RUN_ID STEP GROUP_ID START_DATE START_TIME'
083000       TO PARM-CARD.
083100     PERFORM 2490-WRITE-PARM-CARD.
083200     MOVE 'END_DATE END_TIME ELAPSED_SECS' TO PARM-CARD.
083300     PERFORM 2490-WRITE-PARM-CARD.
083400 2430-ACCOUNTING-DECK.
083500     MOVE 'NIGHT_RUN_ID PROGRAM GROUP_ID START_DATE START_TIME'
083600       TO PARM-CARD.
083700     PERFORM 2490-WRITE-PARM-CARD.
083800     MOVE 'END_DATE END_TIME ELAPSED_SECS CPU_SECS RUN_STATUS'
083900       TO PARM-CARD.
084000     PERFORM 2490-WRITE-PARM-CARD.
084100     MOVE 'PROG_RC ABEND_CODE DB_USE DB_TYPE DB2_RETRIES'
084200       TO PARM-CARD.
084300     PERFORM 2490-WRITE-PARM-CARD.
084400 2440-ALERT-DECK.
084500     MOVE 'NIGHT_RUN_ID ALERT_SEQ ALERT_DATE ALERT_TIME PROGRAM'
084600       TO PARM-CARD.
084700     PERFORM 2490-WRITE-PARM-CARD.
084800     MOVE 'ABEND_CODE CHECKPOINT SEVERITY ACK_FLAG'
084900       TO PARM-CARD.
085000     PERFORM 2490-WRITE-PARM-CARD.
085100 2450-SUBMISSION-DECK.
085200     MOVE 'NIGHT_RUN_ID SUB_DATE SUB_TIME DSN SUB_STATUS RETCODE'
085300       TO PARM-CARD.
085400     PERFORM 2490-WRITE-PARM-CARD.
085500 2490-WRITE-PARM-CARD.
085600     EVALUATE SRC-I
085700       WHEN 1
085800         WRITE PARM-RH-RECORD FROM PARM-CARD
085900       WHEN 2
086000         WRITE PARM-TI-RECORD FROM PARM-CARD
086100       WHEN 3
086200         WRITE PARM-AC-RECORD FROM PARM-CARD
086300       WHEN 4
086400         WRITE PARM-AL-RECORD FROM PARM-CARD
086500       WHEN 5
086600         WRITE PARM-SB-RECORD FROM PARM-CARD
086700     END-EVALUATE.
086800 2500-OPEN-OUTPUT.
086900     EVALUATE SRC-I
087000       WHEN 1
087100         OPEN OUTPUT MART-RH-FILE
087200         IF OUT-STATUS = '00'
087300           OPEN OUTPUT PARM-RH-FILE
087400         END-IF
087500       WHEN 2
087600         OPEN OUTPUT MART-TI-FILE
087700         IF OUT-STATUS = '00'
087800           OPEN OUTPUT PARM-TI-FILE
087900         END-IF
088000       WHEN 3
088100         OPEN OUTPUT MART-AC-FILE
088200         IF OUT-STATUS = '00'
088300           OPEN OUTPUT PARM-AC-FILE
088400         END-IF
088500       WHEN 4
088600         OPEN OUTPUT MART-AL-FILE
088700         IF OUT-STATUS = '00'
088800           OPEN OUTPUT PARM-AL-FILE
088900         END-IF
089000       WHEN 5
089100         OPEN OUTPUT MART-SB-FILE
089200         IF OUT-STATUS = '00'
089300           OPEN OUTPUT PARM-SB-FILE
089400         END-IF
089500     END-EVALUATE.
089600 2600-CLOSE-OUTPUT.
089700     EVALUATE SRC-I
089800       WHEN 1
089900         CLOSE MART-RH-FILE, PARM-RH-FILE
090000       WHEN 2
090100         CLOSE MART-TI-FILE, PARM-TI-FILE
090200       WHEN 3
090300         CLOSE MART-AC-FILE, PARM-AC-FILE
090400       WHEN 4
090500         CLOSE MART-AL-FILE, PARM-AL-FILE
090600       WHEN 5
090700         CLOSE MART-SB-FILE, PARM-SB-FILE
090800     END-EVALUATE.
090900******************************************************************
091000***  RECONCILE: EACH SOURCE AWAITING RECONCILIATION AGAINST    ***
091100***  ITS DBLOAD COUNT RECORD AND THE SOURCE FILE               ***
091200******************************************************************
091300 3000-RECONCILE.
091400     PERFORM 3100-LOAD-COUNTS THRU 3190-EXIT.
091500     IF RUN-REFUSED
091600       GO TO 3090-EXIT.
091700     MOVE 'RECONCILED AGAINST DBLOAD AND THE SOURCE FILES'
091800       TO SL-TITLE.
091900     WRITE PRINT FROM SECTION-LINE.
092000     WRITE PRINT FROM REC-COL-LINE.
092100     PERFORM 3200-RECONCILE-ONE THRU 3290-EXIT
092200       VARYING SRC-I FROM 1 BY 1
092300       UNTIL SRC-I > 5 OR RUN-REFUSED.
092400     IF RUN-REFUSED
092500       GO TO 3090-EXIT.
092600     IF PENDING-CNT = 0
092700       DISPLAY 'BDMS0265 NOTHING AWAITING RECONCILIATION'
092800       MOVE 'NOTHING AWAITING RECONCILIATION' TO SL-TITLE
092900       WRITE PRINT FROM SECTION-LINE
093000       IF RETURN-CODE < 4
093100         MOVE 4 TO RETURN-CODE.
093200     IF UNBALANCED-CNT > 0
093300       DISPLAY 'BDMS0265 ' UNBALANCED-CNT
093400               ' SOURCE(S) NOT RECONCILED - WATERMARK HELD'
093500       IF RETURN-CODE < 8
093600         MOVE 8 TO RETURN-CODE.
093700 3090-EXIT.
093800     EXIT.
093900*    A DBLOAD STEP RERUN APPENDS A SECOND RECORD; THE LAST ONE
094000*    FOR A TABLE STANDS
094100 3100-LOAD-COUNTS.
094200     OPEN INPUT LOAD-CNT-FILE.
094300     IF CNT-STATUS NOT = '00' AND NOT = '05'
094400       DISPLAY 'BDMS0265 LODCNT OPEN FAILED, ST=' CNT-STATUS
094500               ' - RUN REFUSED'
094600       MOVE 16 TO RETURN-CODE
094700       MOVE 1 TO REFUSED-SW
094800       GO TO 3190-EXIT.
094900     PERFORM 3150-LOAD-ONE-COUNT UNTIL CNT-EOF.
095000     CLOSE LOAD-CNT-FILE.
095100 3190-EXIT.
095200     EXIT.
095300 3150-LOAD-ONE-COUNT.
095400     READ LOAD-CNT-FILE, AT END
095500       MOVE 1 TO CNT-EOF-SW.
095600     IF NOT CNT-EOF
095700       PERFORM 3160-STORE-ONE-COUNT
095800         VARYING SRC-I FROM 1 BY 1 UNTIL SRC-I > 5.
095900 3160-STORE-ONE-COUNT.
096000     IF LC-TABLE = SE-TABLE (SRC-I)
096100       MOVE 'Y'             TO CE-CNT-SW (SRC-I)
096200       MOVE LC-TRAILER-FLAG TO CE-CNT-TRAILER (SRC-I)
096300       MOVE LC-EXPECTED     TO CE-CNT-EXPECTED (SRC-I)
096400       MOVE LC-LOADED       TO CE-CNT-LOADED (SRC-I)
096500       MOVE LC-PRESENT      TO CE-CNT-PRESENT (SRC-I)
096600       MOVE LC-REJECTED     TO CE-CNT-REJECTED (SRC-I)
096700       MOVE LC-OUTCOME      TO CE-CNT-OUTCOME (SRC-I).
096800*    THE SOURCE FILE IS APPEND-ONLY: IT MAY HAVE GROWN SINCE
096900*    THE EXTRACT BUT MUST STILL HOLD EVERY RECORD COUNTED THEN
097000 3200-RECONCILE-ONE.
097100     IF NOT CE-PENDING (SRC-I)
097200       GO TO 3290-EXIT.
097300     ADD 1 TO PENDING-CNT.
097400     MOVE 0 TO ABSENT-SW, SRC-ONFILE.
097500     MOVE SPACES TO CONF-IMAGE, LAST-IMAGE.
097600     PERFORM 2100-COUNT-PASS THRU 2190-EXIT.
097700     IF RUN-REFUSED
097800       GO TO 3290-EXIT.
097900     MOVE SPACES TO RESULT-TEXT.
098000     IF NOT CE-COUNTED (SRC-I)
098100       MOVE 'NOT LOADED' TO RESULT-TEXT
098200     ELSE
098300     IF CE-CNT-OUTCOME (SRC-I) NOT = 'C'
098400       MOVE 'DBLOAD FAILED' TO RESULT-TEXT
098500     ELSE
098600     IF CE-CNT-TRAILER (SRC-I) NOT = 'Y' OR
098700        CE-CNT-EXPECTED (SRC-I) NOT = CE-PEND-EXTRACT (SRC-I)
098800       MOVE 'TRL COUNT DIFFERS' TO RESULT-TEXT
098900     ELSE
099000     IF CE-CNT-REJECTED (SRC-I) > 0
099100       MOVE 'ROWS REJECTED - SEE LODREJ' TO RESULT-TEXT
099200     ELSE
099300     IF CE-CNT-LOADED (SRC-I) + CE-CNT-PRESENT (SRC-I)
099400          NOT = CE-PEND-EXTRACT (SRC-I)
099500       MOVE 'ROW COUNT DIFFERS' TO RESULT-TEXT
099600     ELSE
099700     IF CE-PEND-START (SRC-I) + CE-PEND-EXTRACT (SRC-I)
099800          NOT = CE-PEND-ONFILE (SRC-I)
099900       MOVE 'EXTRACT SHORT OF SOURCE' TO RESULT-TEXT
100000     ELSE
100100     IF SRC-ONFILE < CE-PEND-ONFILE (SRC-I)
100200       MOVE 'SOURCE SHRANK' TO RESULT-TEXT.
100300     IF RESULT-TEXT = SPACES
100400       MOVE 'BALANCED - WATERMARK MOVED' TO RESULT-TEXT
100500       MOVE CE-PEND-ONFILE (SRC-I) TO CE-CONF-CNT (SRC-I)
100600       MOVE CE-PEND-CHECK (SRC-I)  TO CE-CONF-CHECK (SRC-I)
100700       MOVE CE-PEND-NIGHT (SRC-I)  TO CE-CONF-NIGHT (SRC-I)
100800       MOVE SPACE                  TO CE-PEND-SW (SRC-I)
100900     ELSE
101000       ADD 1 TO UNBALANCED-CNT.
101100     MOVE SE-DESC (SRC-I)            TO RD-DESC.
101200     MOVE SE-TABLE (SRC-I)           TO RD-TABLE.
101300     MOVE CE-PEND-EXTRACT (SRC-I)    TO RD-EXTRACT.
101400     MOVE CE-CNT-EXPECTED (SRC-I)    TO RD-TRAILER.
101500     MOVE CE-CNT-LOADED (SRC-I)      TO RD-LOADED.
101600     MOVE CE-CNT-PRESENT (SRC-I)     TO RD-PRESENT.
101700     MOVE CE-CNT-REJECTED (SRC-I)    TO RD-REJECTED.
101800     MOVE SRC-ONFILE                 TO RD-ONFILE.
101900     MOVE RESULT-TEXT                TO RD-RESULT.
102000     WRITE PRINT FROM REC-DET-LINE.
102100     DISPLAY 'BDMS0265 ' SE-CODE (SRC-I) ' EXTRACTED '
102200             CE-PEND-EXTRACT (SRC-I) ' ' RESULT-TEXT.
102300 3290-EXIT.
102400     EXIT.
102500******************************************************************
102600***  SOURCE FILE ACCESS BY SOURCE NUMBER.  AN ABSENT SOURCE    ***
102700***  READS AS EMPTY                                            ***
102800******************************************************************
102900 5000-OPEN-SOURCE.
103000     MOVE 0 TO SRC-EOF-SW.
103100     EVALUATE SRC-I
103200       WHEN 1
103300         OPEN INPUT RUN-HIST-FILE
103400       WHEN 2
103500         OPEN INPUT TIMING-FILE
103600       WHEN 3
103700         OPEN INPUT ACCT-FILE
103800       WHEN 4
103900         OPEN INPUT ALERT-FILE
104000       WHEN 5
104100         OPEN INPUT SUB-LOG-FILE
104200     END-EVALUATE.
104300     IF SRC-STATUS = '05'
104400       MOVE 1 TO ABSENT-SW
104500       PERFORM 5200-CLOSE-SOURCE
104600       GO TO 5090-EXIT.
104700     IF SRC-STATUS NOT = '00'
104800       DISPLAY 'BDMS0265 ' SE-CODE (SRC-I)
104900               ' SOURCE OPEN FAILED, ST=' SRC-STATUS
105000       MOVE 16 TO RETURN-CODE
105100       MOVE 1 TO REFUSED-SW.
105200 5090-EXIT.
105300     EXIT.
105400 5100-READ-SOURCE.
105500     MOVE SPACES TO SRC-IMAGE.
105600     EVALUATE SRC-I
105700       WHEN 1
105800         READ RUN-HIST-FILE
105900           AT END MOVE 1 TO SRC-EOF-SW
106000           NOT AT END MOVE RUN-HISTORY-RECORD TO SRC-IMAGE
106100         END-READ
106200       WHEN 2
106300         READ TIMING-FILE
106400           AT END MOVE 1 TO SRC-EOF-SW
106500           NOT AT END MOVE TIMING-RECORD TO SRC-IMAGE
106600         END-READ
106700       WHEN 3
106800         READ ACCT-FILE
106900           AT END MOVE 1 TO SRC-EOF-SW
107000           NOT AT END MOVE ACCT-RECORD TO SRC-IMAGE
107100         END-READ
107200       WHEN 4
107300         READ ALERT-FILE
107400           AT END MOVE 1 TO SRC-EOF-SW
107500           NOT AT END MOVE ALERT-RECORD TO SRC-IMAGE
107600         END-READ
107700       WHEN 5
107800         READ SUB-LOG-FILE
107900           AT END MOVE 1 TO SRC-EOF-SW
108000           NOT AT END MOVE ART-LOG-REC TO SRC-IMAGE
108100         END-READ
108200     END-EVALUATE.
108300 5200-CLOSE-SOURCE.
108400     EVALUATE SRC-I
108500       WHEN 1
108600         CLOSE RUN-HIST-FILE
108700       WHEN 2
108800         CLOSE TIMING-FILE
108900       WHEN 3
109000         CLOSE ACCT-FILE
109100       WHEN 4
109200         CLOSE ALERT-FILE
109300       WHEN 5
109400         CLOSE SUB-LOG-FILE
109500     END-EVALUATE.
109600******************************************************************
109700***  CCYYMMDD TO CCYY-MM-DD AND HHMMSSCC TO HH.MM.SS; A VALUE  ***
109800***  THAT IS NOT NUMERIC GOES THROUGH AS IT STANDS             ***
109900******************************************************************
110000 7000-ISO-DATE.
110100     MOVE ISO-IN TO ISO-OUT-DATE.
110200     IF ISO-IN NUMERIC
110300       MOVE SPACES TO ISO-OUT-DATE
110400       STRING ISO-IN (1:4) '-' ISO-IN (5:2) '-' ISO-IN (7:2)
110500         DELIMITED BY SIZE INTO ISO-OUT-DATE.
110600 7100-ISO-TIME.
110700     MOVE ISO-IN TO ISO-OUT-TIME.
110800     IF ISO-IN NUMERIC
110900       MOVE SPACES TO ISO-OUT-TIME
111000       STRING ISO-IN (1:2) '.' ISO-IN (3:2) '.' ISO-IN (5:2)
111100         DELIMITED BY SIZE INTO ISO-OUT-TIME.
111200******************************************************************
111300***  WRITES THE MART CONTROL FILE BACK, ONE RECORD PER SOURCE  ***
111400******************************************************************
111500 8000-REWRITE-CONTROL.
111600     OPEN OUTPUT MART-CTL-FILE.
111700     IF CTL-STATUS NOT = '00' AND NOT = '05'
111800       DISPLAY 'BDMS0265 MARTCTL REWRITE FAILED, ST='
111900               CTL-STATUS
112000       MOVE 16 TO RETURN-CODE
112100       GO TO 8090-EXIT.
112200     PERFORM 8100-WRITE-ONE-CONTROL
112300       VARYING SRC-I FROM 1 BY 1 UNTIL SRC-I > 5.
112400     CLOSE MART-CTL-FILE.
112500 8090-EXIT.
112600     EXIT.
112700 8100-WRITE-ONE-CONTROL.
112800     MOVE SPACES                   TO MART-CTL-RECORD.
112900     MOVE SE-CODE (SRC-I)          TO MC-SOURCE.
113000     MOVE CE-CONF-CNT (SRC-I)      TO MC-CONF-CNT.
113100     MOVE CE-CONF-CHECK (SRC-I)    TO MC-CONF-CHECK.
113200     MOVE CE-CONF-NIGHT (SRC-I)    TO MC-CONF-NIGHT.
113300     MOVE CE-PEND-SW (SRC-I)       TO MC-PEND-SW.
113400     MOVE CE-PEND-NIGHT (SRC-I)    TO MC-PEND-NIGHT.
113500     MOVE CE-PEND-ONFILE (SRC-I)   TO MC-PEND-ONFILE.
113600     MOVE CE-PEND-START (SRC-I)    TO MC-PEND-START.
113700     MOVE CE-PEND-EXTRACT (SRC-I)  TO MC-PEND-EXTRACT.
113800     MOVE CE-PEND-CHECK (SRC-I)    TO MC-PEND-CHECK.
113900     WRITE MART-CTL-RECORD.
114000 9000-EOJ.
114100     IF PRINT-OPEN
114200       CLOSE PRNTR.
114300     DISPLAY 'BDMS0265 END OF JOB, RETURN CODE ' RETURN-CODE.
114400
