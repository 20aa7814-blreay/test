000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0266.
000300******************************************************************
000400***  BDMS0266 - PROBLEM RECORDS AND RECURRENCE TRACKING.       ***
000500***  GROUPS THE OPERATOR ALERTS MWALERT APPENDS (ALERTIN) AND  ***
000600***  THE I/O-ERROR JOURNAL FSTATJRNL APPENDS (ERRJRNL) INTO    ***
000700***  PROBLEM RECORDS, SO AN INCIDENT THAT COMES BACK NIGHT     ***
000800***  AFTER NIGHT IS SEEN AS ONE PROBLEM RECURRING:             ***
000900***    ALERT      PROGRAM + ABEND CODE                         ***
001000***    I/O ERROR  PROGRAM + FILE STATUS + FILE                 ***
001100***                                                            ***
001200***  FUNCTION=SCAN (DEFAULT) - THE NIGHTLY STEP.  EVERY ALERT  ***
001300***    AND JOURNAL ENTRY APPENDED SINCE THE LAST SCAN OPENS A  ***
001400***    PROBLEM ON ITS FIRST OCCURRENCE OR IS ATTACHED TO THE   ***
001500***    PROBLEM ALREADY OPEN FOR IT; ONE ON A PROBLEM RESOLVED  ***
001600***    BEFORE IT HAPPENED REOPENS THE PROBLEM (RETURN CODE 4). ***
001700***    EACH OCCURRENCE IS LOGGED (PROBOCC) WITH THE MWACCT RUN ***
001800***    RECORD (ACCTIN) OF THE RUN IT HAPPENED IN: THE RUN OF   ***
001900***    THE SAME PROGRAM UNDER WAY AT THE TIME, OR FAILING THAT ***
002000***    ANY RUN UNDER WAY THEN (A JOURNAL ENTRY CARRIES THE     ***
002100***    PROGRAM-ID OF THE SUBPROGRAM THAT FAILED).  THE         ***
002200***    WATERMARK (PROBCTL) IS KEPT THE BDMS0265 WAY - A COUNT  ***
002300***    OF RECORDS DONE CHECKED AGAINST THE LAST ONE - AND A    ***
002400***    SOURCE ROLLED SINCE IS TAKEN FROM ITS FIRST RECORD.     ***
002500***  FUNCTION=RESOLVE - MARKS THE PROBLEM NAMED BY PROBID      ***
002600***    RESOLVED AS OF NOW.                                     ***
002700***  FUNCTION=REPORT - THE WEEKLY OPEN-PROBLEMS REPORT, MOST   ***
002800***    OCCURRENCES FIRST, WITH THE OCCURRENCES OF THE LAST     ***
002900***    SEVEN DAYS COUNTED OFF THE LOG ALONG THE PROCESSING     ***
003000***    CALENDAR (DATESRV).                                     ***
003100***  THE PROBLEM FILE (PROBMST) IS READ WHOLE AND WRITTEN BACK.***
003200***                                                            ***
003300***  RETURN CODE: 0 CLEAN, 4 A PROBLEM REOPENED, A SOURCE      ***
003400***  ROLLED OR ALREADY RESOLVED, 8 PROBLEM NOT ON FILE, 16 BAD ***
003500***  FUNCTION OR I/O FAILURE.                                  ***
003510***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
003520***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    THE SOURCES, UNDER THE NAMES THEIR OWN REPORTS USE
004100     SELECT OPTIONAL ALERT-FILE ASSIGN TO ALERTIN
004200        ORGANIZATION LINE SEQUENTIAL
004300        FILE STATUS IS SRC-STATUS.
004400     SELECT OPTIONAL JRNL-FILE ASSIGN TO ERRJRNL
004500        ORGANIZATION LINE SEQUENTIAL
004600        FILE STATUS IS SRC-STATUS.
004700     SELECT OPTIONAL ACCT-FILE ASSIGN TO ACCTIN
004800        ORGANIZATION LINE SEQUENTIAL
004900        FILE STATUS IS ACCT-STATUS.
005000     SELECT OPTIONAL PROB-MST-FILE ASSIGN TO UT-S-PROBMST
005100        ORGANIZATION LINE SEQUENTIAL
005200        FILE STATUS IS MST-STATUS.
005300     SELECT OPTIONAL PROB-CTL-FILE ASSIGN TO UT-S-PROBCTL
005400        ORGANIZATION LINE SEQUENTIAL
005500        FILE STATUS IS CTL-STATUS.
005600     SELECT OPTIONAL PROB-OCC-FILE ASSIGN TO UT-S-PROBOCC
005700        ORGANIZATION LINE SEQUENTIAL
005800        FILE STATUS IS OCC-STATUS.
005900     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
006000        ORGANIZATION LINE SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ALERT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD
006600     DATA RECORD IS ALERT-RECORD.
006700 01  ALERT-RECORD.
006800     03  AL-SEQ                    PIC 9(6).
006900     03  AL-DATE                   PIC 9(8).
007000     03  AL-TIME                   PIC 9(8).
007100     03  AL-PROGRAM                PIC X(30).
007200     03  AL-ABEND                  PIC X(4).
007300     03  AL-CHECKPOINT             PIC X(30).
007400     03  AL-SEVERITY               PIC X.
007500     03  AL-ACK                    PIC X.
007600 FD  JRNL-FILE
007700     RECORDING MODE IS F
007800     LABEL RECORDS ARE STANDARD
007900     DATA RECORD IS JRNL-RECORD.
008000 01  JRNL-RECORD.
008100     03  JR-DATE                   PIC 9(8).
008200     03  JR-TIME                   PIC 9(6).
008300     03  JR-PROGRAM                PIC X(12).
008400     03  JR-FILENAME               PIC X(30).
008500     03  JR-OPERATION              PIC X(8).
008600     03  JR-STATUS                 PIC XX.
008700     03  JR-REASON                 PIC X(60).
008800 FD  ACCT-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD
009100     DATA RECORD IS ACCT-RECORD.
009200 01  ACCT-RECORD.
009300     03  AC-PROGRAM                PIC X(30).
009400     03  AC-GROUP                  PIC X(3).
009500     03  AC-START-DATE             PIC 9(8).
009600     03  AC-START-TIME             PIC 9(8).
009700     03  AC-END-DATE               PIC 9(8).
009800     03  AC-END-TIME               PIC 9(8).
009900     03  AC-ELAPSED-SECS           PIC 9(7).
010000     03  AC-CPU-SECS               PIC 9(7).
010100     03  AC-STATUS                 PIC X.
010200     03  AC-PROG-RC                PIC 9(4).
010300     03  AC-ABEND                  PIC 9(4).
010400     03  AC-DB-USE                 PIC X.
010500     03  AC-DB-TYPE                PIC X(6).
010600     03  AC-DB2-RETRIES            PIC 9(6).
010700*    ONE RECORD PER PROBLEM
010800 FD  PROB-MST-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD
011100     DATA RECORD IS PROB-MST-RECORD.
011200 01  PROB-MST-RECORD.
011300     03  PM-ID                     PIC 9(6).
011400     03  PM-SOURCE                 PIC X(2).
011500     03  PM-PROGRAM                PIC X(30).
011600     03  PM-CODE                   PIC X(4).
011700     03  PM-FILE                   PIC X(30).
011800     03  PM-STATE                  PIC X.
011900     03  PM-OCCURS                 PIC 9(6).
012000     03  PM-REOPENS                PIC 9(4).
012100     03  PM-FIRST-DATE             PIC 9(8).
012200     03  PM-FIRST-TIME             PIC 9(6).
012300     03  PM-LAST-DATE              PIC 9(8).
012400     03  PM-LAST-TIME              PIC 9(6).
012500     03  PM-RESOLVED-DATE          PIC 9(8).
012600     03  PM-RESOLVED-TIME          PIC 9(6).
012700     03  PM-LAST-TEXT              PIC X(60).
012800     03  PM-RUN-GROUP              PIC X(3).
012900     03  PM-RUN-DATE               PIC 9(8).
013000     03  PM-RUN-TIME               PIC 9(8).
013100     03  PM-RUN-STATUS             PIC X.
013200     03  PM-RUN-RC                 PIC 9(4).
013300     03  PM-RUN-ABEND              PIC 9(4).
013400*    ONE RECORD PER SOURCE: THE RECORDS ALREADY SCANNED AND THE
013500*    LAST OF THEM
013600 FD  PROB-CTL-FILE
013700     RECORDING MODE IS F
013800     LABEL RECORDS ARE STANDARD
013900     DATA RECORD IS PROB-CTL-RECORD.
014000 01  PROB-CTL-RECORD.
014100     03  PC-SOURCE                 PIC X(2).
014200     03  FILLER                    PIC X.
014300     03  PC-CONF-CNT               PIC 9(9).
014400     03  PC-CONF-CHECK             PIC X(40).
014500     03  FILLER                    PIC X(28).
014600*    ONE RECORD PER OCCURRENCE FILED, AND ONE PER RESOLUTION,
014700*    WITH THE RUN IT HAPPENED IN (PO-RUN-MATCH P SAME PROGRAM,
014800*    T ANOTHER RUN UNDER WAY THEN, N NONE FOUND)
014900 FD  PROB-OCC-FILE
015000     RECORDING MODE IS F
015100     LABEL RECORDS ARE STANDARD
015200     DATA RECORD IS PROB-OCC-RECORD.
015300 01  PROB-OCC-RECORD.
015400     03  PO-ID                     PIC 9(6).
015500     03  PO-EVENT                  PIC X(8).
015600     03  PO-SOURCE                 PIC X(2).
015700     03  PO-DATE                   PIC 9(8).
015800     03  PO-TIME                   PIC 9(6).
015900     03  PO-PROGRAM                PIC X(30).
016000     03  PO-CODE                   PIC X(4).
016100     03  PO-FILE                   PIC X(30).
016200     03  PO-TEXT                   PIC X(60).
016300     03  PO-RUN-MATCH              PIC X.
016400     03  PO-RUN-PROGRAM            PIC X(30).
016500     03  PO-RUN-GROUP              PIC X(3).
016600     03  PO-RUN-START-DATE         PIC 9(8).
016700     03  PO-RUN-START-TIME         PIC 9(8).
016800     03  PO-RUN-END-DATE           PIC 9(8).
016900     03  PO-RUN-END-TIME           PIC 9(8).
017000     03  PO-RUN-ELAPSED            PIC 9(7).
017100     03  PO-RUN-STATUS             PIC X.
017200     03  PO-RUN-RC                 PIC 9(4).
017300     03  PO-RUN-ABEND              PIC 9(4).
017400 FD  PRNTR
017500     RECORDING MODE IS F
017600     LABEL RECORDS ARE STANDARD
017700     BLOCK CONTAINS 0 RECORDS
017800     DATA RECORD IS PRINT.
017900 01  PRINT.
018000     03  PRT                       PIC X(132).
018100
018200 WORKING-STORAGE SECTION.
018300 01  SRC-STATUS                  PIC XX VALUE '00'.
018400 01  ACCT-STATUS                 PIC XX VALUE '00'.
018500 01  MST-STATUS                  PIC XX VALUE '00'.
018600 01  CTL-STATUS                  PIC XX VALUE '00'.
018700 01  OCC-STATUS                  PIC XX VALUE '00'.
018800 01  FUNCTION-CODE               PIC X(10) VALUE SPACES.
018900     88  SCAN-FUNCTION              VALUE 'SCAN'.
019000     88  RESOLVE-FUNCTION           VALUE 'RESOLVE'.
019100     88  REPORT-FUNCTION            VALUE 'REPORT'.
019200 01  REFUSED-SW                  PIC 9 VALUE 0.
019300     88  RUN-REFUSED                VALUE 1.
019400 01  PRINT-OPEN-SW               PIC 9 VALUE 0.
019500     88  PRINT-OPEN                 VALUE 1.
019600 01  OCC-OPEN-SW                 PIC 9 VALUE 0.
019700     88  OCC-OPEN                   VALUE 1.
019800 01  SRC-EOF-SW                  PIC 9 VALUE 0.
019900     88  SRC-EOF                    VALUE 1.
020000 01  ACCT-EOF-SW                 PIC 9 VALUE 0.
020100     88  ACCT-EOF                   VALUE 1.
020200 01  MST-EOF-SW                  PIC 9 VALUE 0.
020300     88  MST-EOF                    VALUE 1.
020400 01  CTL-EOF-SW                  PIC 9 VALUE 0.
020500     88  CTL-EOF                    VALUE 1.
020600 01  OCC-EOF-SW                  PIC 9 VALUE 0.
020700     88  OCC-EOF                    VALUE 1.
020800 01  ABSENT-SW                   PIC 9 VALUE 0.
020900     88  SOURCE-ABSENT              VALUE 1.
021000 01  ROLLED-SW                   PIC 9 VALUE 0.
021100     88  SOURCE-ROLLED              VALUE 1.
021200 01  CALENDAR-SW                 PIC 9 VALUE 0.
021300     88  CALENDAR-UNAVAILABLE       VALUE 1.
021400 01  TODAY-DATE                  PIC 9(8).
021500 01  TODAY-TIME                  PIC 9(8).
021600 01  PROBID-X                    PIC X(6) VALUE SPACES.
021700 01  SRC-I                       PIC 9(4) COMP-5.
021800 01  SRC-POS                     PIC 9(9) VALUE 0.
021900 01  SRC-ONFILE                  PIC 9(9) VALUE 0.
022000 01  SRC-IMAGE                   PIC X(130).
022100 01  CONF-IMAGE                  PIC X(40).
022200 01  LAST-IMAGE                  PIC X(40).
022300 01  NOTE-TEXT                   PIC X(40).
022400 01  NEW-CNT                     PIC 9(6) VALUE 0.
022500 01  RECUR-CNT                   PIC 9(6) VALUE 0.
022600 01  REOPEN-CNT                  PIC 9(6) VALUE 0.
022700 01  UNFILED-CNT                 PIC 9(6) VALUE 0.
022800 01  OPEN-CNT                    PIC 9(6) VALUE 0.
022900 01  RESOLVED-CNT                PIC 9(6) VALUE 0.
023000*    DATESRV HANDSHAKE - THE GOVERNED CALENDAR
023100 01  CAL-PARMS.
023200     05  CAL-FUNCTION              PIC X    VALUE SPACE.
023300     05  CAL-IN-DATE               PIC 9(8) VALUE ZEROS.
023400     05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
023500     05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
023600     05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
023700     05  CAL-DAYS                  PIC S9(5) COMP-5 VALUE 0.
023800     05  CAL-TO-DATE               PIC 9(8) VALUE ZEROS.
023900******************************************************************
024000***  THE SOURCES, IN PROBCTL ORDER                             ***
024100******************************************************************
024200 01  SOURCE-VALUES.
024300     03  FILLER                  PIC X(20)  VALUE
024400         'ALOPERATOR ALERTS   '.
024500     03  FILLER                  PIC X(20)  VALUE
024600         'EJI/O-ERROR JOURNAL '.
024700 01  SOURCE-TABLE REDEFINES SOURCE-VALUES.
024800     03  SOURCE-ENTRY OCCURS 2 TIMES.
024900         05  SE-CODE             PIC X(2).
025000         05  SE-DESC             PIC X(18).
025100 01  CONTROL-TABLE.
025200     03  CONTROL-ENTRY OCCURS 2 TIMES.
025300         05  CE-CONF-CNT         PIC 9(9).
025400         05  CE-CONF-CHECK       PIC X(40).
025500*    THE COUNT TAKEN THIS SCAN AND THE LAST RECORD COUNTED - THE
025600*    WATERMARK ONCE THE SOURCE IS FILED
025700 01  SCAN-TABLE.
025800     03  SCAN-ENTRY OCCURS 2 TIMES.
025900         05  SCAN-COUNT          PIC 9(9).
026000         05  SCAN-CHECK          PIC X(40).
026100******************************************************************
026200***  THE OCCURRENCE BEING FILED, AND THE RUN IT HAPPENED IN    ***
026300******************************************************************
026400 01  OCC-SOURCE                  PIC X(2).
026500 01  OCC-PROGRAM                 PIC X(30).
026600 01  OCC-CODE                    PIC X(4).
026700 01  OCC-FILE                    PIC X(30).
026800 01  OCC-DATE                    PIC 9(8).
026900 01  OCC-TIME                    PIC 9(6).
027000 01  OCC-TEXT                    PIC X(60).
027100 01  OCC-STAMP                   PIC X(14).
027200 01  OCC-EVENT                   PIC X(8).
027300 01  RESOLVED-STAMP              PIC X(14).
027400 01  RUN-MATCH                   PIC X.
027500 01  RUN-AT                      PIC 9(4) COMP-5.
027600******************************************************************
027700***  THE PROBLEM FILE, HELD WHOLE                              ***
027800******************************************************************
027900 01  PROB-MAX                    PIC 9(4) COMP-5 VALUE 1000.
028000 01  PROB-CNT                    PIC 9(4) COMP-5 VALUE 0.
028100 01  PROB-I                      PIC 9(4) COMP-5.
028200 01  PROB-AT                     PIC 9(4) COMP-5.
028300 01  HIGH-ID                     PIC 9(6) VALUE 0.
028400 01  HIGH-OCCURS                 PIC 9(6).
028500 01  PROBLEM-TABLE.
028600     03  PROBLEM-ENTRY OCCURS 1000 TIMES.
028700         05  PT-ID               PIC 9(6).
028800         05  PT-SOURCE           PIC X(2).
028900         05  PT-PROGRAM          PIC X(30).
029000         05  PT-CODE             PIC X(4).
029100         05  PT-FILE             PIC X(30).
029200         05  PT-STATE            PIC X.
029300             88  PT-OPEN            VALUE 'O'.
029400             88  PT-RESOLVED        VALUE 'R'.
029500         05  PT-OCCURS           PIC 9(6).
029600         05  PT-REOPENS          PIC 9(4).
029700         05  PT-FIRST-DATE       PIC 9(8).
029800         05  PT-FIRST-TIME       PIC 9(6).
029900         05  PT-LAST-DATE        PIC 9(8).
030000         05  PT-LAST-TIME        PIC 9(6).
030100         05  PT-RESOLVED-DATE    PIC 9(8).
030200         05  PT-RESOLVED-TIME    PIC 9(6).
030300         05  PT-LAST-TEXT        PIC X(60).
030400         05  PT-RUN-GROUP        PIC X(3).
030500         05  PT-RUN-DATE         PIC 9(8).
030600         05  PT-RUN-TIME         PIC 9(8).
030700         05  PT-RUN-STATUS       PIC X.
030800         05  PT-RUN-RC           PIC 9(4).
030900         05  PT-RUN-ABEND        PIC 9(4).
031000         05  PT-WEEK-CNT         PIC 9(6).
031100         05  PT-LISTED           PIC X.
031200******************************************************************
031300***  THE LATEST MWACCT RUN RECORDS, KEPT ROUND A RING SO THE   ***
031400***  NEWEST 5000 STAY                                          ***
031500******************************************************************
031600 01  ACCT-MAX                    PIC 9(4) COMP-5 VALUE 5000.
031700 01  ACCT-CNT                    PIC 9(4) COMP-5 VALUE 0.
031800 01  ACCT-NEXT                   PIC 9(4) COMP-5 VALUE 0.
031900 01  ACCT-I                      PIC 9(4) COMP-5.
032000 01  ACCT-TABLE.
032100     03  ACCT-ENTRY OCCURS 5000 TIMES.
032200         05  AT-PROGRAM          PIC X(30).
032300         05  AT-GROUP            PIC X(3).
032400         05  AT-START            PIC X(14).
032500         05  AT-END              PIC X(14).
032600         05  AT-START-DATE       PIC 9(8).
032700         05  AT-START-TIME       PIC 9(8).
032800         05  AT-END-DATE         PIC 9(8).
032900         05  AT-END-TIME         PIC 9(8).
033000         05  AT-ELAPSED          PIC 9(7).
033100         05  AT-STATUS           PIC X.
033200         05  AT-RC               PIC 9(4).
033300         05  AT-ABEND            PIC 9(4).
033400
033500******************************************************************
033600***  REPORT LINES                                              ***
033700******************************************************************
033800 01  PROB-HDR1-LINE.
033900     03  FILLER                  PIC X(30)  VALUE SPACES.
034000     03  FILLER                  PIC X(62)  VALUE
034100         'P R O B L E M   M A N A G E M E N T'.
034200     03  FILLER                  PIC X(8)   VALUE 'RUN '.
034300     03  PH-RUN-DATE             PIC 9(8).
034400     03  FILLER                  PIC X(24)  VALUE SPACES.
034500 01  SECTION-LINE.
034600     03  FILLER                  PIC X(2)   VALUE SPACES.
034700     03  SL-TITLE                PIC X(130).
034800 01  SRC-COL-LINE.
034900     03  FILLER                  PIC X(44)  VALUE
035000         '  SOURCE                ON FILE      PRIOR'.
035100     03  FILLER                  PIC X(44)  VALUE
035200         '  TO FILE  NOTE'.
035300     03  FILLER                  PIC X(44)  VALUE SPACES.
035400 01  SRC-DET-LINE.
035500     03  FILLER                  PIC X(2)   VALUE SPACES.
035600     03  SD-DESC                 PIC X(18).
035700     03  FILLER                  PIC X(2)   VALUE SPACES.
035800     03  SD-ONFILE               PIC Z(8)9.
035900     03  FILLER                  PIC X(2)   VALUE SPACES.
036000     03  SD-PRIOR                PIC Z(8)9.
036100     03  FILLER                  PIC X(2)   VALUE SPACES.
036200     03  SD-FILED                PIC Z(8)9.
036300     03  FILLER                  PIC X(2)   VALUE SPACES.
036400     03  SD-NOTE                 PIC X(40).
036500     03  FILLER                  PIC X(37)  VALUE SPACES.
036600 01  EVT-COL-LINE.
036700     03  FILLER                  PIC X(44)  VALUE
036800         '  EVENT    PROBID  SRC PROGRAM'.
036900     03  FILLER                  PIC X(44)  VALUE
037000         'CODE FILE                 DATE     TIME   M'.
037100     03  FILLER                  PIC X(44)  VALUE
037200         'RUN START         RC ABND'.
037300 01  EVT-DET-LINE.
037400     03  FILLER                  PIC X(2)   VALUE SPACES.
037500     03  ED-EVENT                PIC X(8).
037600     03  FILLER                  PIC X      VALUE SPACE.
037700     03  ED-ID                   PIC 9(6).
037800     03  FILLER                  PIC X(2)   VALUE SPACES.
037900     03  ED-SOURCE               PIC X(2).
038000     03  FILLER                  PIC X(2)   VALUE SPACES.
038100     03  ED-PROGRAM              PIC X(20).
038200     03  FILLER                  PIC X      VALUE SPACE.
038300     03  ED-CODE                 PIC X(4).
038400     03  FILLER                  PIC X      VALUE SPACE.
038500     03  ED-FILE                 PIC X(20).
038600     03  FILLER                  PIC X      VALUE SPACE.
038700     03  ED-DATE                 PIC 9(8).
038800     03  FILLER                  PIC X      VALUE SPACE.
038900     03  ED-TIME                 PIC 9(6).
039000     03  FILLER                  PIC X      VALUE SPACE.
039100     03  ED-RUN-MATCH            PIC X.
039200     03  FILLER                  PIC X      VALUE SPACE.
039300     03  ED-RUN-DATE             PIC 9(8).
039400     03  FILLER                  PIC X      VALUE SPACE.
039500     03  ED-RUN-TIME             PIC 9(6).
039600     03  FILLER                  PIC X      VALUE SPACE.
039700     03  ED-RUN-RC               PIC Z(3)9.
039800     03  FILLER                  PIC X      VALUE SPACE.
039900     03  ED-RUN-ABEND            PIC Z(3)9.
040000     03  FILLER                  PIC X(19)  VALUE SPACES.
040100 01  OPN-COL-LINE.
040200     03  FILLER                  PIC X(44)  VALUE
040300         '  PROBID SRC PROGRAM              CODE FILE'.
040400     03  FILLER                  PIC X(44)  VALUE
040500         '                 OCCURS  LAST 7D REOPEN  FIR'.
040600     03  FILLER                  PIC X(44)  VALUE
040700         'ST     LAST SEEN          RC ABND'.
040800 01  OPN-DET-LINE.
040900     03  FILLER                  PIC X(2)   VALUE SPACES.
041000     03  OD-ID                   PIC 9(6).
041100     03  FILLER                  PIC X      VALUE SPACE.
041200     03  OD-SOURCE               PIC X(2).
041300     03  FILLER                  PIC X      VALUE SPACE.
041400     03  OD-PROGRAM              PIC X(20).
041500     03  FILLER                  PIC X      VALUE SPACE.
041600     03  OD-CODE                 PIC X(4).
041700     03  FILLER                  PIC X      VALUE SPACE.
041800     03  OD-FILE                 PIC X(20).
041900     03  FILLER                  PIC X      VALUE SPACE.
042000     03  OD-OCCURS               PIC Z(6)9.
042100     03  FILLER                  PIC X(2)   VALUE SPACES.
042200     03  OD-WEEK                 PIC Z(6)9.
042300     03  FILLER                  PIC X      VALUE SPACE.
042400     03  OD-REOPENS              PIC Z(5)9.
042500     03  FILLER                  PIC X(2)   VALUE SPACES.
042600     03  OD-FIRST-DATE           PIC 9(8).
042700     03  FILLER                  PIC X(2)   VALUE SPACES.
042800     03  OD-LAST-DATE            PIC 9(8).
042900     03  FILLER                  PIC X(2)   VALUE SPACES.
043000     03  OD-LAST-TIME            PIC 9(6).
043100     03  FILLER                  PIC X      VALUE SPACE.
043200     03  OD-RUN-RC               PIC Z(3)9.
043300     03  FILLER                  PIC X      VALUE SPACE.
043400     03  OD-RUN-ABEND            PIC Z(3)9.
043500     03  FILLER                  PIC X(12)  VALUE SPACES.
043600 01  TOTAL-LINE.
043700     03  FILLER                  PIC X(2)   VALUE SPACES.
043800     03  TL-LABEL                PIC X(30).
043900     03  TL-COUNT                PIC Z(8)9.
044000     03  FILLER                  PIC X(91)  VALUE SPACES.
044100 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
044110*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
044120 01  PRM-PARMS.
044130     05  PRM-FUNCTION              PIC X    VALUE 'G'.
044140     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
044150     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0266'.
044160     05  PRM-STEP                  PIC X(8) VALUE SPACES.
044170     05  PRM-NAME                  PIC X(30).
044180     05  PRM-VALUE                 PIC X(100).
044190     05  PRM-SOURCE                PIC X.
044200
044300 PROCEDURE DIVISION.
044400 0000-MAINLINE.
044500     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
044600     IF NOT RUN-REFUSED
044700       IF SCAN-FUNCTION
044800         PERFORM 2000-SCAN THRU 2090-EXIT
044900       ELSE
045000       IF RESOLVE-FUNCTION
045100         PERFORM 3000-RESOLVE THRU 3090-EXIT
045200       ELSE
045300         PERFORM 4000-REPORT THRU 4090-EXIT.
045400     PERFORM 9000-EOJ.
045410     MOVE 'C' TO PRM-FUNCTION.
045420     CALL 'PARMSRV' USING PRM-PARMS.
045500     EXIT PROGRAM.
045600     STOP RUN.
045610******************************************************************
045620***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
045630***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
045640******************************************************************
045650 0900-GET-PARM.
045660     MOVE 'G' TO PRM-FUNCTION.
045670     CALL 'PARMSRV' USING PRM-PARMS.
045700******************************************************************
045800***  SELECTS THE FUNCTION AND LOADS THE PROBLEM FILE           ***
045900******************************************************************
046000 1000-INITIALIZE.
046100     DISPLAY 'BDMS0266 BEGIN PROCESSING'.
046200     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
046300     ACCEPT TODAY-TIME FROM TIME.
046400     MOVE 'FUNCTION' TO PRM-NAME.
046500     PERFORM 0900-GET-PARM.
046510     MOVE PRM-VALUE TO FUNCTION-CODE.
046600     IF FUNCTION-CODE = SPACES
046700       MOVE 'SCAN' TO FUNCTION-CODE.
046800     IF NOT SCAN-FUNCTION AND NOT RESOLVE-FUNCTION
046900        AND NOT REPORT-FUNCTION
047000       DISPLAY 'BDMS0266 FUNCTION ' FUNCTION-CODE
047100               ' NOT SCAN, RESOLVE OR REPORT - RUN REFUSED'
047200       MOVE 16 TO RETURN-CODE
047300       MOVE 1 TO REFUSED-SW
047400       GO TO 1090-EXIT.
047403*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
047406     MOVE FUNCTION-CODE TO PRM-STEP.
047500     DISPLAY 'BDMS0266 FUNCTION ' FUNCTION-CODE.
047600     PERFORM 1100-LOAD-PROBLEMS THRU 1190-EXIT.
047700     IF RUN-REFUSED
047800       GO TO 1090-EXIT.
047900     OPEN OUTPUT PRNTR.
048000     MOVE 1 TO PRINT-OPEN-SW.
048100     MOVE TODAY-DATE TO PH-RUN-DATE.
048200     WRITE PRINT FROM PROB-HDR1-LINE.
048300     WRITE PRINT FROM BLANK-LINE.
048400 1090-EXIT.
048500     EXIT.
048600*    NO PROBLEM FILE YET MEANS NO PROBLEMS YET; ONE TOO BIG TO
048700*    HOLD IS NOT WRITTEN BACK SHORT
048800 1100-LOAD-PROBLEMS.
048900     OPEN INPUT PROB-MST-FILE.
049000     IF MST-STATUS NOT = '00' AND NOT = '05'
049100       DISPLAY 'BDMS0266 PROBMST OPEN FAILED, ST=' MST-STATUS
049200               ' - RUN REFUSED'
049300       MOVE 16 TO RETURN-CODE
049400       MOVE 1 TO REFUSED-SW
049500       GO TO 1190-EXIT.
049600     PERFORM 1150-LOAD-ONE-PROBLEM UNTIL MST-EOF OR RUN-REFUSED.
049700     CLOSE PROB-MST-FILE.
049800     DISPLAY 'BDMS0266 PROBLEMS ON FILE ' PROB-CNT.
049900 1190-EXIT.
050000     EXIT.
050100 1150-LOAD-ONE-PROBLEM.
050200     READ PROB-MST-FILE, AT END
050300       MOVE 1 TO MST-EOF-SW.
050400     IF NOT MST-EOF
050500       IF PROB-CNT NOT < PROB-MAX
050600         DISPLAY 'BDMS0266 PROBLEM TABLE FULL AT ' PROB-CNT
050700                 ' - RUN REFUSED'
050800         MOVE 16 TO RETURN-CODE
050900         MOVE 1 TO REFUSED-SW
051000       ELSE
051100         ADD 1 TO PROB-CNT
051200         MOVE PROB-CNT TO PROB-AT
051300         PERFORM 1160-STORE-ONE-PROBLEM.
051400 1160-STORE-ONE-PROBLEM.
051500     MOVE PM-ID            TO PT-ID (PROB-AT).
051600     MOVE PM-SOURCE        TO PT-SOURCE (PROB-AT).
051700     MOVE PM-PROGRAM       TO PT-PROGRAM (PROB-AT).
051800     MOVE PM-CODE          TO PT-CODE (PROB-AT).
051900     MOVE PM-FILE          TO PT-FILE (PROB-AT).
052000     MOVE PM-STATE         TO PT-STATE (PROB-AT).
052100     MOVE PM-OCCURS        TO PT-OCCURS (PROB-AT).
052200     MOVE PM-REOPENS       TO PT-REOPENS (PROB-AT).
052300     MOVE PM-FIRST-DATE    TO PT-FIRST-DATE (PROB-AT).
052400     MOVE PM-FIRST-TIME    TO PT-FIRST-TIME (PROB-AT).
052500     MOVE PM-LAST-DATE     TO PT-LAST-DATE (PROB-AT).
052600     MOVE PM-LAST-TIME     TO PT-LAST-TIME (PROB-AT).
052700     MOVE PM-RESOLVED-DATE TO PT-RESOLVED-DATE (PROB-AT).
052800     MOVE PM-RESOLVED-TIME TO PT-RESOLVED-TIME (PROB-AT).
052900     MOVE PM-LAST-TEXT     TO PT-LAST-TEXT (PROB-AT).
053000     MOVE PM-RUN-GROUP     TO PT-RUN-GROUP (PROB-AT).
053100     MOVE PM-RUN-DATE      TO PT-RUN-DATE (PROB-AT).
053200     MOVE PM-RUN-TIME      TO PT-RUN-TIME (PROB-AT).
053300     MOVE PM-RUN-STATUS    TO PT-RUN-STATUS (PROB-AT).
053400     MOVE PM-RUN-RC        TO PT-RUN-RC (PROB-AT).
053500     MOVE PM-RUN-ABEND     TO PT-RUN-ABEND (PROB-AT).
053600     MOVE 0                TO PT-WEEK-CNT (PROB-AT).
053700     MOVE SPACE            TO PT-LISTED (PROB-AT).
053800     IF PM-ID > HIGH-ID
053900       MOVE PM-ID TO HIGH-ID.
054000******************************************************************
054100***  SCAN: EACH SOURCE FROM ITS WATERMARK, THEN THE PROBLEM    ***
054200***  FILE AND THE WATERMARKS WRITTEN BACK                      ***
054300******************************************************************
054400 2000-SCAN.
054500     PERFORM 2100-LOAD-CONTROL THRU 2190-EXIT.
054600     IF RUN-REFUSED
054700       GO TO 2090-EXIT.
054800     PERFORM 2200-LOAD-ACCOUNTING THRU 2290-EXIT.
054900     PERFORM 6000-OPEN-LOG THRU 6090-EXIT.
055000     IF RUN-REFUSED
055100       GO TO 2090-EXIT.
055200     MOVE 'SOURCES SCANNED' TO SL-TITLE.
055300     WRITE PRINT FROM SECTION-LINE.
055400     WRITE PRINT FROM SRC-COL-LINE.
055500     PERFORM 2300-COUNT-SOURCE THRU 2390-EXIT
055600       VARYING SRC-I FROM 1 BY 1
055700       UNTIL SRC-I > 2 OR RUN-REFUSED.
055800     IF RUN-REFUSED
055900       GO TO 2090-EXIT.
056000     WRITE PRINT FROM BLANK-LINE.
056100     MOVE 'OCCURRENCES FILED' TO SL-TITLE.
056200     WRITE PRINT FROM SECTION-LINE.
056300     WRITE PRINT FROM EVT-COL-LINE.
056400     PERFORM 2400-SCAN-SOURCE THRU 2490-EXIT
056500       VARYING SRC-I FROM 1 BY 1
056600       UNTIL SRC-I > 2 OR RUN-REFUSED.
056700     CLOSE PROB-OCC-FILE.
056800     MOVE 0 TO OCC-OPEN-SW.
056900     IF RUN-REFUSED
057000       GO TO 2090-EXIT.
057100     PERFORM 8000-REWRITE-PROBLEMS THRU 8090-EXIT.
057200     IF RUN-REFUSED
057300       GO TO 2090-EXIT.
057400     PERFORM 8200-REWRITE-CONTROL THRU 8290-EXIT.
057500     WRITE PRINT FROM BLANK-LINE.
057600     MOVE 'PROBLEMS OPENED' TO TL-LABEL.
057700     MOVE NEW-CNT TO TL-COUNT.
057800     WRITE PRINT FROM TOTAL-LINE.
057900     MOVE 'RECURRENCES ATTACHED' TO TL-LABEL.
058000     MOVE RECUR-CNT TO TL-COUNT.
058100     WRITE PRINT FROM TOTAL-LINE.
058200     MOVE 'PROBLEMS REOPENED' TO TL-LABEL.
058300     MOVE REOPEN-CNT TO TL-COUNT.
058400     WRITE PRINT FROM TOTAL-LINE.
058500     DISPLAY 'BDMS0266 PROBLEMS OPENED.........' NEW-CNT.
058600     DISPLAY 'BDMS0266 RECURRENCES ATTACHED....' RECUR-CNT.
058700     DISPLAY 'BDMS0266 PROBLEMS REOPENED.......' REOPEN-CNT.
058800     IF REOPEN-CNT > 0 AND RETURN-CODE < 4
058900       MOVE 4 TO RETURN-CODE.
059000     IF UNFILED-CNT > 0
059100       DISPLAY 'BDMS0266 NOT FILED, TABLE FULL...' UNFILED-CNT
059200       MOVE 'NOT FILED - PROBLEM TABLE FULL' TO TL-LABEL
059300       MOVE UNFILED-CNT TO TL-COUNT
059400       WRITE PRINT FROM TOTAL-LINE
059500       IF RETURN-CODE < 4
059600         MOVE 4 TO RETURN-CODE.
059700 2090-EXIT.
059800     EXIT.
059900*    A SOURCE WITH NO CONTROL RECORD HAS NEVER BEEN SCANNED
060000 2100-LOAD-CONTROL.
060100     MOVE SPACES TO CONTROL-TABLE.
060200     MOVE 0 TO CE-CONF-CNT (1), CE-CONF-CNT (2).
060300     OPEN INPUT PROB-CTL-FILE.
060400     IF CTL-STATUS NOT = '00' AND NOT = '05'
060500       DISPLAY 'BDMS0266 PROBCTL OPEN FAILED, ST=' CTL-STATUS
060600               ' - RUN REFUSED'
060700       MOVE 16 TO RETURN-CODE
060800       MOVE 1 TO REFUSED-SW
060900       GO TO 2190-EXIT.
061000     PERFORM 2150-LOAD-ONE-CONTROL UNTIL CTL-EOF.
061100     CLOSE PROB-CTL-FILE.
061200 2190-EXIT.
061300     EXIT.
061400 2150-LOAD-ONE-CONTROL.
061500     READ PROB-CTL-FILE, AT END
061600       MOVE 1 TO CTL-EOF-SW.
061700     IF NOT CTL-EOF
061800       PERFORM 2160-STORE-ONE-CONTROL
061900         VARYING SRC-I FROM 1 BY 1 UNTIL SRC-I > 2.
062000 2160-STORE-ONE-CONTROL.
062100     IF PC-SOURCE = SE-CODE (SRC-I)
062200       MOVE PC-CONF-CNT   TO CE-CONF-CNT (SRC-I)
062300       MOVE PC-CONF-CHECK TO CE-CONF-CHECK (SRC-I).
062400*    WITHOUT THE ACCOUNTING FILE THE OCCURRENCES ARE FILED
062500*    WITHOUT THEIR RUN
062600 2200-LOAD-ACCOUNTING.
062700     OPEN INPUT ACCT-FILE.
062800     IF ACCT-STATUS NOT = '00'
062900       DISPLAY 'BDMS0266 ACCOUNTING FILE NOT READ, ST='
063000               ACCT-STATUS ' - RUNS NOT MATCHED'
063100       IF ACCT-STATUS = '05'
063200         CLOSE ACCT-FILE
063300       END-IF
063400       GO TO 2290-EXIT.
063500     PERFORM 2250-LOAD-ONE-RUN UNTIL ACCT-EOF.
063600     CLOSE ACCT-FILE.
063700 2290-EXIT.
063800     EXIT.
063900 2250-LOAD-ONE-RUN.
064000     READ ACCT-FILE, AT END
064100       MOVE 1 TO ACCT-EOF-SW.
064200     IF NOT ACCT-EOF
064300       ADD 1 TO ACCT-NEXT
064400       IF ACCT-NEXT > ACCT-MAX
064500         MOVE 1 TO ACCT-NEXT
064600       END-IF
064700       IF ACCT-CNT < ACCT-MAX
064800         ADD 1 TO ACCT-CNT
064900       END-IF
065000       MOVE AC-PROGRAM      TO AT-PROGRAM (ACCT-NEXT)
065100       MOVE AC-GROUP        TO AT-GROUP (ACCT-NEXT)
065200       MOVE AC-START-DATE   TO AT-START-DATE (ACCT-NEXT)
065300       MOVE AC-START-TIME   TO AT-START-TIME (ACCT-NEXT)
065400       MOVE AC-END-DATE     TO AT-END-DATE (ACCT-NEXT)
065500       MOVE AC-END-TIME     TO AT-END-TIME (ACCT-NEXT)
065600       MOVE AC-ELAPSED-SECS TO AT-ELAPSED (ACCT-NEXT)
065700       MOVE AC-STATUS       TO AT-STATUS (ACCT-NEXT)
065800       MOVE AC-PROG-RC      TO AT-RC (ACCT-NEXT)
065900       MOVE AC-ABEND        TO AT-ABEND (ACCT-NEXT)
066000       MOVE SPACES TO AT-START (ACCT-NEXT), AT-END (ACCT-NEXT)
066100       STRING AC-START-DATE AC-START-TIME (1:6)
066200         DELIMITED BY SIZE INTO AT-START (ACCT-NEXT)
066300       STRING AC-END-DATE AC-END-TIME (1:6)
066400         DELIMITED BY SIZE INTO AT-END (ACCT-NEXT).
066500******************************************************************
066600***  ONE SOURCE COUNTED, AND ITS WATERMARK PROVED AGAINST THE  ***
066700***  RECORD IT POINTS AT; RECORDS APPENDED AFTER THE COUNT WAIT***
066800***  FOR THE NEXT SCAN                                         ***
066900******************************************************************
067000 2300-COUNT-SOURCE.
067100     MOVE 0 TO ABSENT-SW, ROLLED-SW, SRC-ONFILE.
067200     MOVE SPACES TO CONF-IMAGE, LAST-IMAGE, NOTE-TEXT.
067300     PERFORM 5000-OPEN-SOURCE THRU 5090-EXIT.
067400     IF RUN-REFUSED
067500       GO TO 2390-EXIT.
067600     IF NOT SOURCE-ABSENT
067700       PERFORM 2350-COUNT-ONE UNTIL SRC-EOF
067800       PERFORM 5200-CLOSE-SOURCE.
067900     IF SRC-ONFILE < CE-CONF-CNT (SRC-I)
068000       MOVE 1 TO ROLLED-SW.
068100     IF CE-CONF-CNT (SRC-I) > 0 AND
068200        CONF-IMAGE NOT = CE-CONF-CHECK (SRC-I)
068300       MOVE 1 TO ROLLED-SW.
068400     IF SOURCE-ROLLED
068500       MOVE 'ROLLED SINCE LAST SCAN - TAKEN IN FULL'
068600         TO NOTE-TEXT
068700       IF RETURN-CODE < 4
068800         MOVE 4 TO RETURN-CODE.
068900     IF SOURCE-ABSENT
069000       MOVE 'SOURCE NOT PRESENT' TO NOTE-TEXT.
069100     MOVE SE-DESC (SRC-I)       TO SD-DESC.
069200     MOVE SRC-ONFILE            TO SD-ONFILE.
069300     MOVE CE-CONF-CNT (SRC-I)   TO SD-PRIOR.
069400     IF SOURCE-ROLLED
069500       MOVE SRC-ONFILE TO SD-FILED
069600     ELSE
069700     IF SRC-ONFILE > CE-CONF-CNT (SRC-I)
069800       COMPUTE SD-FILED = SRC-ONFILE - CE-CONF-CNT (SRC-I)
069900     ELSE
070000       MOVE 0 TO SD-FILED.
070100     MOVE NOTE-TEXT             TO SD-NOTE.
070200     WRITE PRINT FROM SRC-DET-LINE.
070300     DISPLAY 'BDMS0266 ' SE-CODE (SRC-I) ' ON FILE ' SRC-ONFILE
070400             ' PRIOR ' CE-CONF-CNT (SRC-I) ' ' NOTE-TEXT.
070500     IF SOURCE-ROLLED
070600       MOVE 0 TO CE-CONF-CNT (SRC-I).
070700*    THE COUNT TAKEN NOW IS WHERE THIS SCAN STOPS
070800     MOVE SRC-ONFILE TO SCAN-COUNT (SRC-I).
070900     MOVE LAST-IMAGE TO SCAN-CHECK (SRC-I).
071000 2390-EXIT.
071100     EXIT.
071200 2350-COUNT-ONE.
071300     PERFORM 5100-READ-SOURCE.
071400     IF NOT SRC-EOF
071500       ADD 1 TO SRC-ONFILE
071600       MOVE SRC-IMAGE (1:40) TO LAST-IMAGE
071700       IF SRC-ONFILE = CE-CONF-CNT (SRC-I)
071800         MOVE SRC-IMAGE (1:40) TO CONF-IMAGE.
071900******************************************************************
072000***  ONE SOURCE: EVERY RECORD PAST THE WATERMARK, UP TO THE    ***
072100***  COUNT TAKEN, FILED AGAINST ITS PROBLEM                    ***
072200******************************************************************
072300 2400-SCAN-SOURCE.
072400     IF SCAN-COUNT (SRC-I) NOT > CE-CONF-CNT (SRC-I)
072500       GO TO 2480-MOVE-WATERMARK.
072600     PERFORM 5000-OPEN-SOURCE THRU 5090-EXIT.
072700     IF RUN-REFUSED OR SOURCE-ABSENT
072800       GO TO 2490-EXIT.
072900     MOVE 0 TO SRC-POS.
073000     PERFORM 2450-SCAN-ONE
073100       UNTIL SRC-EOF OR SRC-POS NOT < SCAN-COUNT (SRC-I).
073200     PERFORM 5200-CLOSE-SOURCE.
073300 2480-MOVE-WATERMARK.
073400     MOVE SCAN-COUNT (SRC-I) TO CE-CONF-CNT (SRC-I).
073500     MOVE SCAN-CHECK (SRC-I) TO CE-CONF-CHECK (SRC-I).
073600 2490-EXIT.
073700     EXIT.
073800 2450-SCAN-ONE.
073900     PERFORM 5100-READ-SOURCE.
074000     IF NOT SRC-EOF
074100       ADD 1 TO SRC-POS
074200       IF SRC-POS > CE-CONF-CNT (SRC-I)
074300         PERFORM 2500-FILE-OCCURRENCE THRU 2590-EXIT.
074400******************************************************************
074500***  ONE OCCURRENCE: ITS PROBLEM FOUND OR OPENED, THE RUN IT   ***
074600***  HAPPENED IN FOUND, THE PROBLEM UPDATED AND THE OCCURRENCE ***
074700***  LOGGED AND PRINTED                                        ***
074800******************************************************************
074900 2500-FILE-OCCURRENCE.
075000     IF SRC-I = 1
075100       MOVE 'AL'            TO OCC-SOURCE
075200       MOVE AL-PROGRAM      TO OCC-PROGRAM
075300       MOVE AL-ABEND        TO OCC-CODE
075400       MOVE SPACES          TO OCC-FILE
075500       MOVE AL-DATE         TO OCC-DATE
075600       MOVE AL-TIME (1:6)   TO OCC-TIME
075700       MOVE SPACES          TO OCC-TEXT
075800       STRING 'AT ' AL-CHECKPOINT DELIMITED BY SIZE
075900         INTO OCC-TEXT
076000     ELSE
076100       MOVE 'EJ'            TO OCC-SOURCE
076200       MOVE JR-PROGRAM      TO OCC-PROGRAM
076300       MOVE JR-STATUS       TO OCC-CODE
076400       MOVE JR-FILENAME     TO OCC-FILE
076500       MOVE JR-DATE         TO OCC-DATE
076600       MOVE JR-TIME         TO OCC-TIME
076700       MOVE SPACES          TO OCC-TEXT
076800       STRING JR-OPERATION ' ' JR-REASON DELIMITED BY SIZE
076900         INTO OCC-TEXT.
077000     MOVE SPACES TO OCC-STAMP.
077100     STRING OCC-DATE OCC-TIME DELIMITED BY SIZE INTO OCC-STAMP.
077200     PERFORM 2600-FIND-RUN.
077300     MOVE 0 TO PROB-AT.
077400     PERFORM 2550-MATCH-PROBLEM
077500       VARYING PROB-I FROM 1 BY 1
077600       UNTIL PROB-I > PROB-CNT OR PROB-AT > 0.
077700     IF PROB-AT = 0
077800       IF PROB-CNT NOT < PROB-MAX
077900         ADD 1 TO UNFILED-CNT
078000         GO TO 2590-EXIT
078100       ELSE
078200         PERFORM 2560-OPEN-PROBLEM
078300     ELSE
078400       PERFORM 2570-ATTACH-OCCURRENCE.
078500     MOVE OCC-TEXT TO PT-LAST-TEXT (PROB-AT).
078600     IF RUN-MATCH NOT = 'N'
078700       MOVE AT-GROUP (RUN-AT)      TO PT-RUN-GROUP (PROB-AT)
078800       MOVE AT-START-DATE (RUN-AT) TO PT-RUN-DATE (PROB-AT)
078900       MOVE AT-START-TIME (RUN-AT) TO PT-RUN-TIME (PROB-AT)
079000       MOVE AT-STATUS (RUN-AT)     TO PT-RUN-STATUS (PROB-AT)
079100       MOVE AT-RC (RUN-AT)         TO PT-RUN-RC (PROB-AT)
079200       MOVE AT-ABEND (RUN-AT)      TO PT-RUN-ABEND (PROB-AT).
079300     PERFORM 6100-WRITE-LOG.
079400     PERFORM 2580-PRINT-EVENT.
079500 2590-EXIT.
079600     EXIT.
079700 2550-MATCH-PROBLEM.
079800     IF PT-SOURCE (PROB-I)  = OCC-SOURCE  AND
079900        PT-PROGRAM (PROB-I) = OCC-PROGRAM AND
080000        PT-CODE (PROB-I)    = OCC-CODE    AND
080100        PT-FILE (PROB-I)    = OCC-FILE
080200       MOVE PROB-I TO PROB-AT.
080300 2560-OPEN-PROBLEM.
080400     ADD 1 TO PROB-CNT.
080500     MOVE PROB-CNT TO PROB-AT.
080600     ADD 1 TO HIGH-ID.
080700     MOVE HIGH-ID     TO PT-ID (PROB-AT).
080800     MOVE OCC-SOURCE  TO PT-SOURCE (PROB-AT).
080900     MOVE OCC-PROGRAM TO PT-PROGRAM (PROB-AT).
081000     MOVE OCC-CODE    TO PT-CODE (PROB-AT).
081100     MOVE OCC-FILE    TO PT-FILE (PROB-AT).
081200     MOVE 'O'         TO PT-STATE (PROB-AT).
081300     MOVE 1           TO PT-OCCURS (PROB-AT).
081400     MOVE 0           TO PT-REOPENS (PROB-AT).
081500     MOVE OCC-DATE    TO PT-FIRST-DATE (PROB-AT),
081600                         PT-LAST-DATE (PROB-AT).
081700     MOVE OCC-TIME    TO PT-FIRST-TIME (PROB-AT),
081800                         PT-LAST-TIME (PROB-AT).
081900     MOVE 0 TO PT-RESOLVED-DATE (PROB-AT),
082000               PT-RESOLVED-TIME (PROB-AT),
082100               PT-RUN-DATE (PROB-AT), PT-RUN-TIME (PROB-AT),
082200               PT-RUN-RC (PROB-AT), PT-RUN-ABEND (PROB-AT),
082300               PT-WEEK-CNT (PROB-AT).
082400     MOVE SPACES TO PT-RUN-GROUP (PROB-AT),
082500                    PT-RUN-STATUS (PROB-AT),
082600                    PT-LISTED (PROB-AT).
082700     MOVE 'OPENED' TO OCC-EVENT.
082800     ADD 1 TO NEW-CNT.
082900*    AN OCCURRENCE FROM BEFORE THE RESOLUTION IS ATTACHED
083000*    WITHOUT REOPENING
083100 2570-ATTACH-OCCURRENCE.
083200     ADD 1 TO PT-OCCURS (PROB-AT).
083300     MOVE OCC-DATE TO PT-LAST-DATE (PROB-AT).
083400     MOVE OCC-TIME TO PT-LAST-TIME (PROB-AT).
083500     MOVE 'RECURRED' TO OCC-EVENT.
083600     IF PT-RESOLVED (PROB-AT)
083700       MOVE SPACES TO RESOLVED-STAMP
083800       STRING PT-RESOLVED-DATE (PROB-AT)
083900              PT-RESOLVED-TIME (PROB-AT)
084000         DELIMITED BY SIZE INTO RESOLVED-STAMP
084100       IF OCC-STAMP > RESOLVED-STAMP
084200         MOVE 'O' TO PT-STATE (PROB-AT)
084300         ADD 1 TO PT-REOPENS (PROB-AT)
084400         MOVE 'REOPENED' TO OCC-EVENT.
084500     IF OCC-EVENT = 'REOPENED'
084600       ADD 1 TO REOPEN-CNT
084700     ELSE
084800       ADD 1 TO RECUR-CNT.
084900 2580-PRINT-EVENT.
085000     MOVE OCC-EVENT            TO ED-EVENT.
085100     MOVE PT-ID (PROB-AT)      TO ED-ID.
085200     MOVE OCC-SOURCE           TO ED-SOURCE.
085300     MOVE OCC-PROGRAM          TO ED-PROGRAM.
085400     MOVE OCC-CODE             TO ED-CODE.
085500     MOVE OCC-FILE             TO ED-FILE.
085600     MOVE OCC-DATE             TO ED-DATE.
085700     MOVE OCC-TIME             TO ED-TIME.
085800     MOVE RUN-MATCH            TO ED-RUN-MATCH.
085900     IF RUN-MATCH = 'N'
086000       MOVE 0 TO ED-RUN-DATE, ED-RUN-TIME, ED-RUN-RC,
086100                 ED-RUN-ABEND
086200     ELSE
086300       MOVE AT-START-DATE (RUN-AT)      TO ED-RUN-DATE
086400       MOVE AT-START-TIME (RUN-AT) (1:6) TO ED-RUN-TIME
086500       MOVE AT-RC (RUN-AT)              TO ED-RUN-RC
086600       MOVE AT-ABEND (RUN-AT)           TO ED-RUN-ABEND.
086700     WRITE PRINT FROM EVT-DET-LINE.
086800     IF OCC-EVENT NOT = 'RECURRED'
086900       DISPLAY 'BDMS0266 PROBLEM ' PT-ID (PROB-AT) ' '
087000               OCC-EVENT ' ' OCC-PROGRAM ' ' OCC-CODE ' '
087100               OCC-FILE.
087200*    THE RUN OF THE SAME PROGRAM UNDER WAY AT THE TIME, ELSE THE
087300*    LATEST-STARTED RUN OF ANY PROGRAM UNDER WAY THEN
087400 2600-FIND-RUN.
087500     MOVE 'N' TO RUN-MATCH.
087600     MOVE 0 TO RUN-AT.
087700     PERFORM 2650-TRY-ONE-RUN
087800       VARYING ACCT-I FROM 1 BY 1 UNTIL ACCT-I > ACCT-CNT.
087900 2650-TRY-ONE-RUN.
088000     IF AT-START (ACCT-I) NOT > OCC-STAMP AND
088100        AT-END (ACCT-I) NOT < OCC-STAMP
088200       IF AT-PROGRAM (ACCT-I) = OCC-PROGRAM
088300         IF RUN-MATCH NOT = 'P' OR
088400            AT-START (ACCT-I) > AT-START (RUN-AT)
088500           MOVE 'P' TO RUN-MATCH
088600           MOVE ACCT-I TO RUN-AT
088700         END-IF
088800       ELSE
088900         IF RUN-MATCH = 'N' OR
089000            (RUN-MATCH = 'T' AND
089100             AT-START (ACCT-I) > AT-START (RUN-AT))
089200           MOVE 'T' TO RUN-MATCH
089300           MOVE ACCT-I TO RUN-AT.
089400******************************************************************
089500***  RESOLVE: THE PROBLEM NAMED BY PROBID MARKED RESOLVED NOW  ***
089600******************************************************************
089700 3000-RESOLVE.
089800     MOVE 'PROBID' TO PRM-NAME.
089900     PERFORM 0900-GET-PARM.
089910     MOVE PRM-VALUE TO PROBID-X.
090000     IF PROBID-X NOT NUMERIC
090100       DISPLAY 'BDMS0266 RESOLVE NEEDS A SIX-DIGIT PROBID'
090200               ' - RUN REFUSED'
090300       MOVE 16 TO RETURN-CODE
090400       MOVE 1 TO REFUSED-SW
090500       GO TO 3090-EXIT.
090600     MOVE 0 TO PROB-AT.
090700     PERFORM 3050-MATCH-ID
090800       VARYING PROB-I FROM 1 BY 1
090900       UNTIL PROB-I > PROB-CNT OR PROB-AT > 0.
091000     IF PROB-AT = 0
091100       DISPLAY 'BDMS0266 PROBLEM ' PROBID-X ' NOT ON FILE'
091200       MOVE 8 TO RETURN-CODE
091300       GO TO 3090-EXIT.
091400     IF PT-RESOLVED (PROB-AT)
091500       DISPLAY 'BDMS0266 PROBLEM ' PROBID-X
091600               ' ALREADY RESOLVED ON ' PT-RESOLVED-DATE (PROB-AT)
091700       MOVE 4 TO RETURN-CODE
091800       GO TO 3090-EXIT.
091900     MOVE 'R'             TO PT-STATE (PROB-AT).
092000     MOVE TODAY-DATE      TO PT-RESOLVED-DATE (PROB-AT).
092100     MOVE TODAY-TIME (1:6) TO PT-RESOLVED-TIME (PROB-AT).
092200     PERFORM 8000-REWRITE-PROBLEMS THRU 8090-EXIT.
092300     IF RUN-REFUSED
092400       GO TO 3090-EXIT.
092500     PERFORM 6000-OPEN-LOG THRU 6090-EXIT.
092600     IF NOT RUN-REFUSED
092700       MOVE 'RESOLVED'          TO OCC-EVENT
092800       MOVE PT-SOURCE (PROB-AT)  TO OCC-SOURCE
092900       MOVE PT-PROGRAM (PROB-AT) TO OCC-PROGRAM
093000       MOVE PT-CODE (PROB-AT)    TO OCC-CODE
093100       MOVE PT-FILE (PROB-AT)    TO OCC-FILE
093200       MOVE TODAY-DATE           TO OCC-DATE
093300       MOVE TODAY-TIME (1:6)     TO OCC-TIME
093400       MOVE SPACES               TO OCC-TEXT
093500       MOVE 'N'                  TO RUN-MATCH
093600       PERFORM 6100-WRITE-LOG
093700       CLOSE PROB-OCC-FILE
093800       MOVE 0 TO OCC-OPEN-SW.
093900     MOVE SPACES TO SL-TITLE.
094000     STRING 'PROBLEM ' PROBID-X ' RESOLVED AFTER '
094100            PT-OCCURS (PROB-AT) ' OCCURRENCES - '
094200            PT-PROGRAM (PROB-AT) DELIMITED BY SIZE
094300       INTO SL-TITLE.
094400     WRITE PRINT FROM SECTION-LINE.
094500     DISPLAY 'BDMS0266 PROBLEM ' PROBID-X ' RESOLVED'.
094600 3090-EXIT.
094700     EXIT.
094800 3050-MATCH-ID.
094900     IF PT-ID (PROB-I) = PROBID-X
095000       MOVE PROB-I TO PROB-AT.
095100******************************************************************
095200***  REPORT: THE OPEN PROBLEMS, MOST OCCURRENCES FIRST         ***
095300******************************************************************
095400 4000-REPORT.
095500     PERFORM 4100-WEEK-COUNTS THRU 4190-EXIT.
095600     MOVE 'OPEN PROBLEMS BY OCCURRENCES' TO SL-TITLE.
095700     WRITE PRINT FROM SECTION-LINE.
095800     IF CALENDAR-UNAVAILABLE
095900       MOVE 'CALENDAR UNAVAILABLE - LAST 7D NOT COUNTED'
096000         TO SL-TITLE
096100       WRITE PRINT FROM SECTION-LINE.
096200     WRITE PRINT FROM OPN-COL-LINE.
096300     PERFORM 4200-LIST-NEXT-PROBLEM THRU 4290-EXIT
096400       UNTIL PROB-AT = 0.
096500     PERFORM 4300-COUNT-STATE
096600       VARYING PROB-I FROM 1 BY 1 UNTIL PROB-I > PROB-CNT.
096700     WRITE PRINT FROM BLANK-LINE.
096800     MOVE 'OPEN PROBLEMS' TO TL-LABEL.
096900     MOVE OPEN-CNT TO TL-COUNT.
097000     WRITE PRINT FROM TOTAL-LINE.
097100     MOVE 'RESOLVED PROBLEMS' TO TL-LABEL.
097200     MOVE RESOLVED-CNT TO TL-COUNT.
097300     WRITE PRINT FROM TOTAL-LINE.
097400     DISPLAY 'BDMS0266 OPEN PROBLEMS...........' OPEN-CNT.
097500     DISPLAY 'BDMS0266 RESOLVED PROBLEMS.......' RESOLVED-CNT.
097600 4090-EXIT.
097700     EXIT.
097800*    THE LOG'S OCCURRENCES OF THE LAST SEVEN DAYS, BY PROBLEM
097900 4100-WEEK-COUNTS.
098000     OPEN INPUT PROB-OCC-FILE.
098100     IF OCC-STATUS NOT = '00'
098200       IF OCC-STATUS = '05'
098300         CLOSE PROB-OCC-FILE
098400       END-IF
098500       GO TO 4190-EXIT.
098600     PERFORM 4150-COUNT-ONE-OCCURRENCE
098700       UNTIL OCC-EOF OR CALENDAR-UNAVAILABLE.
098800     CLOSE PROB-OCC-FILE.
098900 4190-EXIT.
099000     EXIT.
099100 4150-COUNT-ONE-OCCURRENCE.
099200     READ PROB-OCC-FILE, AT END
099300       MOVE 1 TO OCC-EOF-SW.
099400     IF NOT OCC-EOF AND PO-EVENT NOT = 'RESOLVED'
099500       MOVE 'A'        TO CAL-FUNCTION
099600       MOVE PO-DATE    TO CAL-IN-DATE
099700       MOVE TODAY-DATE TO CAL-TO-DATE
099800       CALL 'DATESRV' USING CAL-PARMS
099900       IF CAL-RC = 8
100000         MOVE 1 TO CALENDAR-SW
100100       ELSE
100200       IF CAL-RC = 0 AND CAL-DAYS < 7
100300         MOVE 0 TO PROB-AT
100400         PERFORM 4160-MATCH-LOGGED-ID
100500           VARYING PROB-I FROM 1 BY 1
100600           UNTIL PROB-I > PROB-CNT OR PROB-AT > 0
100700         IF PROB-AT > 0
100800           ADD 1 TO PT-WEEK-CNT (PROB-AT).
100900 4160-MATCH-LOGGED-ID.
101000     IF PT-ID (PROB-I) = PO-ID
101100       MOVE PROB-I TO PROB-AT.
101200*    THE OPEN PROBLEM NOT YET LISTED WITH THE MOST OCCURRENCES;
101300*    PROB-AT 0 WHEN NONE IS LEFT
101400 4200-LIST-NEXT-PROBLEM.
101500     MOVE 0 TO PROB-AT, HIGH-OCCURS.
101600     PERFORM 4250-TRY-ONE-PROBLEM
101700       VARYING PROB-I FROM 1 BY 1 UNTIL PROB-I > PROB-CNT.
101800     IF PROB-AT = 0
101900       GO TO 4290-EXIT.
102000     MOVE 'Y' TO PT-LISTED (PROB-AT).
102100     MOVE PT-ID (PROB-AT)         TO OD-ID.
102200     MOVE PT-SOURCE (PROB-AT)     TO OD-SOURCE.
102300     MOVE PT-PROGRAM (PROB-AT)    TO OD-PROGRAM.
102400     MOVE PT-CODE (PROB-AT)       TO OD-CODE.
102500     MOVE PT-FILE (PROB-AT)       TO OD-FILE.
102600     MOVE PT-OCCURS (PROB-AT)     TO OD-OCCURS.
102700     MOVE PT-WEEK-CNT (PROB-AT)   TO OD-WEEK.
102800     MOVE PT-REOPENS (PROB-AT)    TO OD-REOPENS.
102900     MOVE PT-FIRST-DATE (PROB-AT) TO OD-FIRST-DATE.
103000     MOVE PT-LAST-DATE (PROB-AT)  TO OD-LAST-DATE.
103100     MOVE PT-LAST-TIME (PROB-AT)  TO OD-LAST-TIME.
103200     MOVE PT-RUN-RC (PROB-AT)     TO OD-RUN-RC.
103300     MOVE PT-RUN-ABEND (PROB-AT)  TO OD-RUN-ABEND.
103400     WRITE PRINT FROM OPN-DET-LINE.
103500 4290-EXIT.
103600     EXIT.
103700 4250-TRY-ONE-PROBLEM.
103800     IF PT-OPEN (PROB-I) AND PT-LISTED (PROB-I) NOT = 'Y' AND
103900        (PROB-AT = 0 OR PT-OCCURS (PROB-I) > HIGH-OCCURS)
104000       MOVE PROB-I TO PROB-AT
104100       MOVE PT-OCCURS (PROB-I) TO HIGH-OCCURS.
104200 4300-COUNT-STATE.
104300     IF PT-OPEN (PROB-I)
104400       ADD 1 TO OPEN-CNT
104500     ELSE
104600       ADD 1 TO RESOLVED-CNT.
104700******************************************************************
104800***  SOURCE FILE ACCESS BY SOURCE NUMBER.  AN ABSENT SOURCE    ***
104900***  READS AS EMPTY                                            ***
105000******************************************************************
105100 5000-OPEN-SOURCE.
105200     MOVE 0 TO SRC-EOF-SW, ABSENT-SW.
105300     IF SRC-I = 1
105400       OPEN INPUT ALERT-FILE
105500     ELSE
105600       OPEN INPUT JRNL-FILE.
105700     IF SRC-STATUS = '05'
105800       MOVE 1 TO ABSENT-SW
105900       PERFORM 5200-CLOSE-SOURCE
106000       GO TO 5090-EXIT.
106100     IF SRC-STATUS NOT = '00'
106200       DISPLAY 'BDMS0266 ' SE-CODE (SRC-I)
106300               ' SOURCE OPEN FAILED, ST=' SRC-STATUS
106400       MOVE 16 TO RETURN-CODE
106500       MOVE 1 TO REFUSED-SW.
106600 5090-EXIT.
106700     EXIT.
106800 5100-READ-SOURCE.
106900     MOVE SPACES TO SRC-IMAGE.
107000     IF SRC-I = 1
107100       READ ALERT-FILE
107200         AT END MOVE 1 TO SRC-EOF-SW
107300         NOT AT END MOVE ALERT-RECORD TO SRC-IMAGE
107400       END-READ
107500     ELSE
107600       READ JRNL-FILE
107700         AT END MOVE 1 TO SRC-EOF-SW
107800         NOT AT END MOVE JRNL-RECORD TO SRC-IMAGE
107900       END-READ.
108000 5200-CLOSE-SOURCE.
108100     IF SRC-I = 1
108200       CLOSE ALERT-FILE
108300     ELSE
108400       CLOSE JRNL-FILE.
108500******************************************************************
108600***  THE OCCURRENCE LOG, APPENDED TO                           ***
108700******************************************************************
108800 6000-OPEN-LOG.
108900     OPEN EXTEND PROB-OCC-FILE.
109000     IF OCC-STATUS NOT = '00' AND NOT = '05'
109100       OPEN OUTPUT PROB-OCC-FILE.
109200     IF OCC-STATUS NOT = '00' AND NOT = '05'
109300       DISPLAY 'BDMS0266 PROBOCC OPEN FAILED, ST=' OCC-STATUS
109400               ' - RUN REFUSED'
109500       MOVE 16 TO RETURN-CODE
109600       MOVE 1 TO REFUSED-SW
109700       GO TO 6090-EXIT.
109800     MOVE 1 TO OCC-OPEN-SW.
109900 6090-EXIT.
110000     EXIT.
110100 6100-WRITE-LOG.
110200     MOVE SPACES TO PROB-OCC-RECORD.
110300     MOVE PT-ID (PROB-AT) TO PO-ID.
110400     MOVE OCC-EVENT       TO PO-EVENT.
110500     MOVE OCC-SOURCE      TO PO-SOURCE.
110600     MOVE OCC-DATE        TO PO-DATE.
110700     MOVE OCC-TIME        TO PO-TIME.
110800     MOVE OCC-PROGRAM     TO PO-PROGRAM.
110900     MOVE OCC-CODE        TO PO-CODE.
111000     MOVE OCC-FILE        TO PO-FILE.
111100     MOVE OCC-TEXT        TO PO-TEXT.
111200     MOVE RUN-MATCH       TO PO-RUN-MATCH.
111300     MOVE 0 TO PO-RUN-START-DATE, PO-RUN-START-TIME,
111400               PO-RUN-END-DATE, PO-RUN-END-TIME,
111500               PO-RUN-ELAPSED, PO-RUN-RC, PO-RUN-ABEND.
111600     IF RUN-MATCH NOT = 'N'
111700       MOVE AT-PROGRAM (RUN-AT)    TO PO-RUN-PROGRAM
111800       MOVE AT-GROUP (RUN-AT)      TO PO-RUN-GROUP
111900       MOVE AT-START-DATE (RUN-AT) TO PO-RUN-START-DATE
112000       MOVE AT-START-TIME (RUN-AT) TO PO-RUN-START-TIME
112100       MOVE AT-END-DATE (RUN-AT)   TO PO-RUN-END-DATE
112200       MOVE AT-END-TIME (RUN-AT)   TO PO-RUN-END-TIME
112300       MOVE AT-ELAPSED (RUN-AT)    TO PO-RUN-ELAPSED
112400       MOVE AT-STATUS (RUN-AT)     TO PO-RUN-STATUS
112500       MOVE AT-RC (RUN-AT)         TO PO-RUN-RC
112600       MOVE AT-ABEND (RUN-AT)      TO PO-RUN-ABEND.
112700     WRITE PROB-OCC-RECORD.
112800     IF OCC-STATUS NOT = '00'
112900       DISPLAY 'BDMS0266 PROBOCC WRITE FAILED, ST=' OCC-STATUS
113000       IF RETURN-CODE < 8
113100         MOVE 8 TO RETURN-CODE.
113200******************************************************************
113300***  THE PROBLEM FILE AND THE WATERMARKS WRITTEN BACK          ***
113400******************************************************************
113500 8000-REWRITE-PROBLEMS.
113600     OPEN OUTPUT PROB-MST-FILE.
113700     IF MST-STATUS NOT = '00' AND NOT = '05'
113800       DISPLAY 'BDMS0266 PROBMST REWRITE FAILED, ST=' MST-STATUS
113900               ' - WATERMARKS HELD'
114000       MOVE 16 TO RETURN-CODE
114100       MOVE 1 TO REFUSED-SW
114200       GO TO 8090-EXIT.
114300     PERFORM 8100-WRITE-ONE-PROBLEM
114400       VARYING PROB-I FROM 1 BY 1 UNTIL PROB-I > PROB-CNT.
114500     CLOSE PROB-MST-FILE.
114600 8090-EXIT.
114700     EXIT.
114800 8100-WRITE-ONE-PROBLEM.
114900     MOVE SPACES                    TO PROB-MST-RECORD.
115000     MOVE PT-ID (PROB-I)            TO PM-ID.
115100     MOVE PT-SOURCE (PROB-I)        TO PM-SOURCE.
115200     MOVE PT-PROGRAM (PROB-I)       TO PM-PROGRAM.
115300     MOVE PT-CODE (PROB-I)          TO PM-CODE.
115400     MOVE PT-FILE (PROB-I)          TO PM-FILE.
115500     MOVE PT-STATE (PROB-I)         TO PM-STATE.
115600     MOVE PT-OCCURS (PROB-I)        TO PM-OCCURS.
115700     MOVE PT-REOPENS (PROB-I)       TO PM-REOPENS.
115800     MOVE PT-FIRST-DATE (PROB-I)    TO PM-FIRST-DATE.
115900     MOVE PT-FIRST-TIME (PROB-I)    TO PM-FIRST-TIME.
116000     MOVE PT-LAST-DATE (PROB-I)     TO PM-LAST-DATE.
116100     MOVE PT-LAST-TIME (PROB-I)     TO PM-LAST-TIME.
116200     MOVE PT-RESOLVED-DATE (PROB-I) TO PM-RESOLVED-DATE.
116300     MOVE PT-RESOLVED-TIME (PROB-I) TO PM-RESOLVED-TIME.
116400     MOVE PT-LAST-TEXT (PROB-I)     TO PM-LAST-TEXT.
116500     MOVE PT-RUN-GROUP (PROB-I)     TO PM-RUN-GROUP.
116600     MOVE PT-RUN-DATE (PROB-I)      TO PM-RUN-DATE.
116700     MOVE PT-RUN-TIME (PROB-I)      TO PM-RUN-TIME.
116800     MOVE PT-RUN-STATUS (PROB-I)    TO PM-RUN-STATUS.
116900     MOVE PT-RUN-RC (PROB-I)        TO PM-RUN-RC.
117000     MOVE PT-RUN-ABEND (PROB-I)     TO PM-RUN-ABEND.
117100     WRITE PROB-MST-RECORD.
117200 8200-REWRITE-CONTROL.
117300     OPEN OUTPUT PROB-CTL-FILE.
117400     IF CTL-STATUS NOT = '00' AND NOT = '05'
117500       DISPLAY 'BDMS0266 PROBCTL REWRITE FAILED, ST='
117600               CTL-STATUS
117700       MOVE 16 TO RETURN-CODE
117800       GO TO 8290-EXIT.
117900     PERFORM 8250-WRITE-ONE-CONTROL
118000       VARYING SRC-I FROM 1 BY 1 UNTIL SRC-I > 2.
118100     CLOSE PROB-CTL-FILE.
118200 8290-EXIT.
118300     EXIT.
118400 8250-WRITE-ONE-CONTROL.
118500     MOVE SPACES                TO PROB-CTL-RECORD.
118600     MOVE SE-CODE (SRC-I)       TO PC-SOURCE.
118700     MOVE CE-CONF-CNT (SRC-I)   TO PC-CONF-CNT.
118800     MOVE CE-CONF-CHECK (SRC-I) TO PC-CONF-CHECK.
118900     WRITE PROB-CTL-RECORD.
119000 9000-EOJ.
119100     IF OCC-OPEN
119200       CLOSE PROB-OCC-FILE.
119300     IF PRINT-OPEN
119400       CLOSE PRNTR.
119500     DISPLAY 'BDMS0266 END OF JOB, RETURN CODE ' RETURN-CODE.
