000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0267.
000300******************************************************************
000400***  BDMS0267 - NIGHTLY RUN-PLAN FORECAST.  RUN IN THE LATE   ***
000500***  AFTERNOON, BEFORE THE BATCH WINDOW OPENS, TO TELL THE     ***
000600***  SHIFT LEAD WHAT WILL RUN TONIGHT AND WHETHER IT WILL BE   ***
000700***  DONE BEFORE THE ONLINE DAY NEEDS THE FILES BACK.  IT      ***
000800***  PUTS TOGETHER WHAT THE CHAIN ALREADY KEEPS:               ***
000900***    - THE RUN-PLAN DECK (RUNPLAN) - THE STANDARD NIGHTLY    ***
001000***      STEPS IN RUN ORDER, EACH WITH THE NIGHTS IT RUNS ON   ***
001100***      AND ITS EXPECTED INPUT FILES                          ***
001200***    - THE BDMS0230 GROUP CONTROL FILE (GRPCTL) - ONE        ***
001300***      BDMS0201 LEG PER CLIENT GROUP, WITH ITS IN1/IN2 AS    ***
001400***      THE LEG'S INPUTS; UNDER MAXPAR THE LEGS ARE LAID      ***
001500***      OUT CONCURRENTLY THE WAY THE DRIVER LAUNCHES THEM     ***
001600***    - THE PROCESSING CALENDAR (DATESRV) - TONIGHT'S DAY     ***
001700***      TYPE AND WHETHER IT IS A MONTH-END NIGHT, WHICH       ***
001800***      BRINGS IN THE BDMS0232 CLOSE EXTRAS; A CLOSE MARKER   ***
001900***      ALREADY STANDING (CLOSEMRK) IS REPORTED               ***
002000***    - THE BDMS0207 PENDING-RELEASE FILE (PENDIN) - DECKS    ***
002100***      STILL WAITING FOR APPROVAL OR RELEASE, AGAINST THE    ***
002200***      STEP THAT CONSUMES THEM                               ***
002300***    - THE FILEWATCHER WATCH LIST (WATCHLST) - THE ARRIVAL   ***
002400***      WINDOW OF EACH EXPECTED INPUT; EVERY INPUT IS OPENED  ***
002500***      TO SEE WHETHER IT HAS ALREADY ARRIVED                 ***
002600***    - THE BDMSTIMR TIMING FILE (TIMING) - EACH STEP'S       ***
002700***      EXPECTED DURATION, THE AVERAGE OF ITS RUNS ON FILE    ***
002800***  EACH STEP IS PROJECTED FROM BATCHSTART (HHMMSS, DEFAULT   ***
002900***  200000) ONE AFTER ANOTHER, AND THE PROJECTED END IS SET   ***
003000***  AGAINST MT_BATCH_WINDOW_END, THE RUNBATCH WINDOW GUARD'S  ***
003100***  ONLINE-DAY START.  RUNDATE NAMES THE NIGHT (DEFAULT       ***
003200***  TODAY).                                                   ***
003300***                                                            ***
003400***  RUN-PLAN CARD:  1-8   STEP                                ***
003500***                  10    A EVERY NIGHT, B BUSINESS-DAY       ***
003600***                        NIGHTS, M MONTH-END NIGHTS          ***
003700***                  11    G - ONE BDMS0201 LEG PER GROUP      ***
003800***                  13-19 SECONDS TO ASSUME WITH NO HISTORY   ***
003900***                  21-80 AN EXPECTED INPUT FILE              ***
004000***  A FURTHER CARD FOR THE SAME STEP ADDS ONE MORE INPUT.     ***
004100***  '*' IN COLUMN 1 IS A COMMENT.                             ***
004200***                                                            ***
004300***  RETURN CODE: 0 ON TIME, 4 PROJECTED OVERRUN OR AN INPUT   ***
004400***  ALREADY PAST ITS LATEST ARRIVAL, 16 NO RUN-PLAN DECK.     ***
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT RUN-PLAN-FILE   ASSIGN TO UT-S-RUNPLAN
005000        ORGANIZATION LINE SEQUENTIAL
005100        FILE STATUS IS RUNPLAN-STATUS.
005200     SELECT GROUP-CTL-FILE  ASSIGN TO UT-S-GRPCTL
005300        ORGANIZATION LINE SEQUENTIAL
005400        FILE STATUS IS GRPCTL-STATUS.
005500     SELECT WATCH-FILE      ASSIGN TO WATCHLST
005600        ORGANIZATION LINE SEQUENTIAL
005700        FILE STATUS IS WATCH-STATUS.
005800     SELECT PENDING-FILE    ASSIGN TO UT-S-PENDIN
005900        ORGANIZATION LINE SEQUENTIAL
006000        FILE STATUS IS PENDING-STATUS.
006100     SELECT TIMING-FILE     ASSIGN TO UT-S-TIMING
006200        ORGANIZATION LINE SEQUENTIAL
006300        FILE STATUS IS TIMING-STATUS.
006400     SELECT CLOSE-MARKER-FILE ASSIGN TO UT-S-CLOSEMRK
006500        ORGANIZATION LINE SEQUENTIAL
006600        FILE STATUS IS CLOSEMRK-STATUS.
006700     SELECT PROBE-FILE      ASSIGN TO DYNAMIC PROBE-PATH
006800        ORGANIZATION LINE SEQUENTIAL
006900        FILE STATUS IS PROBE-STATUS.
007000     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
007100        ORGANIZATION LINE SEQUENTIAL.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RUN-PLAN-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD
007700     BLOCK CONTAINS 0 RECORDS
007800     DATA RECORD IS RUN-PLAN-CARD.
007900 01  RUN-PLAN-CARD.
008000     03  RP-STEP                   PIC X(8).
008100     03  FILLER                    PIC X.
008200     03  RP-WHEN                   PIC X.
008300         88  RP-EVERY-NIGHT           VALUE 'A'.
008400         88  RP-BUSINESS-NIGHT        VALUE 'B'.
008500         88  RP-MONTH-END-NIGHT       VALUE 'M'.
008600     03  RP-GROUP-SW               PIC X.
008700         88  RP-GROUP-LEGS            VALUE 'G'.
008800     03  FILLER                    PIC X.
008900     03  RP-DEFAULT-SECS           PIC X(7).
009000     03  FILLER                    PIC X.
009100     03  RP-INPUT                  PIC X(60).
009200 01  RUN-PLAN-CARD-X REDEFINES RUN-PLAN-CARD.
009300     03  RP-COL1                   PIC X.
009400     03  FILLER                    PIC X(79).
009500 FD  GROUP-CTL-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD
009800     RECORD CONTAINS 491 CHARACTERS
009900     DATA RECORD IS GROUP-CTL-RECORD.
010000 01  GROUP-CTL-RECORD.
010100     03  GC-GROUP-ID               PIC X(3).
010200     03  GC-IN1                    PIC X(60).
010300     03  GC-IN2                    PIC X(60).
010400     03  GC-OUT1                   PIC X(60).
010500     03  GC-OUT2                   PIC X(60).
010600     03  GC-OUT3                   PIC X(60).
010700     03  GC-PRINT1                 PIC X(60).
010800     03  GC-CKPT                   PIC X(60).
010900     03  GC-EOJSUM                 PIC X(60).
011000     03  GC-FDTVER                 PIC X(8).
011100*    FILEWATCHER'S WATCH LIST, UNDER ITS OWN ASSIGNMENT NAME
011200 FD  WATCH-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD
011500     DATA RECORD IS WATCH-RECORD.
011600 01  WATCH-RECORD.
011700     03  WL-PATH                   PIC X(60).
011800     03  WL-EARLIEST               PIC X(6).
011900     03  WL-LATEST                 PIC X(6).
012000     03  WL-JOBDSN                 PIC X(44).
012100     03  WL-DECK                   PIC X.
012200*    BDMS0207'S PENDING-RELEASE FILE: 'H' HEADERS ONLY ARE USED
012300 FD  PENDING-FILE
012400     RECORDING MODE IS F
012500     LABEL RECORDS ARE STANDARD
012600     BLOCK CONTAINS 0 RECORDS
012700     DATA RECORD IS PENDING-RECORD.
012800 01  PENDING-RECORD.
012900     03  PR-REC-TYPE               PIC X.
013000     03  PR-DECK-ID                PIC 9(6).
013100     03  PH-DECK-TYPE              PIC X.
013200     03  PH-STATUS                 PIC X.
013300         88  DECK-PENDING             VALUE 'P'.
013400         88  DECK-APPROVED            VALUE 'A'.
013500     03  PH-CREATOR                PIC X(8).
013600     03  PH-CREATE-DATE            PIC 9(8).
013700     03  PH-CREATE-TIME            PIC 9(8).
013800     03  PH-APPROVER               PIC X(8).
013900     03  PH-ACTION-DATE            PIC 9(8).
014000     03  PH-ACTION-TIME            PIC 9(8).
014100     03  PH-CARD-CNT               PIC 9(6).
014200     03  FILLER                    PIC X(87).
014300 FD  TIMING-FILE
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD
014600     BLOCK CONTAINS 0 RECORDS
014700     DATA RECORD IS TIMING-RECORD.
014800 01  TIMING-RECORD.
014900     03  TI-STEP                   PIC X(8).
015000     03  TI-GROUP-ID               PIC X(3).
015100     03  TI-START-DATE             PIC 9(8).
015200     03  TI-START-TIME             PIC 9(8).
015300     03  TI-END-DATE               PIC 9(8).
015400     03  TI-END-TIME               PIC 9(8).
015500     03  TI-ELAPSED-SECS           PIC 9(7).
015600 FD  CLOSE-MARKER-FILE
015700     RECORDING MODE IS F
015800     LABEL RECORDS ARE STANDARD
015900     BLOCK CONTAINS 0 RECORDS
016000     DATA RECORD IS CLOSE-MARKER-RECORD.
016100 01  CLOSE-MARKER-RECORD.
016200     03  CM-PERIOD                 PIC X(6).
016300     03  CM-CLOSE-DATE             PIC 9(8).
016400     03  CM-CLOSE-TIME             PIC 9(8).
016500     03  CM-OPERATOR               PIC X(8).
016600     03  FILLER                    PIC X(50).
016700 FD  PROBE-FILE
016800     RECORDING MODE IS F
016900     LABEL RECORDS ARE STANDARD
017000     DATA RECORD IS PROBE-RECORD.
017100 01  PROBE-RECORD                  PIC X(80).
017200 FD  PRNTR
017300     RECORDING MODE IS F
017400     LABEL RECORDS ARE STANDARD
017500     BLOCK CONTAINS 0 RECORDS
017600     DATA RECORD IS PRINT.
017700 01  PRINT.
017800     03  PRT                       PIC X(132).
017900 WORKING-STORAGE SECTION.
018000 01  RUNPLAN-STATUS                PIC XX.
018100 01  GRPCTL-STATUS                 PIC XX.
018200 01  WATCH-STATUS                  PIC XX.
018300 01  PENDING-STATUS                PIC XX.
018400 01  TIMING-STATUS                 PIC XX.
018500 01  CLOSEMRK-STATUS               PIC XX.
018600 01  PROBE-STATUS                  PIC XX.
018700 01  PROBE-PATH                    PIC X(60).
018800 01  RUNPLAN-EOF-SW                PIC 9 VALUE 0.
018900     88  RUNPLAN-EOF                  VALUE 1.
019000 01  GRPCTL-EOF-SW                 PIC 9 VALUE 0.
019100     88  GRPCTL-EOF                   VALUE 1.
019200 01  WATCH-EOF-SW                  PIC 9 VALUE 0.
019300     88  WATCH-EOF                    VALUE 1.
019400 01  PENDING-EOF-SW                PIC 9 VALUE 0.
019500     88  PENDING-EOF                  VALUE 1.
019600 01  TIMING-EOF-SW                 PIC 9 VALUE 0.
019700     88  TIMING-EOF                   VALUE 1.
019800******************************************************************
019900***  TONIGHT: THE NIGHT'S DATE AND DAY, THE WINDOW AND THE     ***
020000***  DRIVER'S CONCURRENCY                                      ***
020100******************************************************************
020200 01  TODAY-DATE                    PIC 9(8).
020300 01  NOW-TIME                      PIC 9(8).
020400 01  NOW-HHMMSS                    PIC 9(6).
020500 01  RUN-DATE-X                    PIC X(8) VALUE SPACES.
020600 01  RUN-DATE                      PIC 9(8).
020700 01  DAY-TYPE                      PIC X VALUE 'B'.
020800     88  BUSINESS-NIGHT               VALUE 'B'.
020900 01  MONTH-END-SW                  PIC X VALUE 'N'.
021000     88  MONTH-END-NIGHT              VALUE 'Y'.
021100 01  CALENDAR-SW                   PIC X VALUE 'Y'.
021200     88  CALENDAR-ANSWERED            VALUE 'Y'.
021300 01  BATCH-START-X                 PIC X(6) VALUE SPACES.
021400 01  BATCH-START                   PIC 9(6) VALUE 200000.
021500 01  WINDOW-END-X                  PIC X(6) VALUE SPACES.
021600 01  WINDOW-END                    PIC 9(6) VALUE 0.
021700 01  WINDOW-SW                     PIC X VALUE 'N'.
021800     88  WINDOW-SET                   VALUE 'Y'.
021900 01  MAXPAR-X                      PIC X VALUE SPACE.
022000 01  MAXPAR-N                      PIC 9 VALUE 1.
022100 01  GRPRUNNER-CMD                 PIC X(80) VALUE SPACES.
022200 01  CAL-PARMS.
022300     05  CAL-FUNCTION              PIC X    VALUE SPACE.
022400     05  CAL-IN-DATE               PIC 9(8) VALUE ZEROS.
022500     05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
022600     05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
022700     05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
022800     05  CAL-DAYS                  PIC S9(5) COMP-5 VALUE 0.
022900     05  CAL-TO-DATE               PIC 9(8) VALUE ZEROS.
023000     05  CAL-DAY-TYPE              PIC X    VALUE SPACE.
023100******************************************************************
023200***  THE PLAN: ONE ENTRY PER STEP OR GROUP LEG, IN RUN ORDER.  ***
023300***  SP-STATE: R RUNS TONIGHT, S NOT TONIGHT                   ***
023400***  SECONDS ARE COUNTED FROM MIDNIGHT BEFORE BATCHSTART, SO   ***
023500***  A STEP PAST MIDNIGHT CARRIES MORE THAN 86400              ***
023600******************************************************************
023700 01  STEP-TBL-MAX                  PIC 9(4) COMP-5 VALUE 150.
023800 01  STEP-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
023900 01  SP-I                          PIC 9(4) COMP-5.
024000 01  STEP-TABLE.
024100     03  STEP-ENTRY  OCCURS 150 TIMES.
024200       05  SP-STEP                 PIC X(8).
024300       05  SP-GROUP-ID             PIC X(3).
024400       05  SP-WHEN                 PIC X.
024500       05  SP-LEG-SW               PIC X.
024600           88  SP-GROUP-LEG           VALUE 'G'.
024700       05  SP-STATE                PIC X.
024800           88  SP-RUNS-TONIGHT        VALUE 'R'.
024900       05  SP-DEFAULT-SECS         PIC 9(7).
025000       05  SP-EST-SECS             PIC 9(7).
025100       05  SP-EST-SOURCE           PIC X.
025200       05  SP-HIST-RUNS            PIC 9(5).
025300       05  SP-START-SECS           PIC 9(7).
025400       05  SP-END-SECS             PIC 9(7).
025500       05  SP-INPUT-MISSING        PIC X.
025600       05  SP-DECK-HELD            PIC X.
025700       05  SP-PAST-WINDOW          PIC X.
025800 01  LAST-CARD-STEP                PIC X(8) VALUE SPACES.
025900 01  LAST-CARD-IX                  PIC 9(4) COMP-5 VALUE 0.
026000 01  CARD-DEFAULT-SECS             PIC 9(7).
026100******************************************************************
026200***  EXPECTED INPUTS, EACH AGAINST ITS STEP ENTRY              ***
026300***  IN-STATE: A ARRIVED, W NOT YET (STILL IN OR BEFORE ITS    ***
026400***  WINDOW), L PAST ITS LATEST ARRIVAL, U NOT HERE AND NOT    ***
026500***  ON THE WATCH LIST                                         ***
026600******************************************************************
026700 01  INPUT-TBL-MAX                 PIC 9(4) COMP-5 VALUE 400.
026800 01  INPUT-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
026900 01  IN-I                          PIC 9(4) COMP-5.
027000 01  INPUT-TABLE.
027100     03  INPUT-ENTRY  OCCURS 400 TIMES.
027200       05  IN-STEP-IX              PIC 9(4) COMP-5.
027300       05  IN-PATH                 PIC X(60).
027400       05  IN-STATE                PIC X.
027500       05  IN-EARLIEST             PIC X(6).
027600       05  IN-LATEST               PIC X(6).
027700 01  ADD-INPUT-PATH                PIC X(60).
027800 01  ADD-INPUT-STEP-IX             PIC 9(4) COMP-5.
027900******************************************************************
028000***  WATCH LIST, HELD DECKS AND TIMING HISTORY                 ***
028100******************************************************************
028200 01  WATCH-TBL-MAX                 PIC 9(4) COMP-5 VALUE 100.
028300 01  WATCH-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
028400 01  WT-I                          PIC 9(4) COMP-5.
028500 01  WT-FOUND                      PIC 9(4) COMP-5.
028600 01  WATCH-TABLE.
028700     03  WATCH-ENTRY  OCCURS 100 TIMES.
028800       05  WT-PATH                 PIC X(60).
028900       05  WT-EARLIEST             PIC X(6).
029000       05  WT-LATEST               PIC X(6).
029100 01  HELD-TBL-MAX                  PIC 9(4) COMP-5 VALUE 100.
029200 01  HELD-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
029300 01  HD-I                          PIC 9(4) COMP-5.
029400 01  HELD-TABLE.
029500     03  HELD-ENTRY  OCCURS 100 TIMES.
029600       05  HD-DECK-ID              PIC 9(6).
029700       05  HD-DECK-TYPE            PIC X.
029800       05  HD-STATUS               PIC X.
029900       05  HD-CREATOR              PIC X(8).
030000       05  HD-CARD-CNT             PIC 9(6).
030100       05  HD-STEP                 PIC X(8).
030200       05  HD-TONIGHT              PIC X.
030300 01  HIS-TBL-MAX                   PIC 9(4) COMP-5 VALUE 200.
030400 01  HIS-TBL-CNT                   PIC 9(4) COMP-5 VALUE 0.
030500 01  HIS-TBL-I                     PIC 9(4) COMP-5.
030600 01  HIS-FOUND-IX                  PIC 9(4) COMP-5.
030700 01  SEEK-STEP                     PIC X(8).
030800 01  SEEK-GROUP-ID                 PIC X(3).
030900 01  HISTORY-TABLE.
031000     03  HIS-ENTRY  OCCURS 200 TIMES.
031100       05  HS-STEP                 PIC X(8).
031200       05  HS-GROUP-ID             PIC X(3).
031300       05  HS-RUN-CNT              PIC 9(5).
031400       05  HS-TOTAL-SECS           PIC 9(9).
031500******************************************************************
031600***  PROJECTION: THE CLOCK, AND ONE LANE PER CONCURRENT GROUP  ***
031700***  THE DRIVER CAN HAVE RUNNING                               ***
031800******************************************************************
031900 01  CLOCK-SECS                    PIC 9(7) VALUE 0.
032000 01  WINDOW-END-SECS               PIC 9(7) VALUE 0.
032100 01  LANE-I                        PIC 9 VALUE 0.
032200 01  LANE-PICK                     PIC 9 VALUE 0.
032300 01  LEG-BLOCK-SW                  PIC X VALUE 'N'.
032400     88  IN-LEG-BLOCK                 VALUE 'Y'.
032500 01  LANE-TABLE.
032600     03  LANE-FREE-SECS  OCCURS 9 TIMES PIC 9(7).
032700 01  HHMMSS-WORK.
032800     03  HW-HH                     PIC 99.
032900     03  HW-MM                     PIC 99.
033000     03  HW-SS                     PIC 99.
033100 01  FMT-SECS                      PIC 9(7).
033200 01  FMT-DAY-SECS                  PIC 9(7).
033300 01  FMT-DAYS                      PIC 9(3).
033400 01  FMT-HH                        PIC 99.
033500 01  FMT-MM                        PIC 99.
033600 01  FMT-SS                        PIC 99.
033700 01  FMT-REM                       PIC 9(7).
033800 01  FMT-CLOCK.
033900     03  FC-HH                     PIC 99.
034000     03  FILLER                    PIC X VALUE ':'.
034100     03  FC-MM                     PIC 99.
034200     03  FILLER                    PIC X VALUE ':'.
034300     03  FC-SS                     PIC 99.
034400     03  FC-NEXT-DAY               PIC XX.
034500 01  MARGIN-SECS                   PIC 9(7) VALUE 0.
034600******************************************************************
034700***  COUNTS                                                    ***
034800******************************************************************
034900 01  CARDS-READ                    PIC 9(5) VALUE 0.
035000 01  CARDS-IGNORED                 PIC 9(5) VALUE 0.
035100 01  STEPS-TONIGHT                 PIC 9(5) VALUE 0.
035200 01  LEGS-TONIGHT                  PIC 9(5) VALUE 0.
035300 01  INPUTS-ARRIVED                PIC 9(5) VALUE 0.
035400 01  INPUTS-WAITING                PIC 9(5) VALUE 0.
035500 01  INPUTS-LATE                   PIC 9(5) VALUE 0.
035600 01  INPUTS-UNWATCHED              PIC 9(5) VALUE 0.
035700 01  DECKS-HELD-TONIGHT            PIC 9(5) VALUE 0.
035800 01  NOTE-TEXT                     PIC X(40).
035900 01  NOTE-PTR                      PIC 9(3) COMP-5.
036000******************************************************************
036100***  REPORT LINES                                              ***
036200******************************************************************
036300 01  FC-HDR1-LINE.
036400     03  FILLER                    PIC X(40)  VALUE SPACES.
036500     03  FILLER                    PIC X(49)  VALUE
036600         'N I G H T L Y   R U N - P L A N   F O R E C A S T'.
036700     03  FILLER                    PIC X(43)  VALUE SPACES.
036800 01  FC-NIGHT-LINE.
036900     03  FILLER                    PIC X(10)  VALUE ' NIGHT OF '.
037000     03  FN-RUN-DATE               PIC 9(8).
037100     03  FILLER                    PIC X(11)  VALUE
037200         '  DAY TYPE '.
037300     03  FN-DAY-TYPE               PIC X.
037400     03  FILLER                    PIC X(12)  VALUE
037500         '  MONTH-END '.
037600     03  FN-MONTH-END              PIC X.
037700     03  FILLER                    PIC X(9)   VALUE
037800         '  MAXPAR '.
037900     03  FN-MAXPAR                 PIC 9.
038000     03  FILLER                    PIC X(14)  VALUE
038100         '  FORECAST AT '.
038200     03  FN-TODAY                  PIC 9(8).
038300     03  FILLER                    PIC X      VALUE SPACE.
038400     03  FN-NOW                    PIC 9(6).
038500     03  FILLER                    PIC X(50)  VALUE SPACES.
038600 01  FC-HDR2-LINE.
038700     03  FILLER                    PIC X(50)  VALUE
038800         ' STEP      GRP  RUNS ON EST SECS  BASIS     RUNS'.
038900     03  FILLER                    PIC X(82)  VALUE
039000         'START       END         NOTES'.
039100 01  FC-DET-LINE.
039200     03  FILLER                    PIC X(1)   VALUE SPACES.
039300     03  FD-STEP                   PIC X(8).
039400     03  FILLER                    PIC X(2)   VALUE SPACES.
039500     03  FD-GROUP                  PIC X(3).
039600     03  FILLER                    PIC X(2)   VALUE SPACES.
039700     03  FD-RUNS-ON                PIC X(7).
039800     03  FILLER                    PIC X(2)   VALUE SPACES.
039900     03  FD-EST                    PIC Z(6)9.
040000     03  FILLER                    PIC X(2)   VALUE SPACES.
040100     03  FD-BASIS                  PIC X(9).
040200     03  FD-RUNS                   PIC Z(5).
040300     03  FILLER                    PIC X(2)   VALUE SPACES.
040400     03  FD-START                  PIC X(10).
040500     03  FILLER                    PIC X(2)   VALUE SPACES.
040600     03  FD-END                    PIC X(10).
040700     03  FILLER                    PIC X(2)   VALUE SPACES.
040800     03  FD-NOTES                  PIC X(40).
040900     03  FILLER                    PIC X(18)  VALUE SPACES.
041000 01  FC-INPUT-LINE.
041100     03  FILLER                    PIC X(14)  VALUE
041200         '       INPUT  '.
041300     03  FI-PATH                   PIC X(60).
041400     03  FILLER                    PIC X(2)   VALUE SPACES.
041500     03  FI-STATE                  PIC X(12).
041600     03  FILLER                    PIC X(2)   VALUE SPACES.
041700     03  FI-WINDOW-TAG             PIC X(7).
041800     03  FI-EARLIEST               PIC X(6).
041900     03  FI-DASH                   PIC X.
042000     03  FI-LATEST                 PIC X(6).
042100     03  FILLER                    PIC X(22)  VALUE SPACES.
042200 01  FC-HELD-HDR-LINE.
042300     03  FILLER                    PIC X(50)  VALUE
042400         ' DECKS HELD IN BDMS0207   DECK    TYPE   STATUS'.
042500     03  FILLER                    PIC X(82)  VALUE
042600         '          STAGED BY  CARDS  CONSUMED BY'.
042700 01  FC-HELD-LINE.
042800     03  FILLER                    PIC X(26)  VALUE SPACES.
042900     03  FH-DECK-ID                PIC 9(6).
043000     03  FILLER                    PIC X(3)   VALUE SPACES.
043100     03  FH-DECK-TYPE              PIC X.
043200     03  FILLER                    PIC X(5)   VALUE SPACES.
043300     03  FH-STATUS                 PIC X(17).
043400     03  FILLER                    PIC X(2)   VALUE SPACES.
043500     03  FH-CREATOR                PIC X(8).
043600     03  FILLER                    PIC X(2)   VALUE SPACES.
043700     03  FH-CARD-CNT               PIC Z(5)9.
043800     03  FILLER                    PIC X(2)   VALUE SPACES.
043900     03  FH-STEP                   PIC X(8).
044000     03  FILLER                    PIC X(2)   VALUE SPACES.
044100     03  FH-TONIGHT                PIC X(20).
044200     03  FILLER                    PIC X(24)  VALUE SPACES.
044300 01  FC-TEXT-LINE.
044400     03  FILLER                    PIC X      VALUE SPACE.
044500     03  FT-TEXT                   PIC X(131).
044600 01  FC-SUM-LINE.
044700     03  FILLER                    PIC X      VALUE SPACE.
044800     03  FS-LABEL                  PIC X(34).
044900     03  FS-VALUE                  PIC X(15).
045000     03  FILLER                    PIC X(2)   VALUE SPACES.
045100     03  FS-NOTE                   PIC X(80).
045200 01  BLANK-LINE                    PIC X(132) VALUE SPACES.
045300 PROCEDURE DIVISION.
045400 0000-MAINLINE.
045500     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
045600     PERFORM 1500-TONIGHT-CALENDAR.
045700     PERFORM 2000-LOAD-WATCH-LIST THRU 2090-EXIT.
045800     PERFORM 2200-LOAD-HELD-DECKS THRU 2290-EXIT.
045900     PERFORM 2400-LOAD-TIMING THRU 2490-EXIT.
046000     PERFORM 3000-BUILD-PLAN THRU 3090-EXIT.
046100     IF RETURN-CODE NOT = 16
046200       PERFORM 4000-CHECK-INPUTS
046300       PERFORM 4500-MATCH-HELD-DECKS
046400       PERFORM 5000-PROJECT-STEPS
046500       PERFORM 6000-PRINT-REPORT
046600       PERFORM 9000-EOJ.
046700     STOP RUN.
046800******************************************************************
046900***  TONIGHT'S DATE, THE START OF THE BATCH, THE WINDOW END    ***
047000***  AND THE BDMS0230 CONCURRENCY, EACH FROM THE ENVIRONMENT   ***
047100***  VALUE THE OWNING STEP ALREADY READS                       ***
047200******************************************************************
047300 1000-INITIALIZE.
047400     DISPLAY 'BDMS0267 BEGIN PROCESSING'.
047500     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
047600     ACCEPT NOW-TIME FROM TIME.
047700     MOVE NOW-TIME (1:6) TO NOW-HHMMSS.
047800     DISPLAY 'RUNDATE' UPON ENVIRONMENT-NAME.
047900     ACCEPT RUN-DATE-X FROM ENVIRONMENT-VALUE.
048000     IF RUN-DATE-X NUMERIC
048100       MOVE RUN-DATE-X TO RUN-DATE
048200     ELSE
048300       MOVE TODAY-DATE TO RUN-DATE.
048400     DISPLAY 'BATCHSTART' UPON ENVIRONMENT-NAME.
048500     ACCEPT BATCH-START-X FROM ENVIRONMENT-VALUE.
048600     IF BATCH-START-X NUMERIC
048700       MOVE BATCH-START-X TO BATCH-START.
048800     MOVE BATCH-START TO HHMMSS-WORK.
048900     COMPUTE CLOCK-SECS = HW-HH * 3600 + HW-MM * 60 + HW-SS.
049000     DISPLAY 'MT_BATCH_WINDOW_END' UPON ENVIRONMENT-NAME.
049100     ACCEPT WINDOW-END-X FROM ENVIRONMENT-VALUE.
049200     IF WINDOW-END-X NUMERIC
049300       MOVE WINDOW-END-X TO WINDOW-END
049400       MOVE 'Y' TO WINDOW-SW
049500       MOVE WINDOW-END TO HHMMSS-WORK
049600       COMPUTE WINDOW-END-SECS =
049700           HW-HH * 3600 + HW-MM * 60 + HW-SS
049800*      THE ONLINE DAY STARTS THE MORNING AFTER THE BATCH STARTS
049900       IF WINDOW-END-SECS NOT > CLOCK-SECS
050000         ADD 86400 TO WINDOW-END-SECS.
050100     DISPLAY 'MAXPAR' UPON ENVIRONMENT-NAME.
050200     ACCEPT MAXPAR-X FROM ENVIRONMENT-VALUE.
050300     IF MAXPAR-X NUMERIC AND MAXPAR-X > '1'
050400       MOVE MAXPAR-X TO MAXPAR-N.
050500     IF MAXPAR-N > 1
050600       DISPLAY 'GRPRUNNER' UPON ENVIRONMENT-NAME
050700       ACCEPT GRPRUNNER-CMD FROM ENVIRONMENT-VALUE
050800       IF GRPRUNNER-CMD = SPACES
050900         DISPLAY 'BDMS0267 MAXPAR SET BUT NO GRPRUNNER'
051000                 ' COMMAND - GROUPS FORECAST SERIALLY'
051100         MOVE 1 TO MAXPAR-N.
051200     OPEN OUTPUT PRNTR.
051300     DISPLAY 'BDMS0267 NIGHT OF.................' RUN-DATE.
051400 1090-EXIT.
051500     EXIT.
051600******************************************************************
051700***  TONIGHT'S DAY TYPE AND MONTH-END FLAG.  WITHOUT THE       ***
051800***  CALENDAR THE NIGHT IS TAKEN AS AN ORDINARY BUSINESS NIGHT ***
051900******************************************************************
052000 1500-TONIGHT-CALENDAR.
052100     MOVE 'T' TO CAL-FUNCTION.
052200     MOVE RUN-DATE TO CAL-IN-DATE.
052300     CALL 'DATESRV' USING CAL-PARMS.
052400     IF CAL-RC = 0
052500       MOVE CAL-DAY-TYPE TO DAY-TYPE
052600       MOVE 'M' TO CAL-FUNCTION
052700       MOVE RUN-DATE TO CAL-IN-DATE
052800       CALL 'DATESRV' USING CAL-PARMS
052900       MOVE CAL-MONTH-END-FLAG TO MONTH-END-SW
053000     ELSE
053100       MOVE 'N' TO CALENDAR-SW
053200       DISPLAY 'BDMS0267 NO CALENDAR ANSWER FOR ' RUN-DATE
053300               ' (RC ' CAL-RC ') - TAKEN AS A BUSINESS NIGHT'.
053400******************************************************************
053500***  THE WATCH LIST: ARRIVAL WINDOW PER EXPECTED FILE          ***
053600******************************************************************
053700 2000-LOAD-WATCH-LIST.
053800     OPEN INPUT WATCH-FILE.
053900     IF WATCH-STATUS NOT = '00'
054000       DISPLAY 'BDMS0267 NO WATCH LIST (ST=' WATCH-STATUS
054100               ') - NO ARRIVAL WINDOWS'
054200       GO TO 2090-EXIT.
054300     PERFORM 2100-LOAD-ONE-WATCH UNTIL WATCH-EOF.
054400     CLOSE WATCH-FILE.
054500 2090-EXIT.
054600     EXIT.
054700 2100-LOAD-ONE-WATCH.
054800     READ WATCH-FILE, AT END
054900       MOVE 1 TO WATCH-EOF-SW.
055000     IF NOT WATCH-EOF AND WL-PATH NOT = SPACES
055100       IF WATCH-TBL-CNT < WATCH-TBL-MAX
055200         ADD 1 TO WATCH-TBL-CNT
055300         MOVE WL-PATH     TO WT-PATH (WATCH-TBL-CNT)
055400         MOVE WL-EARLIEST TO WT-EARLIEST (WATCH-TBL-CNT)
055500         MOVE WL-LATEST   TO WT-LATEST (WATCH-TBL-CNT)
055600       ELSE
055700         DISPLAY 'BDMS0267 WATCH TABLE FULL - ' WL-PATH
055800                 ' DROPPED'.
055900******************************************************************
056000***  DECKS STILL IN BDMS0207 - STAGED (P) OR APPROVED BUT NOT  ***
056100***  RELEASED (A) - AND THE STEP THAT WOULD CONSUME EACH       ***
056200******************************************************************
056300 2200-LOAD-HELD-DECKS.
056400     OPEN INPUT PENDING-FILE.
056500     IF PENDING-STATUS NOT = '00'
056600       GO TO 2290-EXIT.
056700     PERFORM 2300-LOAD-ONE-PENDING UNTIL PENDING-EOF.
056800     CLOSE PENDING-FILE.
056900 2290-EXIT.
057000     EXIT.
057100 2300-LOAD-ONE-PENDING.
057200     READ PENDING-FILE, AT END
057300       MOVE 1 TO PENDING-EOF-SW.
057400     IF NOT PENDING-EOF AND PR-REC-TYPE = 'H' AND
057500        (DECK-PENDING OR DECK-APPROVED)
057600       IF HELD-TBL-CNT < HELD-TBL-MAX
057700         ADD 1 TO HELD-TBL-CNT
057800         MOVE PR-DECK-ID   TO HD-DECK-ID (HELD-TBL-CNT)
057900         MOVE PH-DECK-TYPE TO HD-DECK-TYPE (HELD-TBL-CNT)
058000         MOVE PH-STATUS    TO HD-STATUS (HELD-TBL-CNT)
058100         MOVE PH-CREATOR   TO HD-CREATOR (HELD-TBL-CNT)
058200         MOVE PH-CARD-CNT  TO HD-CARD-CNT (HELD-TBL-CNT)
058300         MOVE 'N'          TO HD-TONIGHT (HELD-TBL-CNT)
058400         PERFORM 2350-DECK-CONSUMER
058500       ELSE
058600         DISPLAY 'BDMS0267 HELD-DECK TABLE FULL - DECK '
058700                 PR-DECK-ID ' DROPPED'.
058800 2350-DECK-CONSUMER.
058900     IF PH-DECK-TYPE = 'B'
059000       MOVE 'BDMS0203' TO HD-STEP (HELD-TBL-CNT)
059100     ELSE
059200     IF PH-DECK-TYPE = 'W'
059300       MOVE 'BDMS0206' TO HD-STEP (HELD-TBL-CNT)
059400     ELSE
059500     IF PH-DECK-TYPE = 'Z'
059600       MOVE 'BDMS0219' TO HD-STEP (HELD-TBL-CNT)
059700     ELSE
059800     IF PH-DECK-TYPE = 'M'
059900       MOVE 'BDMS0247' TO HD-STEP (HELD-TBL-CNT)
060000     ELSE
060100     IF PH-DECK-TYPE = 'D'
060200       MOVE 'BDMS0249' TO HD-STEP (HELD-TBL-CNT)
060300     ELSE
060400     IF PH-DECK-TYPE = 'K'
060500       MOVE 'BDMS0252' TO HD-STEP (HELD-TBL-CNT)
060600     ELSE
060700       MOVE SPACES TO HD-STEP (HELD-TBL-CNT).
060800******************************************************************
060900***  TIMING HISTORY: TOTAL AND COUNT PER STEP/GROUP, THE WAY   ***
061000***  BDMS0222 FOLDS IT                                         ***
061100******************************************************************
061200 2400-LOAD-TIMING.
061300     OPEN INPUT TIMING-FILE.
061400     IF TIMING-STATUS NOT = '00'
061500       DISPLAY 'BDMS0267 NO TIMING HISTORY (ST=' TIMING-STATUS
061600               ') - DECK ESTIMATES ONLY'
061700       GO TO 2490-EXIT.
061800     PERFORM 2500-ABSORB-TIMING UNTIL TIMING-EOF.
061900     CLOSE TIMING-FILE.
062000 2490-EXIT.
062100     EXIT.
062200 2500-ABSORB-TIMING.
062300     READ TIMING-FILE, AT END
062400       MOVE 1 TO TIMING-EOF-SW.
062500     IF NOT TIMING-EOF AND TI-ELAPSED-SECS NUMERIC
062600       MOVE TI-STEP     TO SEEK-STEP
062700       MOVE TI-GROUP-ID TO SEEK-GROUP-ID
062800       PERFORM 2600-FIND-HIS-SLOT
062900       IF HIS-FOUND-IX > 0
063000         ADD 1 TO HS-RUN-CNT (HIS-FOUND-IX)
063100         ADD TI-ELAPSED-SECS TO HS-TOTAL-SECS (HIS-FOUND-IX).
063200 2600-FIND-HIS-SLOT.
063300     MOVE 0 TO HIS-FOUND-IX.
063400     MOVE 1 TO HIS-TBL-I.
063500     PERFORM 2700-SCAN-HIS
063600       UNTIL HIS-TBL-I > HIS-TBL-CNT OR HIS-FOUND-IX > 0.
063700     IF HIS-FOUND-IX = 0
063800       IF HIS-TBL-CNT < HIS-TBL-MAX
063900         ADD 1 TO HIS-TBL-CNT
064000         MOVE TI-STEP     TO HS-STEP (HIS-TBL-CNT)
064100         MOVE TI-GROUP-ID TO HS-GROUP-ID (HIS-TBL-CNT)
064200         MOVE ZEROS TO HS-RUN-CNT (HIS-TBL-CNT),
064300             HS-TOTAL-SECS (HIS-TBL-CNT)
064400         MOVE HIS-TBL-CNT TO HIS-FOUND-IX
064500       ELSE
064600         DISPLAY 'BDMS0267 HISTORY TABLE FULL - STEP '
064700                 TI-STEP ' GROUP ' TI-GROUP-ID ' DROPPED'.
064800 2700-SCAN-HIS.
064900     IF HS-STEP (HIS-TBL-I) = SEEK-STEP AND
065000        HS-GROUP-ID (HIS-TBL-I) = SEEK-GROUP-ID
065100       MOVE HIS-TBL-I TO HIS-FOUND-IX.
065200     ADD 1 TO HIS-TBL-I.
065300******************************************************************
065400***  READS THE RUN-PLAN DECK INTO THE STEP TABLE, EXPANDING A  ***
065500***  'G' CARD INTO ONE BDMS0201 LEG PER CONTROL-FILE GROUP     ***
065600******************************************************************
065700 3000-BUILD-PLAN.
065800     OPEN INPUT RUN-PLAN-FILE.
065900     IF RUNPLAN-STATUS NOT = '00'
066000       DISPLAY 'BDMS0267 CANNOT OPEN RUN-PLAN DECK, ST='
066100               RUNPLAN-STATUS
066200       MOVE 16 TO RETURN-CODE
066300       CLOSE PRNTR
066400       GO TO 3090-EXIT.
066500     PERFORM 3100-ONE-PLAN-CARD THRU 3190-EXIT
066600       UNTIL RUNPLAN-EOF.
066700     CLOSE RUN-PLAN-FILE.
066800     DISPLAY 'BDMS0267 RUN-PLAN CARDS READ......' CARDS-READ.
066900     IF CARDS-IGNORED > 0
067000       DISPLAY 'BDMS0267 RUN-PLAN CARDS IGNORED...' CARDS-IGNORED.
067100 3090-EXIT.
067200     EXIT.
067300 3100-ONE-PLAN-CARD.
067400     READ RUN-PLAN-FILE, AT END
067500       MOVE 1 TO RUNPLAN-EOF-SW.
067600     IF RUNPLAN-EOF OR RP-COL1 = '*' OR RUN-PLAN-CARD = SPACES
067700       GO TO 3190-EXIT.
067800     ADD 1 TO CARDS-READ.
067900*    ANOTHER CARD FOR THE STEP JUST READ ONLY ADDS AN INPUT;
068000*    GROUP LEGS TAKE THEIRS FROM THE CONTROL FILE ALONE
068100     IF RP-STEP = LAST-CARD-STEP
068200       IF LAST-CARD-IX > 0 AND RP-INPUT NOT = SPACES
068300         MOVE RP-INPUT TO ADD-INPUT-PATH
068400         MOVE LAST-CARD-IX TO ADD-INPUT-STEP-IX
068500         PERFORM 3500-ADD-INPUT
068600       END-IF
068700       GO TO 3190-EXIT.
068800     IF NOT RP-EVERY-NIGHT AND NOT RP-BUSINESS-NIGHT AND
068900        NOT RP-MONTH-END-NIGHT
069000       DISPLAY 'BDMS0267 RUN-PLAN CARD IGNORED: ' RUN-PLAN-CARD
069100       ADD 1 TO CARDS-IGNORED
069200       GO TO 3190-EXIT.
069300     IF RP-DEFAULT-SECS NUMERIC
069400       MOVE RP-DEFAULT-SECS TO CARD-DEFAULT-SECS
069500     ELSE
069600       MOVE 0 TO CARD-DEFAULT-SECS.
069700     MOVE RP-STEP TO LAST-CARD-STEP.
069800     IF RP-GROUP-LEGS
069900       PERFORM 3300-EXPAND-GROUPS THRU 3390-EXIT
070000*      THE LEGS TAKE THEIR INPUTS FROM THE CONTROL FILE
070100       MOVE 0 TO LAST-CARD-IX
070200       GO TO 3190-EXIT.
070300     PERFORM 3200-ADD-STEP THRU 3290-EXIT.
070400     MOVE STEP-TBL-CNT TO LAST-CARD-IX.
070500     IF RP-INPUT NOT = SPACES
070600       MOVE RP-INPUT TO ADD-INPUT-PATH
070700       MOVE STEP-TBL-CNT TO ADD-INPUT-STEP-IX
070800       PERFORM 3500-ADD-INPUT.
070900 3190-EXIT.
071000     EXIT.
071100******************************************************************
071200***  ONE PLAN ENTRY; WHETHER IT RUNS TONIGHT FOLLOWS THE CARD  ***
071300******************************************************************
071400 3200-ADD-STEP.
071500     IF STEP-TBL-CNT NOT < STEP-TBL-MAX
071600       DISPLAY 'BDMS0267 STEP TABLE FULL - ' RP-STEP ' DROPPED'
071700       GO TO 3290-EXIT.
071800     ADD 1 TO STEP-TBL-CNT.
071900     MOVE RP-STEP           TO SP-STEP (STEP-TBL-CNT).
072000     MOVE SPACES            TO SP-GROUP-ID (STEP-TBL-CNT),
072100                               SP-LEG-SW (STEP-TBL-CNT).
072200     MOVE RP-WHEN           TO SP-WHEN (STEP-TBL-CNT).
072300     MOVE CARD-DEFAULT-SECS TO SP-DEFAULT-SECS (STEP-TBL-CNT).
072400     MOVE ZEROS TO SP-EST-SECS (STEP-TBL-CNT),
072500         SP-HIST-RUNS (STEP-TBL-CNT),
072600         SP-START-SECS (STEP-TBL-CNT),
072700         SP-END-SECS (STEP-TBL-CNT).
072800     MOVE 'N' TO SP-INPUT-MISSING (STEP-TBL-CNT),
072900         SP-DECK-HELD (STEP-TBL-CNT),
073000         SP-PAST-WINDOW (STEP-TBL-CNT).
073100     MOVE 'S' TO SP-STATE (STEP-TBL-CNT).
073200     IF RP-EVERY-NIGHT
073300        OR (RP-BUSINESS-NIGHT AND BUSINESS-NIGHT)
073400        OR (RP-MONTH-END-NIGHT AND MONTH-END-NIGHT)
073500       MOVE 'R' TO SP-STATE (STEP-TBL-CNT).
073600 3290-EXIT.
073700     EXIT.
073800******************************************************************
073900***  ONE BDMS0201 LEG PER GROUP ON THE CONTROL FILE            ***
074000******************************************************************
074100 3300-EXPAND-GROUPS.
074200     MOVE 0 TO GRPCTL-EOF-SW.
074300     OPEN INPUT GROUP-CTL-FILE.
074400     IF GRPCTL-STATUS NOT = '00'
074500       DISPLAY 'BDMS0267 NO GROUP CONTROL FILE (ST='
074600               GRPCTL-STATUS ') - NO GROUP LEGS FOR ' RP-STEP
074700       GO TO 3390-EXIT.
074800     PERFORM 3400-ONE-GROUP-LEG UNTIL GRPCTL-EOF.
074900     CLOSE GROUP-CTL-FILE.
075000 3390-EXIT.
075100     EXIT.
075200 3400-ONE-GROUP-LEG.
075300     READ GROUP-CTL-FILE, AT END
075400       MOVE 1 TO GRPCTL-EOF-SW.
075500     IF NOT GRPCTL-EOF AND GC-GROUP-ID NOT = SPACES
075600       PERFORM 3200-ADD-STEP THRU 3290-EXIT
075700       MOVE 'BDMS0201'  TO SP-STEP (STEP-TBL-CNT)
075800       MOVE GC-GROUP-ID TO SP-GROUP-ID (STEP-TBL-CNT)
075900       MOVE 'G'         TO SP-LEG-SW (STEP-TBL-CNT)
076000       MOVE STEP-TBL-CNT TO ADD-INPUT-STEP-IX
076100       IF GC-IN1 NOT = SPACES
076200         MOVE GC-IN1 TO ADD-INPUT-PATH
076300         PERFORM 3500-ADD-INPUT
076400       END-IF
076500       IF GC-IN2 NOT = SPACES
076600         MOVE GC-IN2 TO ADD-INPUT-PATH
076700         PERFORM 3500-ADD-INPUT.
076800 3500-ADD-INPUT.
076900     IF INPUT-TBL-CNT < INPUT-TBL-MAX
077000       ADD 1 TO INPUT-TBL-CNT
077100       MOVE ADD-INPUT-STEP-IX TO IN-STEP-IX (INPUT-TBL-CNT)
077200       MOVE ADD-INPUT-PATH    TO IN-PATH (INPUT-TBL-CNT)
077300       MOVE SPACE             TO IN-STATE (INPUT-TBL-CNT)
077400       MOVE SPACES TO IN-EARLIEST (INPUT-TBL-CNT),
077500           IN-LATEST (INPUT-TBL-CNT)
077600     ELSE
077700       DISPLAY 'BDMS0267 INPUT TABLE FULL - ' ADD-INPUT-PATH
077800               ' DROPPED'.
077900******************************************************************
078000***  HAS EACH INPUT OF TONIGHT'S STEPS ARRIVED?  ONE THAT      ***
078100***  OPENS HAS.  ONE THAT DOES NOT IS STILL DUE WHILE ITS      ***
078200***  WATCH WINDOW IS OPEN OR AHEAD, LATE ONCE ITS LATEST       ***
078300***  ARRIVAL HAS PASSED TODAY, AND UNWATCHED WHEN THE WATCH    ***
078400***  LIST DOES NOT EXPECT IT AT ALL.  A WINDOW THAT WRAPS      ***
078500***  MIDNIGHT IS NOT LATE BEFORE IT OPENS, AS IN FILEWATCHER   ***
078600******************************************************************
078700 4000-CHECK-INPUTS.
078800     MOVE 1 TO IN-I.
078900     PERFORM 4100-CHECK-ONE-INPUT UNTIL IN-I > INPUT-TBL-CNT.
079000 4100-CHECK-ONE-INPUT.
079100     MOVE IN-STEP-IX (IN-I) TO SP-I.
079200     IF SP-RUNS-TONIGHT (SP-I)
079300       PERFORM 4200-FIND-WATCH
079400       MOVE IN-PATH (IN-I) TO PROBE-PATH
079500       OPEN INPUT PROBE-FILE
079600       IF PROBE-STATUS = '00' OR PROBE-STATUS = '05'
079700         CLOSE PROBE-FILE
079800         MOVE 'A' TO IN-STATE (IN-I)
079900         ADD 1 TO INPUTS-ARRIVED
080000       ELSE
080100         MOVE 'Y' TO SP-INPUT-MISSING (SP-I)
080200         PERFORM 4300-NOT-ARRIVED.
080300     ADD 1 TO IN-I.
080400 4200-FIND-WATCH.
080500     MOVE 0 TO WT-FOUND.
080600     MOVE 1 TO WT-I.
080700     PERFORM 4250-SCAN-WATCH
080800       UNTIL WT-I > WATCH-TBL-CNT OR WT-FOUND > 0.
080900     IF WT-FOUND > 0
081000       MOVE WT-EARLIEST (WT-FOUND) TO IN-EARLIEST (IN-I)
081100       MOVE WT-LATEST (WT-FOUND)   TO IN-LATEST (IN-I).
081200 4250-SCAN-WATCH.
081300     IF WT-PATH (WT-I) = IN-PATH (IN-I)
081400       MOVE WT-I TO WT-FOUND.
081500     ADD 1 TO WT-I.
081600 4300-NOT-ARRIVED.
081700     IF WT-FOUND = 0
081800       MOVE 'U' TO IN-STATE (IN-I)
081900       ADD 1 TO INPUTS-UNWATCHED
082000     ELSE
082100     IF RUN-DATE = TODAY-DATE AND
082200        IN-LATEST (IN-I) NUMERIC AND
082300        IN-EARLIEST (IN-I) NOT > IN-LATEST (IN-I) AND
082400        NOW-HHMMSS > IN-LATEST (IN-I)
082500       MOVE 'L' TO IN-STATE (IN-I)
082600       ADD 1 TO INPUTS-LATE
082700     ELSE
082800       MOVE 'W' TO IN-STATE (IN-I)
082900       ADD 1 TO INPUTS-WAITING.
083000******************************************************************
083100***  A HELD DECK WHOSE CONSUMING STEP RUNS TONIGHT WILL NOT    ***
083200***  BE THERE FOR IT UNLESS SOMEONE APPROVES AND RELEASES IT   ***
083300******************************************************************
083400 4500-MATCH-HELD-DECKS.
083500     MOVE 1 TO HD-I.
083600     PERFORM 4600-MATCH-ONE-DECK UNTIL HD-I > HELD-TBL-CNT.
083700 4600-MATCH-ONE-DECK.
083800     MOVE 1 TO SP-I.
083900     PERFORM 4650-SCAN-FOR-CONSUMER UNTIL SP-I > STEP-TBL-CNT.
084000     IF HD-TONIGHT (HD-I) = 'Y'
084100       ADD 1 TO DECKS-HELD-TONIGHT.
084200     ADD 1 TO HD-I.
084300 4650-SCAN-FOR-CONSUMER.
084400     IF SP-STEP (SP-I) = HD-STEP (HD-I) AND
084500        SP-RUNS-TONIGHT (SP-I)
084600       MOVE 'Y' TO SP-DECK-HELD (SP-I)
084700       MOVE 'Y' TO HD-TONIGHT (HD-I).
084800     ADD 1 TO SP-I.
084900******************************************************************
085000***  LAYS TONIGHT'S STEPS OUT FROM BATCHSTART.  A STEP STARTS  ***
085100***  WHEN THE ONE BEFORE IT ENDS.  A RUN OF GROUP LEGS SHARES  ***
085200***  MAXPAR LANES: EACH LEG GOES ON THE LANE THAT FREES UP     ***
085300***  FIRST, AND THE STEP AFTER THE LEGS WAITS FOR THE LAST     ***
085400***  LANE - SERIAL MODE IS SIMPLY ONE LANE                     ***
085500******************************************************************
085600 5000-PROJECT-STEPS.
085700     MOVE 1 TO SP-I.
085800     PERFORM 5100-PROJECT-ONE-STEP UNTIL SP-I > STEP-TBL-CNT.
085900     IF IN-LEG-BLOCK
086000       PERFORM 5400-CLOSE-LEG-BLOCK.
086100 5100-PROJECT-ONE-STEP.
086200     IF SP-RUNS-TONIGHT (SP-I)
086300       PERFORM 5200-ESTIMATE-STEP
086400       IF SP-GROUP-LEG (SP-I)
086500         PERFORM 5300-PLACE-LEG
086600         ADD 1 TO LEGS-TONIGHT
086700       ELSE
086800         IF IN-LEG-BLOCK
086900           PERFORM 5400-CLOSE-LEG-BLOCK
087000         END-IF
087100         MOVE CLOCK-SECS TO SP-START-SECS (SP-I)
087200         ADD SP-EST-SECS (SP-I) TO CLOCK-SECS
087300         MOVE CLOCK-SECS TO SP-END-SECS (SP-I)
087400         ADD 1 TO STEPS-TONIGHT
087500       END-IF
087600       IF WINDOW-SET AND SP-END-SECS (SP-I) > WINDOW-END-SECS
087700         MOVE 'Y' TO SP-PAST-WINDOW (SP-I).
087800     ADD 1 TO SP-I.
087900*    THE AVERAGE OF THE RUNS ON FILE, ELSE THE DECK'S FIGURE
088000 5200-ESTIMATE-STEP.
088100     MOVE SP-STEP (SP-I)     TO SEEK-STEP.
088200     MOVE SP-GROUP-ID (SP-I) TO SEEK-GROUP-ID.
088300     MOVE 0 TO HIS-FOUND-IX.
088400     MOVE 1 TO HIS-TBL-I.
088500     PERFORM 2700-SCAN-HIS
088600       UNTIL HIS-TBL-I > HIS-TBL-CNT OR HIS-FOUND-IX > 0.
088700     IF HIS-FOUND-IX > 0
088800       COMPUTE SP-EST-SECS (SP-I) =
088900           HS-TOTAL-SECS (HIS-FOUND-IX) /
089000           HS-RUN-CNT (HIS-FOUND-IX)
089100       MOVE HS-RUN-CNT (HIS-FOUND-IX) TO SP-HIST-RUNS (SP-I)
089200       MOVE 'H' TO SP-EST-SOURCE (SP-I)
089300     ELSE
089400     IF SP-DEFAULT-SECS (SP-I) > 0
089500       MOVE SP-DEFAULT-SECS (SP-I) TO SP-EST-SECS (SP-I)
089600       MOVE 'D' TO SP-EST-SOURCE (SP-I)
089700     ELSE
089800       MOVE 0 TO SP-EST-SECS (SP-I)
089900       MOVE 'N' TO SP-EST-SOURCE (SP-I).
090000 5300-PLACE-LEG.
090100     IF NOT IN-LEG-BLOCK
090200       MOVE 'Y' TO LEG-BLOCK-SW
090300       MOVE 1 TO LANE-I
090400       PERFORM 5350-OPEN-LANE UNTIL LANE-I > MAXPAR-N.
090500     MOVE 1 TO LANE-PICK.
090600     MOVE 2 TO LANE-I.
090700     PERFORM 5360-EARLIEST-LANE UNTIL LANE-I > MAXPAR-N.
090800     MOVE LANE-FREE-SECS (LANE-PICK) TO SP-START-SECS (SP-I).
090900     COMPUTE SP-END-SECS (SP-I) =
091000         SP-START-SECS (SP-I) + SP-EST-SECS (SP-I).
091100     MOVE SP-END-SECS (SP-I) TO LANE-FREE-SECS (LANE-PICK).
091200 5350-OPEN-LANE.
091300     MOVE CLOCK-SECS TO LANE-FREE-SECS (LANE-I).
091400     ADD 1 TO LANE-I.
091500 5360-EARLIEST-LANE.
091600     IF LANE-FREE-SECS (LANE-I) < LANE-FREE-SECS (LANE-PICK)
091700       MOVE LANE-I TO LANE-PICK.
091800     ADD 1 TO LANE-I.
091900 5400-CLOSE-LEG-BLOCK.
092000     MOVE 'N' TO LEG-BLOCK-SW.
092100     MOVE 1 TO LANE-I.
092200     PERFORM 5450-LATEST-LANE UNTIL LANE-I > MAXPAR-N.
092300 5450-LATEST-LANE.
092400     IF LANE-FREE-SECS (LANE-I) > CLOCK-SECS
092500       MOVE LANE-FREE-SECS (LANE-I) TO CLOCK-SECS.
092600     ADD 1 TO LANE-I.
092700******************************************************************
092800***  THE REPORT: TONIGHT'S HEADING, ONE LINE PER STEP WITH ITS ***
092900***  INPUTS UNDER IT, THE HELD DECKS, AND THE VERDICT AGAINST  ***
093000***  THE WINDOW                                                ***
093100******************************************************************
093200 6000-PRINT-REPORT.
093300     MOVE FC-HDR1-LINE TO PRT.
093400     WRITE PRINT.
093500     MOVE RUN-DATE    TO FN-RUN-DATE.
093600     MOVE DAY-TYPE    TO FN-DAY-TYPE.
093700     MOVE MONTH-END-SW TO FN-MONTH-END.
093800     MOVE MAXPAR-N    TO FN-MAXPAR.
093900     MOVE TODAY-DATE  TO FN-TODAY.
094000     MOVE NOW-HHMMSS  TO FN-NOW.
094100     MOVE FC-NIGHT-LINE TO PRT.
094200     WRITE PRINT.
094300     IF NOT CALENDAR-ANSWERED
094400       MOVE SPACES TO FT-TEXT
094500       STRING 'CALENDAR NOT AVAILABLE FOR THIS DATE - '
094600              'FORECAST AS A BUSINESS NIGHT WITHOUT MONTH-END '
094700              'STEPS' DELIMITED BY SIZE INTO FT-TEXT
094800       MOVE FC-TEXT-LINE TO PRT
094900       WRITE PRINT.
095000     PERFORM 6100-CLOSE-MARKER-NOTE THRU 6190-EXIT.
095100     MOVE BLANK-LINE TO PRT.
095200     WRITE PRINT.
095300     MOVE FC-HDR2-LINE TO PRT.
095400     WRITE PRINT.
095500     MOVE BLANK-LINE TO PRT.
095600     WRITE PRINT.
095700     MOVE 1 TO SP-I.
095800     PERFORM 6200-PRINT-ONE-STEP UNTIL SP-I > STEP-TBL-CNT.
095900     IF HELD-TBL-CNT > 0
096000       MOVE BLANK-LINE TO PRT
096100       WRITE PRINT
096200       MOVE FC-HELD-HDR-LINE TO PRT
096300       WRITE PRINT
096400       MOVE 1 TO HD-I
096500       PERFORM 6400-PRINT-ONE-DECK UNTIL HD-I > HELD-TBL-CNT.
096600     PERFORM 6500-PRINT-VERDICT.
096700*    A CLOSE MARKER ALREADY STANDING MEANS BDMS0240 WILL DIVERT
096800*    TONIGHT'S TRANSACTIONS FOR THE CLOSED PERIOD TO PENDING
096900 6100-CLOSE-MARKER-NOTE.
097000     OPEN INPUT CLOSE-MARKER-FILE.
097100     IF CLOSEMRK-STATUS NOT = '00'
097200       GO TO 6190-EXIT.
097300     READ CLOSE-MARKER-FILE, AT END
097400       MOVE SPACES TO CLOSE-MARKER-RECORD.
097500     CLOSE CLOSE-MARKER-FILE.
097600     IF CM-PERIOD NOT = SPACES
097700       MOVE SPACES TO FT-TEXT
097800       STRING 'PERIOD ' CM-PERIOD ' IS CLOSED (BDMS0232, '
097900              DELIMITED BY SIZE
098000              CM-OPERATOR DELIMITED BY SPACE
098100              ') - BDMS0240 DIVERTS ITS TRANSACTIONS TO PENDING'
098200              DELIMITED BY SIZE
098300              INTO FT-TEXT
098400       MOVE FC-TEXT-LINE TO PRT
098500       WRITE PRINT.
098600 6190-EXIT.
098700     EXIT.
098800 6200-PRINT-ONE-STEP.
098900     MOVE SP-STEP (SP-I)     TO FD-STEP.
099000     MOVE SP-GROUP-ID (SP-I) TO FD-GROUP.
099100     IF SP-WHEN (SP-I) = 'A'
099200       MOVE 'NIGHTLY' TO FD-RUNS-ON
099300     ELSE
099400     IF SP-WHEN (SP-I) = 'B'
099500       MOVE 'BUS DAY' TO FD-RUNS-ON
099600     ELSE
099700       MOVE 'MTH END' TO FD-RUNS-ON.
099800     MOVE SPACES TO FD-NOTES.
099900     IF NOT SP-RUNS-TONIGHT (SP-I)
100000       MOVE ZERO   TO FD-EST, FD-RUNS
100100       MOVE SPACES TO FD-BASIS, FD-START, FD-END
100200       MOVE 'NOT TONIGHT' TO FD-NOTES
100300       MOVE FC-DET-LINE TO PRT
100400       WRITE PRINT
100500     ELSE
100600       PERFORM 6250-RUNNING-STEP-LINE
100700       MOVE 1 TO IN-I
100800       PERFORM 6300-PRINT-STEP-INPUT
100900         UNTIL IN-I > INPUT-TBL-CNT.
101000     ADD 1 TO SP-I.
101100 6250-RUNNING-STEP-LINE.
101200     MOVE SP-EST-SECS (SP-I) TO FD-EST.
101300     MOVE SP-HIST-RUNS (SP-I) TO FD-RUNS.
101400     IF SP-EST-SOURCE (SP-I) = 'H'
101500       MOVE 'HISTORY' TO FD-BASIS
101600     ELSE
101700     IF SP-EST-SOURCE (SP-I) = 'D'
101800       MOVE 'PLAN DECK' TO FD-BASIS
101900     ELSE
102000       MOVE 'NONE' TO FD-BASIS.
102100     MOVE SP-START-SECS (SP-I) TO FMT-SECS.
102200     PERFORM 7000-FORMAT-CLOCK.
102300     MOVE FMT-CLOCK TO FD-START.
102400     MOVE SP-END-SECS (SP-I) TO FMT-SECS.
102500     PERFORM 7000-FORMAT-CLOCK.
102600     MOVE FMT-CLOCK TO FD-END.
102700     MOVE SPACES TO NOTE-TEXT.
102800     MOVE 1 TO NOTE-PTR.
102900     IF SP-PAST-WINDOW (SP-I) = 'Y'
103000       STRING 'PAST WINDOW END ' DELIMITED BY SIZE
103100              INTO NOTE-TEXT WITH POINTER NOTE-PTR.
103200     IF SP-INPUT-MISSING (SP-I) = 'Y'
103300       STRING 'INPUT NOT HERE ' DELIMITED BY SIZE
103400              INTO NOTE-TEXT WITH POINTER NOTE-PTR.
103500     IF SP-DECK-HELD (SP-I) = 'Y'
103600       STRING 'DECK HELD ' DELIMITED BY SIZE
103700              INTO NOTE-TEXT WITH POINTER NOTE-PTR.
103800     IF SP-EST-SOURCE (SP-I) = 'N'
103900       STRING 'NO TIMING ' DELIMITED BY SIZE
104000              INTO NOTE-TEXT WITH POINTER NOTE-PTR.
104100     MOVE NOTE-TEXT TO FD-NOTES.
104200     MOVE FC-DET-LINE TO PRT.
104300     WRITE PRINT.
104400 6300-PRINT-STEP-INPUT.
104500     IF IN-STEP-IX (IN-I) = SP-I
104600       MOVE IN-PATH (IN-I) TO FI-PATH
104700       IF IN-STATE (IN-I) = 'A'
104800         MOVE 'ARRIVED'      TO FI-STATE
104900       ELSE
105000       IF IN-STATE (IN-I) = 'L'
105100         MOVE 'LATE'         TO FI-STATE
105200       ELSE
105300       IF IN-STATE (IN-I) = 'W'
105400         MOVE 'DUE'          TO FI-STATE
105500       ELSE
105600         MOVE 'NOT WATCHED'  TO FI-STATE
105700       END-IF
105800       END-IF
105900       END-IF
106000       IF IN-EARLIEST (IN-I) = SPACES AND
106100          IN-LATEST (IN-I) = SPACES
106200         MOVE SPACES TO FI-WINDOW-TAG, FI-EARLIEST, FI-DASH,
106300             FI-LATEST
106400       ELSE
106500         MOVE 'WINDOW ' TO FI-WINDOW-TAG
106600         MOVE IN-EARLIEST (IN-I) TO FI-EARLIEST
106700         MOVE '-'                TO FI-DASH
106800         MOVE IN-LATEST (IN-I)   TO FI-LATEST
106900       END-IF
107000       MOVE FC-INPUT-LINE TO PRT
107100       WRITE PRINT.
107200     ADD 1 TO IN-I.
107300 6400-PRINT-ONE-DECK.
107400     MOVE HD-DECK-ID (HD-I)   TO FH-DECK-ID.
107500     MOVE HD-DECK-TYPE (HD-I) TO FH-DECK-TYPE.
107600     IF HD-STATUS (HD-I) = 'P'
107700       MOVE 'AWAITING APPROVAL' TO FH-STATUS
107800     ELSE
107900       MOVE 'AWAITING RELEASE'  TO FH-STATUS.
108000     MOVE HD-CREATOR (HD-I)   TO FH-CREATOR.
108100     MOVE HD-CARD-CNT (HD-I)  TO FH-CARD-CNT.
108200     MOVE HD-STEP (HD-I)      TO FH-STEP.
108300     IF HD-TONIGHT (HD-I) = 'Y'
108400       MOVE 'STEP RUNS TONIGHT' TO FH-TONIGHT
108500     ELSE
108600       MOVE SPACES TO FH-TONIGHT.
108700     MOVE FC-HELD-LINE TO PRT.
108800     WRITE PRINT.
108900     ADD 1 TO HD-I.
109000 6500-PRINT-VERDICT.
109100     MOVE BLANK-LINE TO PRT.
109200     WRITE PRINT.
109300     MOVE SPACES TO FC-SUM-LINE.
109400     MOVE 'BATCH START' TO FS-LABEL.
109500     MOVE BATCH-START TO HHMMSS-WORK.
109600     COMPUTE FMT-SECS = HW-HH * 3600 + HW-MM * 60 + HW-SS.
109700     PERFORM 7000-FORMAT-CLOCK.
109800     MOVE FMT-CLOCK TO FS-VALUE.
109900     PERFORM 6600-WRITE-SUM-LINE.
110000     MOVE 'PROJECTED END' TO FS-LABEL.
110100     MOVE CLOCK-SECS TO FMT-SECS.
110200     PERFORM 7000-FORMAT-CLOCK.
110300     MOVE FMT-CLOCK TO FS-VALUE.
110400     PERFORM 6600-WRITE-SUM-LINE.
110500     IF NOT WINDOW-SET
110600       MOVE 'ONLINE DAY STARTS' TO FS-LABEL
110700       MOVE 'NOT SET'           TO FS-VALUE
110800       MOVE 'MT_BATCH_WINDOW_END IS NOT SET - NO WINDOW CHECK'
110900                                TO FS-NOTE
111000       PERFORM 6600-WRITE-SUM-LINE
111100     ELSE
111200       MOVE 'ONLINE DAY STARTS' TO FS-LABEL
111300       MOVE WINDOW-END-SECS TO FMT-SECS
111400       PERFORM 7000-FORMAT-CLOCK
111500       MOVE FMT-CLOCK TO FS-VALUE
111600       PERFORM 6600-WRITE-SUM-LINE
111700       IF CLOCK-SECS > WINDOW-END-SECS
111800         COMPUTE MARGIN-SECS = CLOCK-SECS - WINDOW-END-SECS
111900         MOVE 'LIKELY OVERRUN BY' TO FS-LABEL
112000         STRING 'THE WINDOW GUARD WILL STOP THE RUN AT ITS '
112100                'NEXT CHECKPOINT' DELIMITED BY SIZE INTO FS-NOTE
112200         MOVE 4 TO RETURN-CODE
112300       ELSE
112400         COMPUTE MARGIN-SECS = WINDOW-END-SECS - CLOCK-SECS
112500         MOVE 'MARGIN BEFORE WINDOW END' TO FS-LABEL
112600       END-IF
112700       MOVE MARGIN-SECS TO FMT-SECS
112800       PERFORM 7000-FORMAT-CLOCK
112900       MOVE FMT-CLOCK (1:8) TO FS-VALUE
113000       PERFORM 6600-WRITE-SUM-LINE.
113100     MOVE 'STEPS / GROUP LEGS TONIGHT' TO FS-LABEL.
113200     STRING STEPS-TONIGHT ' / ' LEGS-TONIGHT DELIMITED BY SIZE
113300            INTO FS-VALUE.
113400     PERFORM 6600-WRITE-SUM-LINE.
113500     MOVE 'INPUTS ARRIVED / DUE' TO FS-LABEL.
113600     STRING INPUTS-ARRIVED ' / ' INPUTS-WAITING
113700            DELIMITED BY SIZE INTO FS-VALUE.
113800     PERFORM 6600-WRITE-SUM-LINE.
113900     MOVE 'INPUTS LATE / NOT WATCHED' TO FS-LABEL.
114000     STRING INPUTS-LATE ' / ' INPUTS-UNWATCHED
114100            DELIMITED BY SIZE INTO FS-VALUE.
114200     IF INPUTS-LATE > 0
114300       MOVE 'PAST THE LATEST ARRIVAL ON THE WATCH LIST'
114400                                TO FS-NOTE
114500       MOVE 4 TO RETURN-CODE.
114600     PERFORM 6600-WRITE-SUM-LINE.
114700     MOVE 'HELD DECKS FOR TONIGHT''S STEPS' TO FS-LABEL.
114800     MOVE DECKS-HELD-TONIGHT TO FS-VALUE.
114900     PERFORM 6600-WRITE-SUM-LINE.
115000 6600-WRITE-SUM-LINE.
115100     MOVE FC-SUM-LINE TO PRT.
115200     WRITE PRINT.
115300     MOVE SPACES TO FC-SUM-LINE.
115400******************************************************************
115500***  SECONDS FROM MIDNIGHT TO HH:MM:SS, '+1' ONCE PAST THE     ***
115600***  NEXT MIDNIGHT                                             ***
115700******************************************************************
115800 7000-FORMAT-CLOCK.
115900     DIVIDE FMT-SECS BY 86400 GIVING FMT-DAYS
116000         REMAINDER FMT-DAY-SECS.
116100     DIVIDE FMT-DAY-SECS BY 3600 GIVING FMT-HH
116200         REMAINDER FMT-REM.
116300     DIVIDE FMT-REM BY 60 GIVING FMT-MM
116400         REMAINDER FMT-SS.
116500     MOVE FMT-HH TO FC-HH.
116600     MOVE FMT-MM TO FC-MM.
116700     MOVE FMT-SS TO FC-SS.
116800     IF FMT-DAYS > 0
116900       MOVE '+1' TO FC-NEXT-DAY
117000     ELSE
117100       MOVE SPACES TO FC-NEXT-DAY.
117200******************************************************************
117300***  CLOSES THE REPORT AND DISPLAYS THE RUN TOTALS             ***
117400******************************************************************
117500 9000-EOJ.
117600     CLOSE PRNTR.
117700     DISPLAY 'BDMS0267 STEPS RUNNING TONIGHT....' STEPS-TONIGHT.
117800     DISPLAY 'BDMS0267 GROUP LEGS TONIGHT.......' LEGS-TONIGHT.
117900     DISPLAY 'BDMS0267 INPUTS NOT YET HERE......'
118000             INPUTS-WAITING.
118100     DISPLAY 'BDMS0267 INPUTS LATE..............' INPUTS-LATE.
118200     DISPLAY 'BDMS0267 HELD DECKS FOR TONIGHT...'
118300             DECKS-HELD-TONIGHT.
118400     IF RETURN-CODE = 4
118500       DISPLAY 'BDMS0267 ATTENTION - SEE FORECAST REPORT'.
118600     DISPLAY 'BDMS0267 END PROCESSING'.
