000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0264.
000300******************************************************************
000400***  BDMS0264 - LEGAL-HOLD REGISTRY MAINTENANCE AND HOLD       ***
000500***  REPORT.  APPLIES A CARD DECK (HOLDCRDS) TO THE HOLD       ***
000600***  REGISTRY (HOLDREG), THE KSDS HOLDSRV SERVES TO THE PURGE, ***
000700***  ERASURE AND RETENTION PROCESSES, LISTING EVERY CARD WITH  ***
000800***  ITS RESULT, THEN REPORTS EVERY HOLD IN FORCE AND EVERY    ***
000900***  ACTION A HOLD BLOCKED (FROM THE HOLDSRV BLOCKED-ACTION    ***
001000***  LOG, HOLDLOG).  AN EMPTY DECK GIVES THE REPORT ALONE.     ***
001100***                                                            ***
001200***  HOLD CARD ('*' IN COLUMN 1 IS A COMMENT):                 ***
001300***    1-7   ACTION: PLACE OR RELEASE                          ***
001400***    9     HOLD TYPE: C CUSTOMER (VS-CUSTIDENT, 6 DIGITS),   ***
001500***          F FARS CLIENT (CLIENT CODE), D DATASET OR GDG     ***
001600***          BASE (NAME)                                       ***
001700***    11-54 IDENTIFIER                                        ***
001800***    56-71 MATTER REFERENCE (REQUIRED TO PLACE; ON A         ***
001900***          RELEASE, IF GIVEN, IT MUST MATCH THE HOLD)        ***
002000***    73-80 RELEASE DATE CCYYMMDD - ON A PLACE, A FUTURE DATE ***
002100***          THE HOLD LAPSES (BLANK HOLDS INDEFINITELY); ON A  ***
002200***          RELEASE, THE DATE IT ENDS (BLANK IS TODAY)        ***
002300***  A HOLD ALREADY IN FORCE CANNOT BE PLACED AGAIN; A LAPSED  ***
002400***  OR RELEASED ONE IS REPLACED BY THE NEW HOLD.  A CARD THAT ***
002500***  CANNOT BE APPLIED IS LISTED AS REJECTED AND THE REST OF   ***
002600***  THE DECK STILL APPLIES.                                   ***
002700***                                                            ***
002800***  RETURN CODE: 0 ALL APPLIED, 4 CARDS REJECTED, 16 OPERATOR ***
002900***  MISSING, REGISTRY UNAVAILABLE OR I/O FAILURE.             ***
003000***                                                            ***
003100***  ENVIRONMENT VALUES:                                       ***
003200***    OPERATOR - WHO PLACED OR RELEASED THE HOLDS (REQUIRED)  ***
003300***    FROMDATE - FIRST DATE OF BLOCKED ACTIONS TO REPORT      ***
003400***               (CCYYMMDD, DEFAULT THE WHOLE LOG)            ***
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CARD-IN-FILE ASSIGN TO UT-S-HOLDCRDS
004000        ORGANIZATION LINE SEQUENTIAL.
004100     SELECT HR-FILE         ASSIGN TO UT-S-HOLDREG
004200        ORGANIZATION INDEXED
004300        ACCESS MODE IS DYNAMIC
004400        RECORD KEY IS HR-KEY
004500        FILE STATUS IS HR-FILE-STATUS.
004600     SELECT OPTIONAL HOLD-LOG-FILE ASSIGN TO UT-S-HOLDLOG
004700        ORGANIZATION LINE SEQUENTIAL.
004800     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
004900        ORGANIZATION LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CARD-IN-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     BLOCK CONTAINS 0 RECORDS
005600     DATA RECORD IS HOLD-CARD.
005700 01  HOLD-CARD.
005800     03  HC-ACTION                 PIC X(7).
005900         88  HC-PLACE                 VALUE 'PLACE'.
006000         88  HC-RELEASE               VALUE 'RELEASE'.
006100     03  FILLER                    PIC X.
006200     03  HC-TYPE                   PIC X.
006300         88  HC-CUSTOMER              VALUE 'C'.
006400         88  HC-CLIENT                VALUE 'F'.
006500         88  HC-DATASET               VALUE 'D'.
006600     03  FILLER                    PIC X.
006700     03  HC-ID                     PIC X(44).
006800     03  FILLER                    PIC X.
006900     03  HC-MATTER                 PIC X(16).
007000     03  FILLER                    PIC X.
007100     03  HC-RELEASE-X              PIC X(8).
007200     03  HC-RELEASE-9 REDEFINES HC-RELEASE-X PIC 9(8).
007300*    THE HOLD REGISTRY - ONE RECORD PER HELD ITEM
007400 FD  HR-FILE
007500     LABEL RECORDS ARE STANDARD
007600     DATA RECORD IS HR-RECORD.
007700 01  HR-RECORD.
007800     03  HR-KEY.
007900         05  HR-TYPE               PIC X.
008000         05  HR-ID                 PIC X(44).
008100     03  HR-MATTER                 PIC X(16).
008200     03  HR-PLACED-BY              PIC X(8).
008300     03  HR-PLACED-DATE            PIC 9(8).
008400     03  HR-RELEASE-DATE           PIC 9(8).
008500     03  HR-RELEASED-BY            PIC X(8).
008600     03  FILLER                    PIC X(35).
008700*    ONE ACTION A HOLD BLOCKED, AS HOLDSRV LOGS IT
008800 FD  HOLD-LOG-FILE
008900     RECORDING MODE IS F
009000     LABEL RECORDS ARE STANDARD
009100     BLOCK CONTAINS 0 RECORDS
009200     DATA RECORD IS HOLD-LOG-RECORD.
009300 01  HOLD-LOG-RECORD.
009400     03  HL-STAMP-DATE             PIC 9(8).
009500     03  HL-STAMP-TIME             PIC 9(8).
009600     03  HL-PROGRAM                PIC X(8).
009700     03  HL-ACTION                 PIC X(12).
009800     03  HL-TYPE                   PIC X.
009900     03  HL-ID                     PIC X(44).
010000     03  HL-MATTER                 PIC X(16).
010100     03  HL-PLACED-BY              PIC X(8).
010200     03  FILLER                    PIC X(23).
010300 FD  PRNTR
010400     RECORDING MODE IS F
010500     LABEL RECORDS ARE STANDARD
010600     BLOCK CONTAINS 0 RECORDS
010700     DATA RECORD IS PRINT.
010800 01  PRINT.
010900     03  PRT                       PIC X(132).
011000
011100 WORKING-STORAGE SECTION.
011200 01  HR-FILE-STATUS              PIC XX VALUE '00'.
011300 01  CARD-EOF-SW                 PIC 9 VALUE 0.
011400     88  MORE-CARDS                 VALUE 0.
011500     88  CARD-EOF                   VALUE 1.
011600 01  HOLD-EOF-SW                 PIC 9 VALUE 0.
011700     88  HOLD-EOF                   VALUE 1.
011800 01  LOG-EOF-SW                  PIC 9 VALUE 0.
011900     88  LOG-EOF                    VALUE 1.
012000 01  REFUSED-SW                  PIC 9 VALUE 0.
012100     88  RUN-REFUSED                VALUE 1.
012200 01  IO-FAILED-SW                PIC 9 VALUE 0.
012300     88  REGISTRY-IO-FAILED         VALUE 1.
012400 01  LOAD-MODE-SW                PIC 9 VALUE 0.
012500     88  REGISTRY-LOADING           VALUE 1.
012600 01  FOUND-SW                    PIC 9 VALUE 0.
012700     88  HOLD-ON-FILE               VALUE 1.
012800 01  IN-FORCE-SW                 PIC 9 VALUE 0.
012900     88  HOLD-IN-FORCE              VALUE 1.
013000 01  TODAY-DATE                  PIC 9(8).
013100 01  OPERATOR-ID                 PIC X(8) VALUE SPACES.
013200 01  FROM-DATE-X                 PIC X(8) VALUE SPACES.
013300 01  FROM-DATE-9 REDEFINES FROM-DATE-X PIC 9(8).
013400 01  REJECT-REASON               PIC X(40) VALUE SPACES.
013500
013600 01  CARD-READ-CNT               PIC 9(7) VALUE 0.
013700 01  COMMENT-CNT                 PIC 9(7) VALUE 0.
013800 01  APPLIED-CNT                 PIC 9(7) VALUE 0.
013900 01  REJECTED-CNT                PIC 9(7) VALUE 0.
014000 01  PLACED-CNT                  PIC 9(7) VALUE 0.
014100 01  RELEASED-CNT                PIC 9(7) VALUE 0.
014200 01  IN-FORCE-CNT                PIC 9(7) VALUE 0.
014300 01  BLOCKED-CNT                 PIC 9(7) VALUE 0.
014400
014500******************************************************************
014600***  HOLD REGISTER LINES                                       ***
014700******************************************************************
014800 01  HOLD-HDR1-LINE.
014900     03  FILLER                  PIC X(30)  VALUE SPACES.
015000     03  FILLER                  PIC X(62)  VALUE
015100         'L E G A L   H O L D   R E G I S T E R'.
015200     03  FILLER                  PIC X(8)   VALUE 'RUN '.
015300     03  HH-RUN-DATE             PIC 9(8).
015400     03  FILLER                  PIC X(24)  VALUE SPACES.
015500 01  SECTION-LINE.
015600     03  FILLER                  PIC X(2)   VALUE SPACES.
015700     03  SL-TITLE                PIC X(130).
015800 01  CARD-HDR-LINE.
015900     03  FILLER                  PIC X(44)  VALUE
016000         '  ACTION   T  IDENTIFIER'.
016100     03  FILLER                  PIC X(44)  VALUE
016200         '                MATTER            RELEASE'.
016300     03  FILLER                  PIC X(44)  VALUE
016400         'RESULT'.
016500 01  CARD-DET-LINE.
016600     03  FILLER                  PIC X(2)   VALUE SPACES.
016700     03  CD-ACTION               PIC X(7).
016800     03  FILLER                  PIC X(2)   VALUE SPACES.
016900     03  CD-TYPE                 PIC X.
017000     03  FILLER                  PIC X(2)   VALUE SPACES.
017100     03  CD-ID                   PIC X(44).
017200     03  FILLER                  PIC X(2)   VALUE SPACES.
017300     03  CD-MATTER               PIC X(16).
017400     03  FILLER                  PIC X(2)   VALUE SPACES.
017500     03  CD-RELEASE              PIC X(8).
017600     03  FILLER                  PIC X(2)   VALUE SPACES.
017700     03  CD-RESULT               PIC X(44).
017800 01  HOLD-COL-LINE.
017900     03  FILLER                  PIC X(44)  VALUE
018000         '  T  IDENTIFIER'.
018100     03  FILLER                  PIC X(44)  VALUE
018200         '       MATTER            PLACED BY PLACED'.
018300     03  FILLER                  PIC X(44)  VALUE
018400         ' RELEASE   HOLDS'.
018500 01  HOLD-DET-LINE.
018600     03  FILLER                  PIC X(2)   VALUE SPACES.
018700     03  HD-TYPE                 PIC X.
018800     03  FILLER                  PIC X(2)   VALUE SPACES.
018900     03  HD-ID                   PIC X(44).
019000     03  FILLER                  PIC X(2)   VALUE SPACES.
019100     03  HD-MATTER               PIC X(16).
019200     03  FILLER                  PIC X(2)   VALUE SPACES.
019300     03  HD-PLACED-BY            PIC X(8).
019400     03  FILLER                  PIC X(2)   VALUE SPACES.
019500     03  HD-PLACED-DATE          PIC 9(8).
019600     03  FILLER                  PIC X(2)   VALUE SPACES.
019700     03  HD-RELEASE              PIC X(8).
019800     03  FILLER                  PIC X(2)   VALUE SPACES.
019900     03  HD-TYPE-DESC            PIC X(10).
020000     03  FILLER                  PIC X(23)  VALUE SPACES.
020100 01  BLOCK-COL-LINE.
020200     03  FILLER                  PIC X(44)  VALUE
020300         '  DATE     TIME      PROGRAM   ACTION'.
020400     03  FILLER                  PIC X(44)  VALUE
020500         ' T  IDENTIFIER'.
020600     03  FILLER                  PIC X(44)  VALUE
020700         '      MATTER            PLACED BY'.
020800 01  BLOCK-DET-LINE.
020900     03  FILLER                  PIC X(2)   VALUE SPACES.
021000     03  BD-DATE                 PIC 9(8).
021100     03  FILLER                  PIC X      VALUE SPACE.
021200     03  BD-TIME                 PIC 9(8).
021300     03  FILLER                  PIC X(2)   VALUE SPACES.
021400     03  BD-PROGRAM              PIC X(8).
021500     03  FILLER                  PIC X(2)   VALUE SPACES.
021600     03  BD-ACTION               PIC X(12).
021700     03  FILLER                  PIC X(2)   VALUE SPACES.
021800     03  BD-TYPE                 PIC X.
021900     03  FILLER                  PIC X(2)   VALUE SPACES.
022000     03  BD-ID                   PIC X(44).
022100     03  FILLER                  PIC X(2)   VALUE SPACES.
022200     03  BD-MATTER               PIC X(16).
022300     03  FILLER                  PIC X(2)   VALUE SPACES.
022400     03  BD-PLACED-BY            PIC X(8).
022500     03  FILLER                  PIC X(12)  VALUE SPACES.
022600 01  CNT-DET-LINE.
022700     03  FILLER                  PIC X(2)   VALUE SPACES.
022800     03  CT-TEXT                 PIC X(40).
022900     03  CT-COUNT                PIC Z(8)9.
023000     03  FILLER                  PIC X(81)  VALUE SPACES.
023100 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
023200
023300 PROCEDURE DIVISION.
023400 0000-MAINLINE.
023500     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
023600     IF NOT RUN-REFUSED
023700       PERFORM 2000-APPLY-ONE-CARD THRU 2090-EXIT
023800         UNTIL CARD-EOF OR REGISTRY-IO-FAILED
023900       IF NOT REGISTRY-IO-FAILED
024000         PERFORM 3000-HOLDS-IN-FORCE THRU 3090-EXIT
024100         PERFORM 4000-ACTIONS-BLOCKED THRU 4090-EXIT.
024200     IF NOT RUN-REFUSED
024300       PERFORM 8000-REPORT-TOTALS.
024400     PERFORM 9000-EOJ.
024500     EXIT PROGRAM.
024600     STOP RUN.
024700******************************************************************
024800***  OPENS THE REGISTRY AND THE CARD DECK                      ***
024900******************************************************************
025000 1000-INITIALIZE.
025100     DISPLAY 'BDMS0264 BEGIN PROCESSING'.
025200     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
025300     DISPLAY 'OPERATOR' UPON ENVIRONMENT-NAME.
025400     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
025500     IF OPERATOR-ID = SPACES
025600       DISPLAY 'BDMS0264 OPERATOR NOT SUPPLIED - RUN REFUSED'
025700       MOVE 16 TO RETURN-CODE
025800       MOVE 1 TO REFUSED-SW
025900       GO TO 1090-EXIT.
026000     DISPLAY 'FROMDATE' UPON ENVIRONMENT-NAME.
026100     ACCEPT FROM-DATE-X FROM ENVIRONMENT-VALUE.
026200     IF FROM-DATE-X NOT NUMERIC
026300       MOVE ZEROS TO FROM-DATE-9.
026400     OPEN I-O HR-FILE.
026500*    A NEWLY DEFINED, EMPTY REGISTRY IS LOADED IN OUTPUT MODE
026600     IF HR-FILE-STATUS = '35'
026700       OPEN OUTPUT HR-FILE
026800       MOVE 1 TO LOAD-MODE-SW.
026900     IF HR-FILE-STATUS NOT = '00'
027000       DISPLAY 'BDMS0264 HOLDREG OPEN FAILED, ST='
027100               HR-FILE-STATUS ' - RUN REFUSED'
027200       MOVE 16 TO RETURN-CODE
027300       MOVE 1 TO REFUSED-SW
027400       GO TO 1090-EXIT.
027500     OPEN INPUT CARD-IN-FILE.
027600     OPEN OUTPUT PRNTR.
027700     MOVE TODAY-DATE TO HH-RUN-DATE.
027800     WRITE PRINT FROM HOLD-HDR1-LINE.
027900     WRITE PRINT FROM BLANK-LINE.
028000     MOVE 'HOLD CARDS APPLIED' TO SL-TITLE.
028100     WRITE PRINT FROM SECTION-LINE.
028200     WRITE PRINT FROM CARD-HDR-LINE.
028300     DISPLAY 'BDMS0264 OPERATOR ' OPERATOR-ID.
028400     PERFORM 2900-CARD-READ.
028500 1090-EXIT.
028600     EXIT.
028700******************************************************************
028800***  ONE HOLD CARD: READS THE ITEM'S REGISTRY RECORD, PLACES   ***
028900***  OR RELEASES THE HOLD AND WRITES OR REWRITES THE RECORD    ***
029000******************************************************************
029100 2000-APPLY-ONE-CARD.
029200     IF HOLD-CARD (1:1) = '*' OR HOLD-CARD = SPACES
029300       ADD 1 TO COMMENT-CNT
029400       GO TO 2090-EXIT.
029500     MOVE SPACES TO REJECT-REASON.
029600     MOVE HC-ACTION    TO CD-ACTION.
029700     MOVE HC-TYPE      TO CD-TYPE.
029800     MOVE HC-ID        TO CD-ID.
029900     MOVE HC-MATTER    TO CD-MATTER.
030000     MOVE HC-RELEASE-X TO CD-RELEASE.
030100     MOVE SPACES       TO CD-RESULT.
030200     IF NOT HC-PLACE AND NOT HC-RELEASE
030300       MOVE 'ACTION NOT PLACE OR RELEASE' TO REJECT-REASON
030400       GO TO 2080-REJECT.
030500     IF NOT HC-CUSTOMER AND NOT HC-CLIENT AND NOT HC-DATASET
030600       MOVE 'HOLD TYPE NOT C, F OR D' TO REJECT-REASON
030700       GO TO 2080-REJECT.
030800     IF HC-ID = SPACES
030900       MOVE 'IDENTIFIER MISSING' TO REJECT-REASON
031000       GO TO 2080-REJECT.
031100     IF HC-CUSTOMER AND
031200        (HC-ID (1:6) NOT NUMERIC OR HC-ID (7:) NOT = SPACES)
031300       MOVE 'CUSTOMER IDENT NOT 6 DIGITS' TO REJECT-REASON
031400       GO TO 2080-REJECT.
031500     IF HC-CLIENT AND HC-ID (4:) NOT = SPACES
031600       MOVE 'CLIENT CODE LONGER THAN 3' TO REJECT-REASON
031700       GO TO 2080-REJECT.
031800     IF HC-RELEASE-X NOT = SPACES AND HC-RELEASE-X NOT NUMERIC
031900       MOVE 'RELEASE DATE NOT CCYYMMDD' TO REJECT-REASON
032000       GO TO 2080-REJECT.
032100     MOVE HC-TYPE TO HR-TYPE.
032200     MOVE HC-ID   TO HR-ID.
032300*    A REGISTRY BEING LOADED FROM EMPTY HOLDS NOTHING TO READ
032400     IF REGISTRY-LOADING
032500       MOVE '23' TO HR-FILE-STATUS
032600     ELSE
032700       READ HR-FILE
032800         INVALID KEY
032900           CONTINUE.
033000     IF HR-FILE-STATUS NOT = '00' AND NOT = '23'
033100       DISPLAY 'BDMS0264 HOLDREG READ FAILED, ST='
033200               HR-FILE-STATUS ' ' HC-TYPE ' ' HC-ID
033300       MOVE 1 TO IO-FAILED-SW
033400       GO TO 2090-EXIT.
033500     MOVE 0 TO FOUND-SW, IN-FORCE-SW.
033600     IF HR-FILE-STATUS = '00'
033700       MOVE 1 TO FOUND-SW
033800       PERFORM 2800-TEST-IN-FORCE.
033900     IF HC-PLACE
034000       PERFORM 2100-PLACE-HOLD THRU 2190-EXIT
034100     ELSE
034200       PERFORM 2200-RELEASE-HOLD THRU 2290-EXIT.
034300     IF REGISTRY-IO-FAILED
034400       GO TO 2090-EXIT.
034500     IF REJECT-REASON NOT = SPACES
034600       GO TO 2080-REJECT.
034700     ADD 1 TO APPLIED-CNT.
034800     WRITE PRINT FROM CARD-DET-LINE.
034900     GO TO 2090-EXIT.
035000 2080-REJECT.
035100     ADD 1 TO REJECTED-CNT.
035200     STRING 'REJECTED - ' DELIMITED BY SIZE
035300            REJECT-REASON DELIMITED BY '  '
035400       INTO CD-RESULT.
035500     WRITE PRINT FROM CARD-DET-LINE.
035600 2090-EXIT.
035700     PERFORM 2900-CARD-READ.
035800*    A NEW HOLD, OR A NEW HOLD OVER A LAPSED OR RELEASED ONE
035900 2100-PLACE-HOLD.
036000     IF HOLD-IN-FORCE
036100       STRING 'HOLD IN FORCE, MATTER ' DELIMITED BY SIZE
036200              HR-MATTER DELIMITED BY SIZE
036300         INTO REJECT-REASON
036400       GO TO 2190-EXIT.
036500     IF HC-MATTER = SPACES
036600       MOVE 'MATTER REFERENCE MISSING' TO REJECT-REASON
036700       GO TO 2190-EXIT.
036800     IF HC-RELEASE-X NOT = SPACES AND
036900        HC-RELEASE-9 NOT > TODAY-DATE
037000       MOVE 'RELEASE DATE NOT IN THE FUTURE' TO REJECT-REASON
037100       GO TO 2190-EXIT.
037200     MOVE SPACES TO HR-RECORD.
037300     MOVE HC-TYPE     TO HR-TYPE.
037400     MOVE HC-ID       TO HR-ID.
037500     MOVE HC-MATTER   TO HR-MATTER.
037600     MOVE OPERATOR-ID TO HR-PLACED-BY.
037700     MOVE TODAY-DATE  TO HR-PLACED-DATE.
037800     IF HC-RELEASE-X = SPACES
037900       MOVE 0 TO HR-RELEASE-DATE
038000     ELSE
038100       MOVE HC-RELEASE-9 TO HR-RELEASE-DATE.
038200     IF HOLD-ON-FILE
038300       MOVE 'PLACED, REPLACING A LAPSED HOLD' TO CD-RESULT
038400       REWRITE HR-RECORD
038500         INVALID KEY
038600           CONTINUE
038700     ELSE
038800       MOVE 'PLACED' TO CD-RESULT
038900       WRITE HR-RECORD
039000         INVALID KEY
039100           CONTINUE.
039200     IF HR-FILE-STATUS NOT = '00'
039300       DISPLAY 'BDMS0264 HOLDREG UPDATE FAILED, ST='
039400               HR-FILE-STATUS ' ' HR-TYPE ' ' HR-ID
039500       MOVE 1 TO IO-FAILED-SW
039600       GO TO 2190-EXIT.
039700     ADD 1 TO PLACED-CNT.
039800*    ONCE IT HOLDS AN ITEM THE NEW REGISTRY IS REOPENED FOR UPDATE
039900     IF REGISTRY-LOADING
040000       MOVE 0 TO LOAD-MODE-SW
040100       CLOSE HR-FILE
040200       OPEN I-O HR-FILE
040300       IF HR-FILE-STATUS NOT = '00'
040400         DISPLAY 'BDMS0264 HOLDREG REOPEN FAILED, ST='
040500                 HR-FILE-STATUS
040600         MOVE 1 TO IO-FAILED-SW.
040700 2190-EXIT.
040800     EXIT.
040900*    ONLY A HOLD IN FORCE IS RELEASED, AND ONLY UNDER ITS MATTER
041000 2200-RELEASE-HOLD.
041100     IF NOT HOLD-IN-FORCE
041200       MOVE 'NO HOLD IN FORCE' TO REJECT-REASON
041300       GO TO 2290-EXIT.
041400     IF HC-MATTER NOT = SPACES AND HC-MATTER NOT = HR-MATTER
041500       STRING 'HOLD IS UNDER MATTER ' DELIMITED BY SIZE
041600              HR-MATTER DELIMITED BY SIZE
041700         INTO REJECT-REASON
041800       GO TO 2290-EXIT.
041900     IF HC-RELEASE-X = SPACES
042000       MOVE TODAY-DATE TO HC-RELEASE-9.
042100     IF HC-RELEASE-9 < HR-PLACED-DATE
042200       MOVE 'RELEASE DATE BEFORE THE HOLD WAS PLACED'
042300         TO REJECT-REASON
042400       GO TO 2290-EXIT.
042500     MOVE HC-RELEASE-9 TO HR-RELEASE-DATE, CD-RELEASE.
042600     MOVE OPERATOR-ID  TO HR-RELEASED-BY.
042700     REWRITE HR-RECORD
042800       INVALID KEY
042900         CONTINUE.
043000     IF HR-FILE-STATUS NOT = '00'
043100       DISPLAY 'BDMS0264 HOLDREG REWRITE FAILED, ST='
043200               HR-FILE-STATUS ' ' HR-TYPE ' ' HR-ID
043300       MOVE 1 TO IO-FAILED-SW
043400       GO TO 2290-EXIT.
043500     ADD 1 TO RELEASED-CNT.
043600     IF HR-RELEASE-DATE > TODAY-DATE
043700       MOVE 'RELEASED - HOLD LAPSES ON THE RELEASE DATE'
043800         TO CD-RESULT
043900     ELSE
044000       MOVE 'RELEASED' TO CD-RESULT.
044100 2290-EXIT.
044200     EXIT.
044300*    THE HOLDSRV RULE: IN FORCE UNTIL THE RELEASE DATE IS REACHED
044400 2800-TEST-IN-FORCE.
044500     IF HR-RELEASE-DATE = 0 OR HR-RELEASE-DATE > TODAY-DATE
044600       MOVE 1 TO IN-FORCE-SW
044700     ELSE
044800       MOVE 0 TO IN-FORCE-SW.
044900 2900-CARD-READ.
045000     READ CARD-IN-FILE, AT END
045100       MOVE 1 TO CARD-EOF-SW.
045200     IF MORE-CARDS
045300       ADD 1 TO CARD-READ-CNT.
045400******************************************************************
045500***  EVERY HOLD IN FORCE, IN REGISTRY ORDER                    ***
045600******************************************************************
045700 3000-HOLDS-IN-FORCE.
045800     CLOSE HR-FILE.
045900     MOVE 0 TO LOAD-MODE-SW.
046000     OPEN INPUT HR-FILE.
046100     IF HR-FILE-STATUS NOT = '00'
046200       DISPLAY 'BDMS0264 HOLDREG REOPEN FAILED, ST='
046300               HR-FILE-STATUS
046400       MOVE 1 TO IO-FAILED-SW
046500       GO TO 3090-EXIT.
046600     WRITE PRINT FROM BLANK-LINE.
046700     MOVE 'HOLDS IN FORCE' TO SL-TITLE.
046800     WRITE PRINT FROM SECTION-LINE.
046900     WRITE PRINT FROM HOLD-COL-LINE.
047000     PERFORM 3100-LIST-ONE-HOLD UNTIL HOLD-EOF.
047100 3090-EXIT.
047200     EXIT.
047300 3100-LIST-ONE-HOLD.
047400     READ HR-FILE NEXT RECORD
047500       AT END
047600         MOVE 1 TO HOLD-EOF-SW.
047700     IF NOT HOLD-EOF
047800       PERFORM 2800-TEST-IN-FORCE
047900       IF HOLD-IN-FORCE
048000         PERFORM 3200-HOLD-LINE.
048100 3200-HOLD-LINE.
048200     ADD 1 TO IN-FORCE-CNT.
048300     MOVE HR-TYPE        TO HD-TYPE.
048400     MOVE HR-ID          TO HD-ID.
048500     MOVE HR-MATTER      TO HD-MATTER.
048600     MOVE HR-PLACED-BY   TO HD-PLACED-BY.
048700     MOVE HR-PLACED-DATE TO HD-PLACED-DATE.
048800     IF HR-RELEASE-DATE = 0
048900       MOVE 'NONE'          TO HD-RELEASE
049000     ELSE
049100       MOVE HR-RELEASE-DATE TO HD-RELEASE.
049200     IF HR-TYPE = 'C'
049300       MOVE 'CUSTOMER'      TO HD-TYPE-DESC
049400     ELSE
049500     IF HR-TYPE = 'F'
049600       MOVE 'FARS CLIENT'   TO HD-TYPE-DESC
049700     ELSE
049800       MOVE 'DATASET'       TO HD-TYPE-DESC.
049900     WRITE PRINT FROM HOLD-DET-LINE.
050000******************************************************************
050100***  EVERY ACTION A HOLD BLOCKED, FROM THE FROMDATE VALUE ON   ***
050200******************************************************************
050300 4000-ACTIONS-BLOCKED.
050400     WRITE PRINT FROM BLANK-LINE.
050500     MOVE SPACES TO SL-TITLE.
050600     IF FROM-DATE-9 = 0
050700       MOVE 'ACTIONS BLOCKED BY A HOLD' TO SL-TITLE
050800     ELSE
050900       STRING 'ACTIONS BLOCKED BY A HOLD SINCE ' FROM-DATE-X
051000         DELIMITED BY SIZE INTO SL-TITLE.
051100     WRITE PRINT FROM SECTION-LINE.
051200     WRITE PRINT FROM BLOCK-COL-LINE.
051300     OPEN INPUT HOLD-LOG-FILE.
051400     PERFORM 4100-LIST-ONE-BLOCK UNTIL LOG-EOF.
051500     CLOSE HOLD-LOG-FILE.
051600 4090-EXIT.
051700     EXIT.
051800 4100-LIST-ONE-BLOCK.
051900     READ HOLD-LOG-FILE, AT END
052000       MOVE 1 TO LOG-EOF-SW.
052100     IF NOT LOG-EOF AND HL-STAMP-DATE NOT < FROM-DATE-9
052200       ADD 1 TO BLOCKED-CNT
052300       MOVE HL-STAMP-DATE TO BD-DATE
052400       MOVE HL-STAMP-TIME TO BD-TIME
052500       MOVE HL-PROGRAM    TO BD-PROGRAM
052600       MOVE HL-ACTION     TO BD-ACTION
052700       MOVE HL-TYPE       TO BD-TYPE
052800       MOVE HL-ID         TO BD-ID
052900       MOVE HL-MATTER     TO BD-MATTER
053000       MOVE HL-PLACED-BY  TO BD-PLACED-BY
053100       WRITE PRINT FROM BLOCK-DET-LINE.
053200******************************************************************
053300***  REGISTER TOTALS AND THE RETURN CODE                       ***
053400******************************************************************
053500 8000-REPORT-TOTALS.
053600     WRITE PRINT FROM BLANK-LINE.
053700     MOVE 'CARDS READ' TO CT-TEXT.
053800     MOVE CARD-READ-CNT TO CT-COUNT.
053900     WRITE PRINT FROM CNT-DET-LINE.
054000     MOVE 'COMMENT CARDS' TO CT-TEXT.
054100     MOVE COMMENT-CNT TO CT-COUNT.
054200     WRITE PRINT FROM CNT-DET-LINE.
054300     MOVE 'CARDS APPLIED' TO CT-TEXT.
054400     MOVE APPLIED-CNT TO CT-COUNT.
054500     WRITE PRINT FROM CNT-DET-LINE.
054600     MOVE '  HOLDS PLACED' TO CT-TEXT.
054700     MOVE PLACED-CNT TO CT-COUNT.
054800     WRITE PRINT FROM CNT-DET-LINE.
054900     MOVE '  HOLDS RELEASED' TO CT-TEXT.
055000     MOVE RELEASED-CNT TO CT-COUNT.
055100     WRITE PRINT FROM CNT-DET-LINE.
055200     MOVE 'CARDS REJECTED' TO CT-TEXT.
055300     MOVE REJECTED-CNT TO CT-COUNT.
055400     WRITE PRINT FROM CNT-DET-LINE.
055500     MOVE 'HOLDS IN FORCE' TO CT-TEXT.
055600     MOVE IN-FORCE-CNT TO CT-COUNT.
055700     WRITE PRINT FROM CNT-DET-LINE.
055800     MOVE 'ACTIONS BLOCKED' TO CT-TEXT.
055900     MOVE BLOCKED-CNT TO CT-COUNT.
056000     WRITE PRINT FROM CNT-DET-LINE.
056100     IF REGISTRY-IO-FAILED
056200       MOVE 16 TO RETURN-CODE
056300     ELSE
056400     IF REJECTED-CNT > 0
056500       MOVE 4 TO RETURN-CODE.
056600 9000-EOJ.
056700     IF NOT RUN-REFUSED
056800       CLOSE CARD-IN-FILE, HR-FILE, PRNTR.
056900     DISPLAY 'BDMS0264 CARDS READ...............' CARD-READ-CNT.
057000     DISPLAY 'BDMS0264 CARDS APPLIED............' APPLIED-CNT.
057100     DISPLAY 'BDMS0264 CARDS REJECTED...........' REJECTED-CNT.
057200     DISPLAY 'BDMS0264 HOLDS IN FORCE...........' IN-FORCE-CNT.
057300     DISPLAY 'BDMS0264 ACTIONS BLOCKED..........' BLOCKED-CNT.
057400     DISPLAY 'BDMS0264 END PROCESSING'.
