000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0269.
000300******************************************************************
000400***  BDMS0269 - CLIENT POSTING-FREEZE REGISTRY MAINTENANCE AND ***
000500***  FREEZE REPORT.  APPLIES A CARD DECK (FRZCRDS) TO THE      ***
000600***  FREEZE REGISTRY (FRZREG), THE KSDS FRZSRV SERVES TO       ***
000700***  BDMS0240, BDMS0201 AND BDMS0234, LISTING EVERY CARD WITH  ***
000800***  ITS RESULT, THEN REPORTS EVERY FREEZE IN FORCE.  AN EMPTY ***
000900***  DECK GIVES THE REPORT ALONE.                              ***
001000***                                                            ***
001100***  WHILE A FREEZE STANDS BDMS0240 DIVERTS THE CLIENT'S WORK  ***
001200***  TO THE PENDING FILE UNTOUCHED; ONCE IT IS LIFTED THE NEXT ***
001300***  BDMS0240 CYCLE RELEASES THE HELD WORK IN ITS ORIGINAL     ***
001400***  CLIENT AND SEQUENCE ORDER.                                ***
001500***                                                            ***
001600***  FREEZE CARD ('*' IN COLUMN 1 IS A COMMENT):               ***
001700***    1-6   ACTION: FREEZE OR LIFT                            ***
001800***    8-10  CLIENT CODE                                       ***
001900***    12-41 REASON (REQUIRED TO FREEZE)                       ***
002000***    43-62 REQUESTED BY (REQUIRED TO FREEZE)                 ***
002100***    64-71 THAW DATE CCYYMMDD - ON A FREEZE, A FUTURE DATE   ***
002200***          POSTING RESUMES (BLANK FREEZES UNTIL FURTHER      ***
002300***          NOTICE); ON A LIFT, THE DATE POSTING RESUMES      ***
002400***          (BLANK IS TODAY)                                  ***
002500***  A FREEZE ALREADY IN FORCE CANNOT BE PLACED AGAIN; A       ***
002600***  THAWED OR LIFTED ONE IS REPLACED BY THE NEW FREEZE.  A    ***
002700***  CARD THAT CANNOT BE APPLIED IS LISTED AS REJECTED AND THE ***
002800***  REST OF THE DECK STILL APPLIES.                           ***
002900***                                                            ***
003000***  RETURN CODE: 0 ALL APPLIED, 4 CARDS REJECTED, 16 OPERATOR ***
003100***  MISSING, REGISTRY UNAVAILABLE OR I/O FAILURE.             ***
003200***                                                            ***
003300***  RUN PARAMETERS:                                           ***
003400***    OPERATOR - WHO PLACED OR LIFTED THE FREEZES (REQUIRED)  ***
003410***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
003420***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CARD-IN-FILE ASSIGN TO UT-S-FRZCRDS
004000        ORGANIZATION LINE SEQUENTIAL.
004100     SELECT FR-FILE         ASSIGN TO UT-S-FRZREG
004200        ORGANIZATION INDEXED
004300        ACCESS MODE IS DYNAMIC
004400        RECORD KEY IS FR-CLIENT
004500        FILE STATUS IS FR-FILE-STATUS.
004600     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
004700        ORGANIZATION LINE SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CARD-IN-FILE
005100     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD
005300     BLOCK CONTAINS 0 RECORDS
005400     DATA RECORD IS FREEZE-CARD.
005500 01  FREEZE-CARD.
005600     03  FC-ACTION                 PIC X(6).
005700         88  FC-FREEZE                VALUE 'FREEZE'.
005800         88  FC-LIFT                  VALUE 'LIFT'.
005900     03  FILLER                    PIC X.
006000     03  FC-CLIENT                 PIC X(3).
006100     03  FILLER                    PIC X.
006200     03  FC-REASON                 PIC X(30).
006300     03  FILLER                    PIC X.
006400     03  FC-REQUESTER              PIC X(20).
006500     03  FILLER                    PIC X.
006600     03  FC-THAW-X                 PIC X(8).
006700     03  FC-THAW-9 REDEFINES FC-THAW-X PIC 9(8).
006800     03  FILLER                    PIC X(9).
006900*    THE FREEZE REGISTRY - ONE RECORD PER FROZEN CLIENT
007000 FD  FR-FILE
007100     LABEL RECORDS ARE STANDARD
007200     DATA RECORD IS FR-RECORD.
007300 01  FR-RECORD.
007400     03  FR-CLIENT                 PIC X(3).
007500     03  FR-REASON                 PIC X(30).
007600     03  FR-REQUESTER              PIC X(20).
007700     03  FR-PLACED-BY              PIC X(8).
007800     03  FR-PLACED-DATE            PIC 9(8).
007900     03  FR-THAW-DATE              PIC 9(8).
008000     03  FR-LIFTED-BY              PIC X(8).
008100     03  FILLER                    PIC X(35).
008200 FD  PRNTR
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
008500     BLOCK CONTAINS 0 RECORDS
008600     DATA RECORD IS PRINT.
008700 01  PRINT.
008800     03  PRT                       PIC X(132).
008900
009000 WORKING-STORAGE SECTION.
009100 01  FR-FILE-STATUS              PIC XX VALUE '00'.
009200 01  CARD-EOF-SW                 PIC 9 VALUE 0.
009300     88  MORE-CARDS                 VALUE 0.
009400     88  CARD-EOF                   VALUE 1.
009500 01  FREEZE-EOF-SW               PIC 9 VALUE 0.
009600     88  FREEZE-EOF                 VALUE 1.
009700 01  REFUSED-SW                  PIC 9 VALUE 0.
009800     88  RUN-REFUSED                VALUE 1.
009900 01  IO-FAILED-SW                PIC 9 VALUE 0.
010000     88  REGISTRY-IO-FAILED         VALUE 1.
010100 01  LOAD-MODE-SW                PIC 9 VALUE 0.
010200     88  REGISTRY-LOADING           VALUE 1.
010300 01  FOUND-SW                    PIC 9 VALUE 0.
010400     88  FREEZE-ON-FILE             VALUE 1.
010500 01  IN-FORCE-SW                 PIC 9 VALUE 0.
010600     88  FREEZE-IN-FORCE            VALUE 1.
010700 01  TODAY-DATE                  PIC 9(8).
010800 01  OPERATOR-ID                 PIC X(8) VALUE SPACES.
010900 01  REJECT-REASON               PIC X(40) VALUE SPACES.
011000
011100 01  CARD-READ-CNT               PIC 9(7) VALUE 0.
011200 01  COMMENT-CNT                 PIC 9(7) VALUE 0.
011300 01  APPLIED-CNT                 PIC 9(7) VALUE 0.
011400 01  REJECTED-CNT                PIC 9(7) VALUE 0.
011500 01  FROZEN-CNT                  PIC 9(7) VALUE 0.
011600 01  LIFTED-CNT                  PIC 9(7) VALUE 0.
011700 01  IN-FORCE-CNT                PIC 9(7) VALUE 0.
011800
011900******************************************************************
012000***  FREEZE REGISTER LINES                                     ***
012100******************************************************************
012200 01  FREEZE-HDR1-LINE.
012300     03  FILLER                  PIC X(30)  VALUE SPACES.
012400     03  FILLER                  PIC X(62)  VALUE
012500         'C L I E N T   F R E E Z E   R E G I S T E R'.
012600     03  FILLER                  PIC X(8)   VALUE 'RUN '.
012700     03  FH-RUN-DATE             PIC 9(8).
012800     03  FILLER                  PIC X(24)  VALUE SPACES.
012900 01  SECTION-LINE.
013000     03  FILLER                  PIC X(2)   VALUE SPACES.
013100     03  SL-TITLE                PIC X(130).
013200 01  CARD-HDR-LINE.
013300     03  FILLER                  PIC X(47)  VALUE
013400         '  ACTION  CLT  REASON'.
013500     03  FILLER                  PIC X(22)  VALUE 'REQUESTED BY'.
013600     03  FILLER                  PIC X(10)  VALUE 'THAW'.
013700     03  FILLER                  PIC X(53)  VALUE 'RESULT'.
013800 01  CARD-DET-LINE.
013900     03  FILLER                  PIC X(2)   VALUE SPACES.
014000     03  CD-ACTION               PIC X(6).
014100     03  FILLER                  PIC X(2)   VALUE SPACES.
014200     03  CD-CLIENT               PIC X(3).
014300     03  FILLER                  PIC X(2)   VALUE SPACES.
014400     03  CD-REASON               PIC X(30).
014500     03  FILLER                  PIC X(2)   VALUE SPACES.
014600     03  CD-REQUESTER            PIC X(20).
014700     03  FILLER                  PIC X(2)   VALUE SPACES.
014800     03  CD-THAW                 PIC X(8).
014900     03  FILLER                  PIC X(2)   VALUE SPACES.
015000     03  CD-RESULT               PIC X(44).
015100     03  FILLER                  PIC X(9)   VALUE SPACES.
015200 01  FREEZE-COL-LINE.
015300     03  FILLER                  PIC X(39)  VALUE
015400         '  CLT  REASON'.
015500     03  FILLER                  PIC X(22)  VALUE 'REQUESTED BY'.
015600     03  FILLER                  PIC X(10)  VALUE 'PLACED BY'.
015700     03  FILLER                  PIC X(10)  VALUE 'PLACED'.
015800     03  FILLER                  PIC X(51)  VALUE 'THAW'.
015900 01  FREEZE-DET-LINE.
016000     03  FILLER                  PIC X(2)   VALUE SPACES.
016100     03  FD-CLIENT               PIC X(3).
016200     03  FILLER                  PIC X(2)   VALUE SPACES.
016300     03  FD-REASON               PIC X(30).
016400     03  FILLER                  PIC X(2)   VALUE SPACES.
016500     03  FD-REQUESTER            PIC X(20).
016600     03  FILLER                  PIC X(2)   VALUE SPACES.
016700     03  FD-PLACED-BY            PIC X(8).
016800     03  FILLER                  PIC X(2)   VALUE SPACES.
016900     03  FD-PLACED-DATE          PIC 9(8).
017000     03  FILLER                  PIC X(2)   VALUE SPACES.
017100     03  FD-THAW                 PIC X(8).
017200     03  FILLER                  PIC X(43)  VALUE SPACES.
017300 01  CNT-DET-LINE.
017400     03  FILLER                  PIC X(2)   VALUE SPACES.
017500     03  CT-TEXT                 PIC X(40).
017600     03  CT-COUNT                PIC Z(8)9.
017700     03  FILLER                  PIC X(81)  VALUE SPACES.
017800 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
017810*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
017820 01  PRM-PARMS.
017830     05  PRM-FUNCTION              PIC X    VALUE 'G'.
017840     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
017850     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0269'.
017860     05  PRM-STEP                  PIC X(8) VALUE SPACES.
017870     05  PRM-NAME                  PIC X(30).
017880     05  PRM-VALUE                 PIC X(100).
017890     05  PRM-SOURCE                PIC X.
017900
018000 PROCEDURE DIVISION.
018100 0000-MAINLINE.
018200     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
018300     IF NOT RUN-REFUSED
018400       PERFORM 2000-APPLY-ONE-CARD THRU 2090-EXIT
018500         UNTIL CARD-EOF OR REGISTRY-IO-FAILED
018600       IF NOT REGISTRY-IO-FAILED
018700         PERFORM 3000-FREEZES-IN-FORCE THRU 3090-EXIT.
018800     IF NOT RUN-REFUSED
018900       PERFORM 8000-REPORT-TOTALS.
019000     PERFORM 9000-EOJ.
019010     MOVE 'C' TO PRM-FUNCTION.
019020     CALL 'PARMSRV' USING PRM-PARMS.
019100     EXIT PROGRAM.
019200     STOP RUN.
019210******************************************************************
019220***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
019230***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
019240******************************************************************
019250 0900-GET-PARM.
019260     MOVE 'G' TO PRM-FUNCTION.
019270     CALL 'PARMSRV' USING PRM-PARMS.
019300******************************************************************
019400***  OPENS THE REGISTRY AND THE CARD DECK                      ***
019500******************************************************************
019600 1000-INITIALIZE.
019700     DISPLAY 'BDMS0269 BEGIN PROCESSING'.
019800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
019900     MOVE 'OPERATOR' TO PRM-NAME.
020000     PERFORM 0900-GET-PARM.
020010     MOVE PRM-VALUE TO OPERATOR-ID.
020100     IF OPERATOR-ID = SPACES
020200       DISPLAY 'BDMS0269 OPERATOR NOT SUPPLIED - RUN REFUSED'
020300       MOVE 16 TO RETURN-CODE
020400       MOVE 1 TO REFUSED-SW
020500       GO TO 1090-EXIT.
020600     OPEN I-O FR-FILE.
020700*    A NEWLY DEFINED, EMPTY REGISTRY IS LOADED IN OUTPUT MODE
020800     IF FR-FILE-STATUS = '35'
020900       OPEN OUTPUT FR-FILE
021000       MOVE 1 TO LOAD-MODE-SW.
021100     IF FR-FILE-STATUS NOT = '00'
021200       DISPLAY 'BDMS0269 FRZREG OPEN FAILED, ST='
021300               FR-FILE-STATUS ' - RUN REFUSED'
021400       MOVE 16 TO RETURN-CODE
021500       MOVE 1 TO REFUSED-SW
021600       GO TO 1090-EXIT.
021700     OPEN INPUT CARD-IN-FILE.
021800     OPEN OUTPUT PRNTR.
021900     MOVE TODAY-DATE TO FH-RUN-DATE.
022000     WRITE PRINT FROM FREEZE-HDR1-LINE.
022100     WRITE PRINT FROM BLANK-LINE.
022200     MOVE 'FREEZE CARDS APPLIED' TO SL-TITLE.
022300     WRITE PRINT FROM SECTION-LINE.
022400     WRITE PRINT FROM CARD-HDR-LINE.
022500     DISPLAY 'BDMS0269 OPERATOR ' OPERATOR-ID.
022600     PERFORM 2900-CARD-READ.
022700 1090-EXIT.
022800     EXIT.
022900******************************************************************
023000***  ONE FREEZE CARD: READS THE CLIENT'S REGISTRY RECORD,      ***
023100***  FREEZES OR LIFTS AND WRITES OR REWRITES THE RECORD        ***
023200******************************************************************
023300 2000-APPLY-ONE-CARD.
023400     IF FREEZE-CARD (1:1) = '*' OR FREEZE-CARD = SPACES
023500       ADD 1 TO COMMENT-CNT
023600       GO TO 2090-EXIT.
023700     MOVE SPACES TO REJECT-REASON.
023800     MOVE FC-ACTION    TO CD-ACTION.
023900     MOVE FC-CLIENT    TO CD-CLIENT.
024000     MOVE FC-REASON    TO CD-REASON.
024100     MOVE FC-REQUESTER TO CD-REQUESTER.
024200     MOVE FC-THAW-X    TO CD-THAW.
024300     MOVE SPACES       TO CD-RESULT.
024400     IF NOT FC-FREEZE AND NOT FC-LIFT
024500       MOVE 'ACTION NOT FREEZE OR LIFT' TO REJECT-REASON
024600       GO TO 2080-REJECT.
024700     IF FC-CLIENT = SPACES
024800       MOVE 'CLIENT CODE MISSING' TO REJECT-REASON
024900       GO TO 2080-REJECT.
025000     IF FC-THAW-X NOT = SPACES AND FC-THAW-X NOT NUMERIC
025100       MOVE 'THAW DATE NOT CCYYMMDD' TO REJECT-REASON
025200       GO TO 2080-REJECT.
025300     MOVE FC-CLIENT TO FR-CLIENT.
025400*    A REGISTRY BEING LOADED FROM EMPTY HOLDS NOTHING TO READ
025500     IF REGISTRY-LOADING
025600       MOVE '23' TO FR-FILE-STATUS
025700     ELSE
025800       READ FR-FILE
025900         INVALID KEY
026000           CONTINUE.
026100     IF FR-FILE-STATUS NOT = '00' AND NOT = '23'
026200       DISPLAY 'BDMS0269 FRZREG READ FAILED, ST='
026300               FR-FILE-STATUS ' ' FC-CLIENT
026400       MOVE 1 TO IO-FAILED-SW
026500       GO TO 2090-EXIT.
026600     MOVE 0 TO FOUND-SW, IN-FORCE-SW.
026700     IF FR-FILE-STATUS = '00'
026800       MOVE 1 TO FOUND-SW
026900       PERFORM 2800-TEST-IN-FORCE.
027000     IF FC-FREEZE
027100       PERFORM 2100-PLACE-FREEZE THRU 2190-EXIT
027200     ELSE
027300       PERFORM 2200-LIFT-FREEZE THRU 2290-EXIT.
027400     IF REGISTRY-IO-FAILED
027500       GO TO 2090-EXIT.
027600     IF REJECT-REASON NOT = SPACES
027700       GO TO 2080-REJECT.
027800     ADD 1 TO APPLIED-CNT.
027900     WRITE PRINT FROM CARD-DET-LINE.
028000     GO TO 2090-EXIT.
028100 2080-REJECT.
028200     ADD 1 TO REJECTED-CNT.
028300     STRING 'REJECTED - ' DELIMITED BY SIZE
028400            REJECT-REASON DELIMITED BY '  '
028500       INTO CD-RESULT.
028600     WRITE PRINT FROM CARD-DET-LINE.
028700 2090-EXIT.
028800     PERFORM 2900-CARD-READ.
028900*    A NEW FREEZE, OR A NEW FREEZE OVER A THAWED OR LIFTED ONE
029000 2100-PLACE-FREEZE.
029100     IF FREEZE-IN-FORCE
029200       STRING 'FROZEN SINCE ' DELIMITED BY SIZE
029300              FR-PLACED-DATE DELIMITED BY SIZE
029400              ' BY ' DELIMITED BY SIZE
029500              FR-PLACED-BY DELIMITED BY SIZE
029600         INTO REJECT-REASON
029700       GO TO 2190-EXIT.
029800     IF FC-REASON = SPACES
029900       MOVE 'FREEZE REASON MISSING' TO REJECT-REASON
030000       GO TO 2190-EXIT.
030100     IF FC-REQUESTER = SPACES
030200       MOVE 'REQUESTED BY MISSING' TO REJECT-REASON
030300       GO TO 2190-EXIT.
030400     IF FC-THAW-X NOT = SPACES AND
030500        FC-THAW-9 NOT > TODAY-DATE
030600       MOVE 'THAW DATE NOT IN THE FUTURE' TO REJECT-REASON
030700       GO TO 2190-EXIT.
030800     MOVE SPACES TO FR-RECORD.
030900     MOVE FC-CLIENT    TO FR-CLIENT.
031000     MOVE FC-REASON    TO FR-REASON.
031100     MOVE FC-REQUESTER TO FR-REQUESTER.
031200     MOVE OPERATOR-ID  TO FR-PLACED-BY.
031300     MOVE TODAY-DATE   TO FR-PLACED-DATE.
031400     IF FC-THAW-X = SPACES
031500       MOVE 0 TO FR-THAW-DATE
031600     ELSE
031700       MOVE FC-THAW-9 TO FR-THAW-DATE.
031800     IF FREEZE-ON-FILE
031900       MOVE 'FROZEN, REPLACING A LIFTED FREEZE' TO CD-RESULT
032000       REWRITE FR-RECORD
032100         INVALID KEY
032200           CONTINUE
032300     ELSE
032400       MOVE 'FROZEN' TO CD-RESULT
032500       WRITE FR-RECORD
032600         INVALID KEY
032700           CONTINUE.
032800     IF FR-FILE-STATUS NOT = '00'
032900       DISPLAY 'BDMS0269 FRZREG UPDATE FAILED, ST='
033000               FR-FILE-STATUS ' ' FR-CLIENT
033100       MOVE 1 TO IO-FAILED-SW
033200       GO TO 2190-EXIT.
033300     ADD 1 TO FROZEN-CNT.
033400*    ONCE IT HOLDS A CLIENT THE NEW REGISTRY IS REOPENED FOR I-O
033500     IF REGISTRY-LOADING
033600       MOVE 0 TO LOAD-MODE-SW
033700       CLOSE FR-FILE
033800       OPEN I-O FR-FILE
033900       IF FR-FILE-STATUS NOT = '00'
034000         DISPLAY 'BDMS0269 FRZREG REOPEN FAILED, ST='
034100                 FR-FILE-STATUS
034200         MOVE 1 TO IO-FAILED-SW.
034300 2190-EXIT.
034400     EXIT.
034500*    ONLY A FREEZE IN FORCE IS LIFTED.  THE CLIENT'S HELD WORK
034600*    GOES THROUGH ON THE FIRST BDMS0240 CYCLE ON OR AFTER THE
034700*    THAW DATE
034800 2200-LIFT-FREEZE.
034900     IF NOT FREEZE-IN-FORCE
035000       MOVE 'NO FREEZE IN FORCE' TO REJECT-REASON
035100       GO TO 2290-EXIT.
035200     IF FC-THAW-X = SPACES
035300       MOVE TODAY-DATE TO FC-THAW-9.
035400     IF FC-THAW-9 < FR-PLACED-DATE
035500       MOVE 'THAW DATE BEFORE THE FREEZE WAS PLACED'
035600         TO REJECT-REASON
035700       GO TO 2290-EXIT.
035800     MOVE FC-THAW-9   TO FR-THAW-DATE, CD-THAW.
035900     MOVE OPERATOR-ID TO FR-LIFTED-BY.
036000     REWRITE FR-RECORD
036100       INVALID KEY
036200         CONTINUE.
036300     IF FR-FILE-STATUS NOT = '00'
036400       DISPLAY 'BDMS0269 FRZREG REWRITE FAILED, ST='
036500               FR-FILE-STATUS ' ' FR-CLIENT
036600       MOVE 1 TO IO-FAILED-SW
036700       GO TO 2290-EXIT.
036800     ADD 1 TO LIFTED-CNT.
036900     IF FR-THAW-DATE > TODAY-DATE
037000       MOVE 'LIFTED - POSTING RESUMES ON THE THAW DATE'
037100         TO CD-RESULT
037200     ELSE
037300       MOVE 'LIFTED - HELD WORK RELEASES NEXT CYCLE'
037400         TO CD-RESULT.
037500 2290-EXIT.
037600     EXIT.
037700*    THE FRZSRV RULE: IN FORCE UNTIL THE THAW DATE IS REACHED
037800 2800-TEST-IN-FORCE.
037900     IF FR-THAW-DATE = 0 OR FR-THAW-DATE > TODAY-DATE
038000       MOVE 1 TO IN-FORCE-SW
038100     ELSE
038200       MOVE 0 TO IN-FORCE-SW.
038300 2900-CARD-READ.
038400     READ CARD-IN-FILE, AT END
038500       MOVE 1 TO CARD-EOF-SW.
038600     IF MORE-CARDS
038700       ADD 1 TO CARD-READ-CNT.
038800******************************************************************
038900***  EVERY FREEZE IN FORCE, IN CLIENT ORDER                    ***
039000******************************************************************
039100 3000-FREEZES-IN-FORCE.
039200     CLOSE FR-FILE.
039300     MOVE 0 TO LOAD-MODE-SW.
039400     OPEN INPUT FR-FILE.
039500     IF FR-FILE-STATUS NOT = '00'
039600       DISPLAY 'BDMS0269 FRZREG REOPEN FAILED, ST='
039700               FR-FILE-STATUS
039800       MOVE 1 TO IO-FAILED-SW
039900       GO TO 3090-EXIT.
040000     WRITE PRINT FROM BLANK-LINE.
040100     MOVE 'FREEZES IN FORCE' TO SL-TITLE.
040200     WRITE PRINT FROM SECTION-LINE.
040300     WRITE PRINT FROM FREEZE-COL-LINE.
040400     PERFORM 3100-LIST-ONE-FREEZE UNTIL FREEZE-EOF.
040500 3090-EXIT.
040600     EXIT.
040700 3100-LIST-ONE-FREEZE.
040800     READ FR-FILE NEXT RECORD
040900       AT END
041000         MOVE 1 TO FREEZE-EOF-SW.
041100     IF NOT FREEZE-EOF
041200       PERFORM 2800-TEST-IN-FORCE
041300       IF FREEZE-IN-FORCE
041400         PERFORM 3200-FREEZE-LINE.
041500 3200-FREEZE-LINE.
041600     ADD 1 TO IN-FORCE-CNT.
041700     MOVE FR-CLIENT      TO FD-CLIENT.
041800     MOVE FR-REASON      TO FD-REASON.
041900     MOVE FR-REQUESTER   TO FD-REQUESTER.
042000     MOVE FR-PLACED-BY   TO FD-PLACED-BY.
042100     MOVE FR-PLACED-DATE TO FD-PLACED-DATE.
042200     IF FR-THAW-DATE = 0
042300       MOVE 'NOTICE'     TO FD-THAW
042400     ELSE
042500       MOVE FR-THAW-DATE TO FD-THAW.
042600     WRITE PRINT FROM FREEZE-DET-LINE.
042700******************************************************************
042800***  REGISTER TOTALS AND THE RETURN CODE                       ***
042900******************************************************************
043000 8000-REPORT-TOTALS.
043100     WRITE PRINT FROM BLANK-LINE.
043200     MOVE 'CARDS READ' TO CT-TEXT.
043300     MOVE CARD-READ-CNT TO CT-COUNT.
043400     WRITE PRINT FROM CNT-DET-LINE.
043500     MOVE 'COMMENT CARDS' TO CT-TEXT.
043600     MOVE COMMENT-CNT TO CT-COUNT.
043700     WRITE PRINT FROM CNT-DET-LINE.
043800     MOVE 'CARDS APPLIED' TO CT-TEXT.
043900     MOVE APPLIED-CNT TO CT-COUNT.
044000     WRITE PRINT FROM CNT-DET-LINE.
044100     MOVE '  CLIENTS FROZEN' TO CT-TEXT.
044200     MOVE FROZEN-CNT TO CT-COUNT.
044300     WRITE PRINT FROM CNT-DET-LINE.
044400     MOVE '  FREEZES LIFTED' TO CT-TEXT.
044500     MOVE LIFTED-CNT TO CT-COUNT.
044600     WRITE PRINT FROM CNT-DET-LINE.
044700     MOVE 'CARDS REJECTED' TO CT-TEXT.
044800     MOVE REJECTED-CNT TO CT-COUNT.
044900     WRITE PRINT FROM CNT-DET-LINE.
045000     MOVE 'FREEZES IN FORCE' TO CT-TEXT.
045100     MOVE IN-FORCE-CNT TO CT-COUNT.
045200     WRITE PRINT FROM CNT-DET-LINE.
045300     IF REGISTRY-IO-FAILED
045400       MOVE 16 TO RETURN-CODE
045500     ELSE
045600     IF REJECTED-CNT > 0
045700       MOVE 4 TO RETURN-CODE.
045800 9000-EOJ.
045900     IF NOT RUN-REFUSED
046000       CLOSE CARD-IN-FILE, FR-FILE, PRNTR.
046100     DISPLAY 'BDMS0269 CARDS READ...............' CARD-READ-CNT.
046200     DISPLAY 'BDMS0269 CARDS APPLIED............' APPLIED-CNT.
046300     DISPLAY 'BDMS0269 CARDS REJECTED...........' REJECTED-CNT.
046400     DISPLAY 'BDMS0269 FREEZES IN FORCE.........' IN-FORCE-CNT.
046500     DISPLAY 'BDMS0269 END PROCESSING'.
