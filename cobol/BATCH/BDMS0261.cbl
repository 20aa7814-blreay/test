000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0261.
000300******************************************************************
000400***  BDMS0261 - CLIENT MASTER MAINTENANCE.  APPLIES A CARD     ***
000500***  DECK (CLNTCRDS) TO THE CLIENT MASTER (CLNTMSTR), THE KSDS ***
000600***  OF CLIENT NAMES, STATUS, CONTACTS, BILLING ADDRESS,       ***
000700***  STATEMENT DELIVERY AND CONTRACTED TURNAROUND THAT         ***
000800***  CLNTSRV SERVES TO THE REST OF THE SYSTEM, AND LISTS       ***
000900***  EVERY CARD WITH ITS RESULT ON THE MAINTENANCE REGISTER.   ***
001000***  BDMS0202 ONBOARDING AND BDMS0217 OFFBOARDING SET THE      ***
001100***  STATUS THEMSELVES; THIS RUN KEEPS THE REST.               ***
001200***                                                            ***
001300***  MAINTENANCE CARD ('*' IN COLUMN 1 IS A COMMENT):          ***
001400***    1-3   CLIENT                                            ***
001500***    5     ACTION: A ADD (VALUE IS THE CLIENT NAME),         ***
001600***          C CHANGE ONE FIELD, D DELETE                      ***
001700***    7-10  FIELD (C ONLY):                                   ***
001800***            NAME  CLIENT NAME                               ***
001900***            STAT  STATUS - P PROSPECT, A ACTIVE,            ***
002000***                  S SUSPENDED, T TERMINATED                 ***
002100***            OCNM OCPH OCEM  OPERATIONS CONTACT NAME,        ***
002200***                  PHONE, EMAIL                              ***
002300***            BCNM BCPH BCEM  BILLING CONTACT NAME, PHONE,    ***
002400***                  EMAIL                                     ***
002500***            ADR1 ADR2 CITY STPR ZIP   BILLING ADDRESS       ***
002600***            DLVM  STATEMENT DELIVERY - M MAIL, E EMAIL,     ***
002700***                  X TRANSMISSION                            ***
002800***            DLVD  DELIVERY DESTINATION (EMAIL ADDRESS OR    ***
002900***                  TRANSMISSION DESTINATION)                 ***
003000***            TATH  CONTRACTED TURNAROUND HOURS, 4 DIGITS     ***
003100***                  (0000 = THE SHOP DEFAULT)                 ***
003200***            GRUP  CLIENT GROUP                              ***
003300***    12-80 VALUE                                             ***
003400***  A NEW CLIENT IS ADDED AS A PROSPECT TO BE DELIVERED BY    ***
003500***  MAIL.  ONLY A PROSPECT OR A TERMINATED CLIENT CAN BE      ***
003600***  DELETED.  A CARD THAT CANNOT BE APPLIED IS LISTED AS      ***
003700***  REJECTED AND THE REST OF THE DECK STILL APPLIES.          ***
003800***                                                            ***
003900***  RETURN CODE: 0 ALL APPLIED, 4 CARDS REJECTED, 16 MASTER   ***
004000***  UNAVAILABLE OR I/O FAILURE.                               ***
004100***                                                            ***
004200***  ENVIRONMENT VALUES:                                       ***
004300***    OPERATOR - USER STAMPED ON THE CHANGED RECORDS          ***
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT CARD-IN-FILE    ASSIGN TO UT-S-CLNTCRDS
004900        ORGANIZATION LINE SEQUENTIAL.
005000     SELECT CM-FILE         ASSIGN TO UT-S-CLNTMSTR
005100        ORGANIZATION INDEXED
005200        ACCESS MODE IS DYNAMIC
005300        RECORD KEY IS CM-CLIENT
005400        FILE STATUS IS CM-FILE-STATUS.
005500     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
005600        ORGANIZATION LINE SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CARD-IN-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD
006200     BLOCK CONTAINS 0 RECORDS
006300     DATA RECORD IS MAINT-CARD.
006400 01  MAINT-CARD.
006500     03  MC-CLIENT                 PIC X(3).
006600     03  FILLER                    PIC X.
006700     03  MC-ACTION                 PIC X.
006800         88  MC-ADD                   VALUE 'A'.
006900         88  MC-CHANGE                VALUE 'C'.
007000         88  MC-DELETE                VALUE 'D'.
007100     03  FILLER                    PIC X.
007200     03  MC-FIELD                  PIC X(4).
007300     03  FILLER                    PIC X.
007400     03  MC-VALUE                  PIC X(69).
007500*    THE CLIENT MASTER - ONE RECORD PER CLIENT
007600 FD  CM-FILE
007700     LABEL RECORDS ARE STANDARD
007800     DATA RECORD IS CM-RECORD.
007900 01  CM-RECORD.
008000     03  CM-CLIENT                 PIC X(3).
008100     03  CM-STATUS                 PIC X.
008200         88  CM-PROSPECT              VALUE 'P'.
008300         88  CM-ACTIVE                VALUE 'A'.
008400         88  CM-SUSPENDED             VALUE 'S'.
008500         88  CM-TERMINATED            VALUE 'T'.
008600     03  CM-NAME                   PIC X(40).
008700     03  CM-OPS-CONTACT.
008800         05  CM-OPS-NAME           PIC X(30).
008900         05  CM-OPS-PHONE          PIC X(15).
009000         05  CM-OPS-EMAIL          PIC X(50).
009100     03  CM-BILL-CONTACT.
009200         05  CM-BILL-NAME          PIC X(30).
009300         05  CM-BILL-PHONE         PIC X(15).
009400         05  CM-BILL-EMAIL         PIC X(50).
009500     03  CM-BILL-ADDRESS.
009600         05  CM-ADDR-1             PIC X(40).
009700         05  CM-ADDR-2             PIC X(40).
009800         05  CM-CITY               PIC X(25).
009900         05  CM-STATE              PIC X(2).
010000         05  CM-ZIP                PIC X(10).
010100     03  CM-DELIVERY               PIC X.
010200         88  CM-BY-MAIL               VALUE 'M'.
010300         88  CM-BY-EMAIL              VALUE 'E'.
010400         88  CM-BY-XMIT               VALUE 'X'.
010500     03  CM-DELIVERY-DEST          PIC X(50).
010600     03  CM-TAT-HOURS              PIC 9(4).
010700     03  CM-GROUP-ID               PIC X(3).
010800     03  CM-ONBOARD-DATE           PIC 9(8).
010900     03  CM-OFFBOARD-DATE          PIC 9(8).
011000     03  CM-MAINT-DATE             PIC 9(8).
011100     03  CM-MAINT-USER             PIC X(8).
011200     03  FILLER                    PIC X(39).
011300 FD  PRNTR
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD
011600     BLOCK CONTAINS 0 RECORDS
011700     DATA RECORD IS PRINT.
011800 01  PRINT.
011900     03  PRT                       PIC X(132).
012000
012100 WORKING-STORAGE SECTION.
012200 01  CM-FILE-STATUS              PIC XX VALUE '00'.
012300 01  CARD-EOF-SW                 PIC 9 VALUE 0.
012400     88  MORE-CARDS                 VALUE 0.
012500     88  CARD-EOF                   VALUE 1.
012600 01  REFUSED-SW                  PIC 9 VALUE 0.
012700     88  RUN-REFUSED                VALUE 1.
012800 01  IO-FAILED-SW                PIC 9 VALUE 0.
012900     88  MASTER-IO-FAILED           VALUE 1.
013000 01  LOAD-MODE-SW                PIC 9 VALUE 0.
013100     88  MASTER-LOADING             VALUE 1.
013200 01  TODAY-DATE                  PIC 9(8).
013300 01  OPERATOR-ID                 PIC X(8) VALUE SPACES.
013400 01  REJECT-REASON               PIC X(40) VALUE SPACES.
013500*    LONGEST VALUE THE CHANGED FIELD HOLDS
013600 01  FIELD-LEN                   PIC 9(2) VALUE 0.
013700 01  FIELD-END                   PIC 9(2) VALUE 0.
013800
013900 01  CARD-READ-CNT               PIC 9(7) VALUE 0.
014000 01  COMMENT-CNT                 PIC 9(7) VALUE 0.
014100 01  APPLIED-CNT                 PIC 9(7) VALUE 0.
014200 01  REJECTED-CNT                PIC 9(7) VALUE 0.
014300 01  ADD-CNT                     PIC 9(7) VALUE 0.
014400 01  CHANGE-CNT                  PIC 9(7) VALUE 0.
014500 01  DELETE-CNT                  PIC 9(7) VALUE 0.
014600
014700******************************************************************
014800***  MAINTENANCE REGISTER LINES                                ***
014900******************************************************************
015000 01  MAINT-HDR1-LINE.
015100     03  FILLER                  PIC X(30)  VALUE SPACES.
015200     03  FILLER                  PIC X(62)  VALUE
015300         'C L I E N T   M A S T E R   M A I N T E N A N C E'.
015400     03  FILLER                  PIC X(8)   VALUE 'RUN '.
015500     03  MH-RUN-DATE             PIC 9(8).
015600     03  FILLER                  PIC X(24)  VALUE SPACES.
015700 01  MAINT-HDR2-LINE.
015800     03  FILLER                  PIC X(50)  VALUE
015900         ' CLIENT  ACT  FIELD  VALUE'.
016000     03  FILLER                  PIC X(82)  VALUE
016100         '                          STATUS  RESULT'.
016200 01  MAINT-DET-LINE.
016300     03  FILLER                  PIC X(2)   VALUE SPACES.
016400     03  MD-CLIENT               PIC X(3).
016500     03  FILLER                  PIC X(5)   VALUE SPACES.
016600     03  MD-ACTION               PIC X.
016700     03  FILLER                  PIC X(4)   VALUE SPACES.
016800     03  MD-FIELD                PIC X(4).
016900     03  FILLER                  PIC X(3)   VALUE SPACES.
017000     03  MD-VALUE                PIC X(50).
017100     03  FILLER                  PIC X(4)   VALUE SPACES.
017200     03  MD-STATUS               PIC X.
017300     03  FILLER                  PIC X(3)   VALUE SPACES.
017400     03  MD-RESULT               PIC X(52).
017500 01  CNT-DET-LINE.
017600     03  FILLER                  PIC X(2)   VALUE SPACES.
017700     03  CT-TEXT                 PIC X(40).
017800     03  CT-COUNT                PIC Z(8)9.
017900     03  FILLER                  PIC X(81)  VALUE SPACES.
018000 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
018100
018200 PROCEDURE DIVISION.
018300 0000-MAINLINE.
018400     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
018500     IF NOT RUN-REFUSED
018600       PERFORM 2000-APPLY-ONE-CARD THRU 2090-EXIT
018700         UNTIL CARD-EOF OR MASTER-IO-FAILED
018800       PERFORM 8000-REPORT-TOTALS.
018900     PERFORM 9000-EOJ.
019000     EXIT PROGRAM.
019100     STOP RUN.
019200******************************************************************
019300***  OPENS THE MASTER AND THE CARD DECK                        ***
019400******************************************************************
019500 1000-INITIALIZE.
019600     DISPLAY 'BDMS0261 BEGIN PROCESSING'.
019700     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
019800     DISPLAY 'OPERATOR' UPON ENVIRONMENT-NAME.
019900     ACCEPT OPERATOR-ID FROM ENVIRONMENT-VALUE.
020000     IF OPERATOR-ID = SPACES
020100       MOVE 'BDMS0261' TO OPERATOR-ID.
020200     OPEN I-O CM-FILE.
020300*    A NEWLY DEFINED, EMPTY MASTER IS LOADED IN OUTPUT MODE
020400     IF CM-FILE-STATUS = '35'
020500       OPEN OUTPUT CM-FILE
020600       MOVE 1 TO LOAD-MODE-SW.
020700     IF CM-FILE-STATUS NOT = '00'
020800       DISPLAY 'BDMS0261 CLNTMSTR OPEN FAILED, ST='
020900               CM-FILE-STATUS ' - RUN REFUSED'
021000       MOVE 16 TO RETURN-CODE
021100       MOVE 1 TO REFUSED-SW
021200       GO TO 1090-EXIT.
021300     OPEN INPUT CARD-IN-FILE.
021400     OPEN OUTPUT PRNTR.
021500     MOVE TODAY-DATE TO MH-RUN-DATE.
021600     WRITE PRINT FROM MAINT-HDR1-LINE.
021700     WRITE PRINT FROM MAINT-HDR2-LINE.
021800     WRITE PRINT FROM BLANK-LINE.
021900     DISPLAY 'BDMS0261 OPERATOR ' OPERATOR-ID.
022000     PERFORM 2900-CARD-READ.
022100 1090-EXIT.
022200     EXIT.
022300******************************************************************
022400***  ONE MAINTENANCE CARD: READS THE CLIENT, APPLIES THE       ***
022500***  ACTION AND WRITES, REWRITES OR DELETES THE RECORD         ***
022600******************************************************************
022700 2000-APPLY-ONE-CARD.
022800     IF MAINT-CARD (1:1) = '*' OR MAINT-CARD = SPACES
022900       ADD 1 TO COMMENT-CNT
023000       GO TO 2090-EXIT.
023100     MOVE SPACES TO REJECT-REASON.
023200     MOVE MC-CLIENT TO MD-CLIENT.
023300     MOVE MC-ACTION TO MD-ACTION.
023400     MOVE MC-FIELD  TO MD-FIELD.
023500     MOVE MC-VALUE  TO MD-VALUE.
023600     MOVE SPACE TO MD-STATUS.
023700     MOVE SPACES TO MD-RESULT.
023800     IF MC-CLIENT = SPACES
023900       MOVE 'CLIENT MISSING' TO REJECT-REASON
024000       GO TO 2080-REJECT.
024100     IF NOT MC-ADD AND NOT MC-CHANGE AND NOT MC-DELETE
024200       MOVE 'ACTION NOT A, C OR D' TO REJECT-REASON
024300       GO TO 2080-REJECT.
024400     MOVE MC-CLIENT TO CM-CLIENT.
024500*    A MASTER BEING LOADED FROM EMPTY HOLDS NOTHING TO READ
024600     IF MASTER-LOADING
024700       MOVE '23' TO CM-FILE-STATUS
024800     ELSE
024900       READ CM-FILE
025000         INVALID KEY
025100           CONTINUE.
025200     IF CM-FILE-STATUS NOT = '00' AND NOT = '23'
025300       DISPLAY 'BDMS0261 CLNTMSTR READ FAILED, ST='
025400               CM-FILE-STATUS ' CLIENT ' MC-CLIENT
025500       MOVE 1 TO IO-FAILED-SW
025600       GO TO 2090-EXIT.
025700     IF MC-ADD
025800       PERFORM 2100-ADD-CLIENT THRU 2190-EXIT
025900     ELSE
026000     IF CM-FILE-STATUS = '23'
026100       MOVE 'CLIENT NOT ON THE MASTER' TO REJECT-REASON
026200     ELSE
026300     IF MC-CHANGE
026400       PERFORM 2200-CHANGE-FIELD THRU 2290-EXIT
026500     ELSE
026600       PERFORM 2300-DELETE-CLIENT THRU 2390-EXIT.
026700     IF MASTER-IO-FAILED
026800       GO TO 2090-EXIT.
026900     IF REJECT-REASON NOT = SPACES
027000       GO TO 2080-REJECT.
027100     ADD 1 TO APPLIED-CNT.
027200     IF MC-DELETE
027300       MOVE 'DELETED' TO MD-RESULT
027400     ELSE
027500       MOVE CM-STATUS TO MD-STATUS
027600       MOVE 'APPLIED' TO MD-RESULT.
027700     WRITE PRINT FROM MAINT-DET-LINE.
027800     GO TO 2090-EXIT.
027900 2080-REJECT.
028000     ADD 1 TO REJECTED-CNT.
028100     STRING 'REJECTED - ' DELIMITED BY SIZE
028200            REJECT-REASON DELIMITED BY '  '
028300       INTO MD-RESULT.
028400     WRITE PRINT FROM MAINT-DET-LINE.
028500 2090-EXIT.
028600     PERFORM 2900-CARD-READ.
028700*    A NEW CLIENT, NAMED FROM THE VALUE, AS A MAIL PROSPECT
028800 2100-ADD-CLIENT.
028900     IF CM-FILE-STATUS = '00'
029000       MOVE 'CLIENT ALREADY ON THE MASTER' TO REJECT-REASON
029100       GO TO 2190-EXIT.
029200     IF MC-VALUE = SPACES
029300       MOVE 'CLIENT NAME MISSING' TO REJECT-REASON
029400       GO TO 2190-EXIT.
029500     IF MC-VALUE (41:29) NOT = SPACES
029600       MOVE 'VALUE LONGER THAN THE FIELD' TO REJECT-REASON
029700       GO TO 2190-EXIT.
029800     MOVE SPACES TO CM-RECORD.
029900     MOVE MC-CLIENT TO CM-CLIENT.
030000     MOVE 'P' TO CM-STATUS.
030100     MOVE MC-VALUE TO CM-NAME.
030200     MOVE 'M' TO CM-DELIVERY.
030300     MOVE 0 TO CM-TAT-HOURS, CM-ONBOARD-DATE, CM-OFFBOARD-DATE.
030400     MOVE TODAY-DATE TO CM-MAINT-DATE.
030500     MOVE OPERATOR-ID TO CM-MAINT-USER.
030600     WRITE CM-RECORD
030700       INVALID KEY
030800         CONTINUE.
030900     IF CM-FILE-STATUS NOT = '00'
031000       DISPLAY 'BDMS0261 CLNTMSTR WRITE FAILED, ST='
031100               CM-FILE-STATUS ' CLIENT ' CM-CLIENT
031200       MOVE 1 TO IO-FAILED-SW
031300       GO TO 2190-EXIT.
031400     ADD 1 TO ADD-CNT.
031500*    ONCE IT HOLDS A CLIENT THE NEW MASTER IS REOPENED FOR UPDATE
031600     IF MASTER-LOADING
031700       MOVE 0 TO LOAD-MODE-SW
031800       CLOSE CM-FILE
031900       OPEN I-O CM-FILE
032000       IF CM-FILE-STATUS NOT = '00'
032100         DISPLAY 'BDMS0261 CLNTMSTR REOPEN FAILED, ST='
032200                 CM-FILE-STATUS
032300         MOVE 1 TO IO-FAILED-SW.
032400 2190-EXIT.
032500     EXIT.
032600*    ONE FIELD, EDITED AGAINST WHAT THE FIELD CAN HOLD
032700 2200-CHANGE-FIELD.
032800     PERFORM 2250-FIELD-LENGTH.
032900     IF FIELD-LEN = 0
033000       MOVE 'FIELD NOT RECOGNISED' TO REJECT-REASON
033100       GO TO 2290-EXIT.
033200     IF FIELD-LEN < 69
033300       COMPUTE FIELD-END = FIELD-LEN + 1
033400       IF MC-VALUE (FIELD-END:) NOT = SPACES
033500         MOVE 'VALUE LONGER THAN THE FIELD' TO REJECT-REASON
033600         GO TO 2290-EXIT.
033700     IF MC-FIELD = 'NAME'
033800       IF MC-VALUE = SPACES
033900         MOVE 'CLIENT NAME MISSING' TO REJECT-REASON
034000       ELSE
034100         MOVE MC-VALUE TO CM-NAME
034200     ELSE
034300     IF MC-FIELD = 'STAT'
034400       IF MC-VALUE (1:1) NOT = 'P' AND NOT = 'A' AND
034500          NOT = 'S' AND NOT = 'T'
034600         MOVE 'STATUS NOT P, A, S OR T' TO REJECT-REASON
034700       ELSE
034800         PERFORM 2260-SET-STATUS
034900     ELSE
035000     IF MC-FIELD = 'OCNM'
035100       MOVE MC-VALUE TO CM-OPS-NAME
035200     ELSE
035300     IF MC-FIELD = 'OCPH'
035400       MOVE MC-VALUE TO CM-OPS-PHONE
035500     ELSE
035600     IF MC-FIELD = 'OCEM'
035700       MOVE MC-VALUE TO CM-OPS-EMAIL
035800     ELSE
035900     IF MC-FIELD = 'BCNM'
036000       MOVE MC-VALUE TO CM-BILL-NAME
036100     ELSE
036200     IF MC-FIELD = 'BCPH'
036300       MOVE MC-VALUE TO CM-BILL-PHONE
036400     ELSE
036500     IF MC-FIELD = 'BCEM'
036600       MOVE MC-VALUE TO CM-BILL-EMAIL
036700     ELSE
036800     IF MC-FIELD = 'ADR1'
036900       MOVE MC-VALUE TO CM-ADDR-1
037000     ELSE
037100     IF MC-FIELD = 'ADR2'
037200       MOVE MC-VALUE TO CM-ADDR-2
037300     ELSE
037400     IF MC-FIELD = 'CITY'
037500       MOVE MC-VALUE TO CM-CITY
037600     ELSE
037700     IF MC-FIELD = 'STPR'
037800       MOVE MC-VALUE TO CM-STATE
037900     ELSE
038000     IF MC-FIELD = 'ZIP '
038100       MOVE MC-VALUE TO CM-ZIP
038200     ELSE
038300     IF MC-FIELD = 'DLVM'
038400       IF MC-VALUE (1:1) NOT = 'M' AND NOT = 'E' AND NOT = 'X'
038500         MOVE 'DELIVERY NOT M, E OR X' TO REJECT-REASON
038600       ELSE
038700         MOVE MC-VALUE TO CM-DELIVERY
038800     ELSE
038900     IF MC-FIELD = 'DLVD'
039000       MOVE MC-VALUE TO CM-DELIVERY-DEST
039100     ELSE
039200     IF MC-FIELD = 'TATH'
039300       IF MC-VALUE (1:4) NOT NUMERIC
039400         MOVE 'TURNAROUND HOURS NOT 4 DIGITS' TO REJECT-REASON
039500       ELSE
039600         MOVE MC-VALUE (1:4) TO CM-TAT-HOURS
039700     ELSE
039800       MOVE MC-VALUE TO CM-GROUP-ID.
039900     IF REJECT-REASON NOT = SPACES
040000       GO TO 2290-EXIT.
040100*    A CLIENT DELIVERED BY EMAIL OR TRANSMISSION NEEDS SOMEWHERE
040200*    TO DELIVER TO
040300     IF NOT CM-BY-MAIL AND CM-DELIVERY-DEST = SPACES
040400       MOVE 'DELIVERY DESTINATION MISSING' TO REJECT-REASON
040500       GO TO 2290-EXIT.
040600     MOVE TODAY-DATE TO CM-MAINT-DATE.
040700     MOVE OPERATOR-ID TO CM-MAINT-USER.
040800     REWRITE CM-RECORD
040900       INVALID KEY
041000         CONTINUE.
041100     IF CM-FILE-STATUS NOT = '00'
041200       DISPLAY 'BDMS0261 CLNTMSTR REWRITE FAILED, ST='
041300               CM-FILE-STATUS ' CLIENT ' CM-CLIENT
041400       MOVE 1 TO IO-FAILED-SW
041500       GO TO 2290-EXIT.
041600     ADD 1 TO CHANGE-CNT.
041700 2290-EXIT.
041800     EXIT.
041900 2250-FIELD-LENGTH.
042000     MOVE 0 TO FIELD-LEN.
042100     IF MC-FIELD = 'NAME' OR 'ADR1' OR 'ADR2'
042200       MOVE 40 TO FIELD-LEN.
042300     IF MC-FIELD = 'STAT' OR 'DLVM'
042400       MOVE 1 TO FIELD-LEN.
042500     IF MC-FIELD = 'OCNM' OR 'BCNM'
042600       MOVE 30 TO FIELD-LEN.
042700     IF MC-FIELD = 'OCPH' OR 'BCPH'
042800       MOVE 15 TO FIELD-LEN.
042900     IF MC-FIELD = 'OCEM' OR 'BCEM' OR 'DLVD'
043000       MOVE 50 TO FIELD-LEN.
043100     IF MC-FIELD = 'CITY'
043200       MOVE 25 TO FIELD-LEN.
043300     IF MC-FIELD = 'STPR'
043400       MOVE 2 TO FIELD-LEN.
043500     IF MC-FIELD = 'ZIP '
043600       MOVE 10 TO FIELD-LEN.
043700     IF MC-FIELD = 'TATH'
043800       MOVE 4 TO FIELD-LEN.
043900     IF MC-FIELD = 'GRUP'
044000       MOVE 3 TO FIELD-LEN.
044100*    THE STATUS DATES FOLLOW THE STATUS THE WAY CLNTSRV SETS THEM
044200 2260-SET-STATUS.
044300     MOVE MC-VALUE TO CM-STATUS.
044400     IF CM-ACTIVE
044500       MOVE 0 TO CM-OFFBOARD-DATE
044600       IF CM-ONBOARD-DATE = 0
044700         MOVE TODAY-DATE TO CM-ONBOARD-DATE.
044800     IF CM-TERMINATED
044900       MOVE TODAY-DATE TO CM-OFFBOARD-DATE.
045000*    ONLY A CLIENT NOT IN SERVICE LEAVES THE MASTER
045100 2300-DELETE-CLIENT.
045200     MOVE CM-STATUS TO MD-STATUS.
045300     IF NOT CM-PROSPECT AND NOT CM-TERMINATED
045400       MOVE 'CLIENT NOT A PROSPECT OR TERMINATED'
045500         TO REJECT-REASON
045600       GO TO 2390-EXIT.
045700     DELETE CM-FILE
045800       INVALID KEY
045900         CONTINUE.
046000     IF CM-FILE-STATUS NOT = '00'
046100       DISPLAY 'BDMS0261 CLNTMSTR DELETE FAILED, ST='
046200               CM-FILE-STATUS ' CLIENT ' CM-CLIENT
046300       MOVE 1 TO IO-FAILED-SW
046400       GO TO 2390-EXIT.
046500     ADD 1 TO DELETE-CNT.
046600 2390-EXIT.
046700     EXIT.
046800 2900-CARD-READ.
046900     READ CARD-IN-FILE, AT END
047000       MOVE 1 TO CARD-EOF-SW.
047100     IF MORE-CARDS
047200       ADD 1 TO CARD-READ-CNT.
047300******************************************************************
047400***  MAINTENANCE TOTALS AND THE RETURN CODE                    ***
047500******************************************************************
047600 8000-REPORT-TOTALS.
047700     WRITE PRINT FROM BLANK-LINE.
047800     MOVE 'CARDS READ' TO CT-TEXT.
047900     MOVE CARD-READ-CNT TO CT-COUNT.
048000     WRITE PRINT FROM CNT-DET-LINE.
048100     MOVE 'COMMENT CARDS' TO CT-TEXT.
048200     MOVE COMMENT-CNT TO CT-COUNT.
048300     WRITE PRINT FROM CNT-DET-LINE.
048400     MOVE 'CARDS APPLIED' TO CT-TEXT.
048500     MOVE APPLIED-CNT TO CT-COUNT.
048600     WRITE PRINT FROM CNT-DET-LINE.
048700     MOVE '  CLIENTS ADDED' TO CT-TEXT.
048800     MOVE ADD-CNT TO CT-COUNT.
048900     WRITE PRINT FROM CNT-DET-LINE.
049000     MOVE '  FIELDS CHANGED' TO CT-TEXT.
049100     MOVE CHANGE-CNT TO CT-COUNT.
049200     WRITE PRINT FROM CNT-DET-LINE.
049300     MOVE '  CLIENTS DELETED' TO CT-TEXT.
049400     MOVE DELETE-CNT TO CT-COUNT.
049500     WRITE PRINT FROM CNT-DET-LINE.
049600     MOVE 'CARDS REJECTED' TO CT-TEXT.
049700     MOVE REJECTED-CNT TO CT-COUNT.
049800     WRITE PRINT FROM CNT-DET-LINE.
049900     IF MASTER-IO-FAILED
050000       MOVE 16 TO RETURN-CODE
050100     ELSE
050200     IF REJECTED-CNT > 0
050300       MOVE 4 TO RETURN-CODE.
050400 9000-EOJ.
050500     IF NOT RUN-REFUSED
050600       CLOSE CARD-IN-FILE, CM-FILE, PRNTR.
050700     DISPLAY 'BDMS0261 CARDS READ...............' CARD-READ-CNT.
050800     DISPLAY 'BDMS0261 CARDS APPLIED............' APPLIED-CNT.
050900     DISPLAY 'BDMS0261 CARDS REJECTED...........' REJECTED-CNT.
051000     DISPLAY 'BDMS0261 END PROCESSING'.
