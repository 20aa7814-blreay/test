000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0256.
000300******************************************************************
000400***  BDMS0256 - ACCOUNTS RECEIVABLE MONTHLY AGING AND DUNNING. ***
000500***  READS THE RECEIVABLES LEDGER (ARMSTR) IN CLIENT/INVOICE   ***
000600***  ORDER AND PRINTS EACH CLIENT'S OPEN BALANCE AGED BY       ***
000700***  INVOICE DATE - CURRENT (0-30 DAYS), 31-60, 61-90 AND      ***
000800***  OVER 90 - WITH THE AMOUNT IN DISPUTE, ON PRINTR1.         ***
000900***                                                            ***
001000***  A CLIENT WITH ANY OPEN INVOICE PAST ITS DUE DATE IS       ***
001100***  OVERDUE AND GETS A STATEMENT ON THE DUNNING STATEMENT     ***
001200***  FILE (DUNSTMT), PRINT-IMAGE PAGES CLIENT SERVICES MAILS:  ***
001300***  EVERY OPEN INVOICE, WHAT IS PAST DUE, AND A PAY-BY DATE.  ***
001400***  EACH PAST-DUE INVOICE'S DUNNING COUNT IS ADVANCED ON THE  ***
001500***  LEDGER (ONCE PER AS-OF DATE, SO A RERUN DOES NOT COUNT    ***
001600***  TWICE) AND THE HIGHEST COUNT SETS THE NOTICE: FIRST,      ***
001700***  SECOND, THEN FINAL.  INVOICES IN DISPUTE ARE LISTED BUT   ***
001800***  NEVER MAKE A CLIENT OVERDUE.                              ***
001900***                                                            ***
002000***  AGES AND THE PAY-BY DATE COME FROM THE PROCESSING         ***
002100***  CALENDAR (DATESRV).  AN INVOICE DATED BEFORE THE          ***
002200***  CALENDAR BEGINS IS AGED OVER 90 AND COUNTED.              ***
002210***                                                            ***
002220***  EACH STATEMENT IS ADDRESSED FROM THE CLIENT MASTER        ***
002230***  (CLNTSRV): CLIENT NAME, BILLING CONTACT, BILLING ADDRESS  ***
002240***  AND HOW THE CLIENT TAKES ITS STATEMENTS.                  ***
002300***                                                            ***
002400***  RETURN CODE: 0 AGED, 4 INVOICES DATED OFF THE CALENDAR,   ***
002500***  16 RUN REFUSED OR LEDGER I/O FAILURE.                     ***
002600***                                                            ***
002700***  ENVIRONMENT VALUES:                                       ***
002800***    ASOFDATE - AGING DATE, CCYYMMDD (DEFAULT THE CALENDAR   ***
002900***               POSTING DATE)                                ***
003000***    DUNNING  - 'N' AGES ONLY: NO STATEMENTS, LEDGER NOT     ***
003100***               UPDATED (DEFAULT Y)                          ***
003200***    PAYDAYS  - DAYS FROM THE STATEMENT TO THE PAY-BY DATE,  ***
003300***               1-60 (DEFAULT 10)                            ***
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT AR-FILE         ASSIGN TO UT-S-ARMSTR
003900        ORGANIZATION INDEXED
004000        ACCESS MODE IS DYNAMIC
004100        RECORD KEY IS AR-KEY
004200        FILE STATUS IS AR-FILE-STATUS.
004300     SELECT STMT-OUT-FILE   ASSIGN TO UT-S-DUNSTMT
004400        ORGANIZATION LINE SEQUENTIAL.
004500     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
004600        ORGANIZATION LINE SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900*    THE RECEIVABLES LEDGER - ONE RECORD PER CLIENT INVOICE
005000 FD  AR-FILE
005100     LABEL RECORDS ARE STANDARD
005200     DATA RECORD IS AR-RECORD.
005300 01  AR-RECORD.
005400     03  AR-KEY.
005500         05  AR-CLIENT             PIC X(3).
005600         05  AR-INVOICE-NO         PIC X(6).
005700     03  AR-STATUS                 PIC X.
005800         88  AR-OPEN                  VALUE 'O'.
005900         88  AR-PAID                  VALUE 'P'.
006000         88  AR-DISPUTED              VALUE 'D'.
006100     03  AR-INVOICE-DATE           PIC 9(8).
006200     03  AR-DUE-DATE               PIC 9(8).
006300     03  AR-TERMS-DAYS             PIC 9(3).
006400     03  AR-BILLED-CENTS           PIC 9(11).
006500     03  AR-PAID-CENTS             PIC 9(11).
006600     03  AR-ADJ-CENTS              PIC S9(11).
006700     03  AR-BALANCE-CENTS          PIC S9(11).
006800     03  AR-LAST-PAY-DATE          PIC 9(8).
006900     03  AR-LAST-ACT-DATE          PIC 9(8).
007000     03  AR-DUN-CNT                PIC 9(2).
007100     03  AR-LAST-DUN-DATE          PIC 9(8).
007200     03  AR-LOAD-DATE              PIC 9(8).
007300     03  AR-LAST-REF               PIC X(20).
007400     03  FILLER                    PIC X(23).
007500 FD  STMT-OUT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD
007800     BLOCK CONTAINS 0 RECORDS
007900     DATA RECORD IS STMT-LINE.
008000 01  STMT-LINE                     PIC X(132).
008100 FD  PRNTR
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD
008400     BLOCK CONTAINS 0 RECORDS
008500     DATA RECORD IS PRINT.
008600 01  PRINT.
008700     03  PRT                       PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 01  AR-FILE-STATUS              PIC XX VALUE '00'.
009100 01  AR-EOF-SW                   PIC 9 VALUE 0.
009200     88  MORE-AR-RECS               VALUE 0.
009300     88  AR-EOF                     VALUE 1.
009400 01  REFUSED-SW                  PIC 9 VALUE 0.
009500     88  RUN-REFUSED                VALUE 1.
009600 01  IO-FAILED-SW                PIC 9 VALUE 0.
009700     88  LEDGER-IO-FAILED           VALUE 1.
009800 01  DUNNING-ENV                 PIC X VALUE SPACE.
009900 01  DUNNING-SW                  PIC 9 VALUE 1.
010000     88  DUNNING-RUN                VALUE 1.
010100 01  TODAY-DATE                  PIC 9(8).
010200 01  ASOF-DATE-X                 PIC X(8) VALUE SPACES.
010300 01  ASOF-DATE-9 REDEFINES ASOF-DATE-X PIC 9(8).
010400 01  PAYDAYS-X                   PIC X(2) VALUE SPACES.
010500 01  PAY-DAYS                    PIC 9(2) VALUE 10.
010600 01  PAY-BY-DATE                 PIC 9(8) VALUE 0.
010700 01  AGE-DAYS                    PIC S9(5) VALUE 0.
010800 01  PAST-DUE-DAYS               PIC S9(5) VALUE 0.
010900*    DATESRV HANDSHAKE - THE GOVERNED CALENDAR
011000 01  CAL-PARMS.
011100     05  CAL-FUNCTION              PIC X    VALUE SPACE.
011200     05  CAL-IN-DATE               PIC 9(8) VALUE ZEROS.
011300     05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
011400     05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
011500     05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
011600     05  CAL-DAYS                  PIC S9(5) COMP-5 VALUE 0.
011700     05  CAL-TO-DATE               PIC 9(8) VALUE ZEROS.
011702*    CLNTSRV HANDSHAKE - THE CLIENT MASTER
011704 01  CLN-PARMS.
011706     05  CLN-FUNCTION              PIC X    VALUE SPACE.
011708     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
011710     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
011712     05  CLN-RECORD.
011714         10  CLN-CLIENT            PIC X(3).
011716         10  CLN-STATUS            PIC X.
011718         10  CLN-NAME              PIC X(40).
011720         10  FILLER                PIC X(95).
011722         10  CLN-BILL-NAME         PIC X(30).
011724         10  CLN-BILL-PHONE        PIC X(15).
011726         10  CLN-BILL-EMAIL        PIC X(50).
011728         10  CLN-ADDR-1            PIC X(40).
011730         10  CLN-ADDR-2            PIC X(40).
011732         10  CLN-CITY              PIC X(25).
011734         10  CLN-STATE             PIC X(2).
011736         10  CLN-ZIP               PIC X(10).
011738         10  CLN-DELIVERY          PIC X.
011740             88  CLN-BY-EMAIL         VALUE 'E'.
011742             88  CLN-BY-XMIT          VALUE 'X'.
011744         10  CLN-DELIVERY-DEST     PIC X(50).
011746         10  FILLER                PIC X(78).
011800
011900******************************************************************
012000***  THE CURRENT CLIENT: AGING BUCKETS AND THE OPEN INVOICES   ***
012100***  ITS STATEMENT LISTS                                       ***
012200******************************************************************
012300 01  CURRENT-CLIENT              PIC X(3) VALUE LOW-VALUES.
012400 01  CLIENT-AGING.
012500     03  CA-BUCKET  OCCURS 4 TIMES PIC S9(13).
012600     03  CA-TOTAL                PIC S9(13).
012700     03  CA-DISPUTED             PIC S9(13).
012800     03  CA-PAST-DUE             PIC S9(13).
012900 01  GRAND-AGING.
013000     03  GA-BUCKET  OCCURS 4 TIMES PIC S9(13) VALUE 0.
013100     03  GA-TOTAL                PIC S9(13) VALUE 0.
013200     03  GA-DISPUTED             PIC S9(13) VALUE 0.
013300     03  GA-PAST-DUE             PIC S9(13) VALUE 0.
013400 01  BUCKET-IX                   PIC 9(4) COMP-5 VALUE 0.
013500 01  CLIENT-DUN-LEVEL            PIC 9(2) VALUE 0.
013600 01  CLIENT-DISPUTE-SW           PIC 9 VALUE 0.
013700     88  CLIENT-HAS-DISPUTE         VALUE 1.
013800 01  STMT-TBL-MAX                PIC 9(4) COMP-5 VALUE 200.
013900 01  STMT-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
014000 01  STMT-I                      PIC 9(4) COMP-5 VALUE 0.
014100 01  STMT-OVERFLOW-CNT           PIC 9(4) COMP-5 VALUE 0.
014200 01  STMT-TABLE.
014300     03  STMT-ENTRY  OCCURS 200 TIMES.
014400       05  ST-INVOICE-NO         PIC X(6).
014500       05  ST-INVOICE-DATE       PIC 9(8).
014600       05  ST-DUE-DATE           PIC 9(8).
014700       05  ST-PAST-DUE-DAYS      PIC S9(5).
014800       05  ST-BILLED-CENTS       PIC 9(11).
014900       05  ST-PAID-CENTS         PIC 9(11).
015000       05  ST-ADJ-CENTS          PIC S9(11).
015100       05  ST-BALANCE-CENTS      PIC S9(11).
015200       05  ST-NOTE               PIC X(12).
015300
015400 01  AR-READ-CNT                 PIC 9(7) VALUE 0.
015500 01  OPEN-INV-CNT                PIC 9(7) VALUE 0.
015600 01  PAID-INV-CNT                PIC 9(7) VALUE 0.
015700 01  PAST-DUE-INV-CNT            PIC 9(7) VALUE 0.
015800 01  OFF-CAL-CNT                 PIC 9(7) VALUE 0.
015900 01  CLIENT-CNT                  PIC 9(7) VALUE 0.
016000 01  STATEMENT-CNT               PIC 9(7) VALUE 0.
016100
016200******************************************************************
016300***  AGING REPORT LINES                                        ***
016400******************************************************************
016500 01  AGE-HDR1-LINE.
016600     03  FILLER                  PIC X(30)  VALUE SPACES.
016700     03  FILLER                  PIC X(54)  VALUE
016800         'A / R   A G I N G   B Y   C L I E N T'.
016900     03  FILLER                  PIC X(6)   VALUE 'AS OF '.
017000     03  AH-ASOF-DATE            PIC 9(8).
017100     03  FILLER                  PIC X(34)  VALUE SPACES.
017200 01  AGE-HDR2-LINE.
017300     03  FILLER                  PIC X(44)  VALUE
017400         '  CLIENT       CURRENT           31-60'.
017500     03  FILLER                  PIC X(44)  VALUE
017600         '     61-90         OVER 90           TOTAL'.
017700     03  FILLER                  PIC X(44)  VALUE
017800         '    IN DISPUTE        PAST DUE  NOTE'.
017900 01  AGE-DET-LINE.
018000     03  FILLER                  PIC X(2)   VALUE SPACES.
018100     03  AD-CLIENT               PIC X(5).
018200     03  AD-AMOUNT  OCCURS 4 TIMES PIC Z(11)9.99-.
018300     03  FILLER                  PIC X(1)   VALUE SPACES.
018400     03  AD-TOTAL                PIC Z(10)9.99-.
018500     03  FILLER                  PIC X(1)   VALUE SPACES.
018600     03  AD-DISPUTED             PIC Z(10)9.99-.
018700     03  FILLER                  PIC X(1)   VALUE SPACES.
018800     03  AD-PAST-DUE             PIC Z(10)9.99-.
018900     03  FILLER                  PIC X(1)   VALUE SPACES.
019000     03  AD-NOTE                 PIC X(12).
019100 01  CNT-DET-LINE.
019200     03  FILLER                  PIC X(2)   VALUE SPACES.
019300     03  CT-TEXT                 PIC X(40).
019400     03  CT-COUNT                PIC Z(8)9.
019500     03  FILLER                  PIC X(81)  VALUE SPACES.
019600 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
019700
019800******************************************************************
019900***  DUNNING STATEMENT LINES                                   ***
020000******************************************************************
020100 01  STMT-RULE-LINE              PIC X(132) VALUE ALL '='.
020200 01  STMT-TITLE-LINE.
020300     03  FILLER                  PIC X(4)   VALUE SPACES.
020400     03  FILLER                  PIC X(42)  VALUE
020500         'BDMS CLIENT BILLING - STATEMENT OF ACCOUNT'.
020600     03  FILLER                  PIC X(4)   VALUE SPACES.
020700     03  SL-NOTICE               PIC X(30).
020800     03  FILLER                  PIC X(52)  VALUE SPACES.
020900 01  STMT-CLIENT-LINE.
021000     03  FILLER                  PIC X(4)   VALUE SPACES.
021100     03  FILLER                  PIC X(7)   VALUE 'CLIENT '.
021200     03  SC-CLIENT               PIC X(3).
021300     03  FILLER                  PIC X(20)  VALUE
021400         '    STATEMENT DATE '.
021500     03  SC-ASOF-DATE            PIC 9(8).
021600     03  FILLER                  PIC X(19)  VALUE
021700         '    PLEASE PAY BY '.
021800     03  SC-PAY-BY-DATE          PIC 9(8).
021900     03  FILLER                  PIC X(63)  VALUE SPACES.
022000 01  STMT-HDR-LINE.
022100     03  FILLER                  PIC X(44)  VALUE
022200         '    INVOICE    INV DATE   DUE DATE DAYS PAST'.
022300     03  FILLER                  PIC X(44)  VALUE
022400         ' DUE          BILLED            PAID       A'.
022500     03  FILLER                  PIC X(44)  VALUE
022600         'DJUSTED         BALANCE   NOTE'.
022700 01  STMT-DET-LINE.
022800     03  FILLER                  PIC X(4)   VALUE SPACES.
022900     03  SD-INVOICE-NO           PIC X(6).
023000     03  FILLER                  PIC X(5)   VALUE SPACES.
023100     03  SD-INVOICE-DATE         PIC 9(8).
023200     03  FILLER                  PIC X(3)   VALUE SPACES.
023300     03  SD-DUE-DATE             PIC 9(8).
023400     03  FILLER                  PIC X(9)   VALUE SPACES.
023500     03  SD-PAST-DUE-DAYS        PIC Z(4)9.
023600     03  FILLER                  PIC X(2)   VALUE SPACES.
023700     03  SD-BILLED               PIC Z(10)9.99.
023800     03  FILLER                  PIC X(2)   VALUE SPACES.
023900     03  SD-PAID                 PIC Z(10)9.99.
024000     03  FILLER                  PIC X(1)   VALUE SPACES.
024100     03  SD-ADJUSTED             PIC Z(10)9.99-.
024200     03  FILLER                  PIC X(1)   VALUE SPACES.
024300     03  SD-BALANCE              PIC Z(10)9.99-.
024400     03  FILLER                  PIC X(2)   VALUE SPACES.
024500     03  SD-NOTE                 PIC X(12).
024600     03  FILLER                  PIC X(6)   VALUE SPACES.
024700 01  STMT-TOT-LINE.
024800     03  FILLER                  PIC X(4)   VALUE SPACES.
024900     03  SG-TEXT                 PIC X(30).
025000     03  SG-AMOUNT               PIC Z(10)9.99-.
025100     03  FILLER                  PIC X(83)  VALUE SPACES.
025200 01  STMT-MSG-LINE.
025300     03  FILLER                  PIC X(4)   VALUE SPACES.
025400     03  SM-TEXT                 PIC X(70).
025500     03  FILLER                  PIC X(58)  VALUE SPACES.
025600
025700 PROCEDURE DIVISION.
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
026000     IF NOT RUN-REFUSED
026100       PERFORM 2000-AGE-ONE-INVOICE THRU 2090-EXIT
026200         UNTIL AR-EOF OR LEDGER-IO-FAILED
026300       IF CURRENT-CLIENT NOT = LOW-VALUES
026400         PERFORM 3000-END-CLIENT THRU 3090-EXIT
026500       END-IF
026600       PERFORM 8000-REPORT-TOTALS.
026700     PERFORM 9000-EOJ.
026800     EXIT PROGRAM.
026900     STOP RUN.
027000******************************************************************
027100***  RESOLVES THE AS-OF DATE, THE PAY-BY DATE AND THE DUNNING  ***
027200***  SWITCH AND OPENS THE LEDGER                               ***
027300******************************************************************
027400 1000-INITIALIZE.
027500     DISPLAY 'BDMS0256 BEGIN PROCESSING'.
027600     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
027700     DISPLAY 'DUNNING' UPON ENVIRONMENT-NAME.
027800     ACCEPT DUNNING-ENV FROM ENVIRONMENT-VALUE.
027900     IF DUNNING-ENV = 'N'
028000       MOVE 0 TO DUNNING-SW.
028100     DISPLAY 'PAYDAYS' UPON ENVIRONMENT-NAME.
028200     ACCEPT PAYDAYS-X FROM ENVIRONMENT-VALUE.
028300     IF PAYDAYS-X NOT = SPACES
028400       IF PAYDAYS-X (1:1) NUMERIC AND PAYDAYS-X (2:1) = SPACE
028500         MOVE PAYDAYS-X (1:1) TO PAY-DAYS
028600       ELSE
028700       IF PAYDAYS-X NUMERIC
028800         MOVE PAYDAYS-X TO PAY-DAYS
028900       ELSE
029000         MOVE 0 TO PAY-DAYS.
029100     IF PAY-DAYS < 1 OR PAY-DAYS > 60
029200       DISPLAY 'BDMS0256 PAYDAYS <' PAYDAYS-X
029300               '> NOT 1-60 DAYS - RUN REFUSED'
029400       MOVE 16 TO RETURN-CODE
029500       MOVE 1 TO REFUSED-SW
029600       GO TO 1090-EXIT.
029700*    WITHOUT A HAND-SET ASOFDATE THE PROCESSING CALENDAR'S
029800*    POSTING DATE IS THE AGING DATE
029900     DISPLAY 'ASOFDATE' UPON ENVIRONMENT-NAME.
030000     ACCEPT ASOF-DATE-X FROM ENVIRONMENT-VALUE.
030100     IF ASOF-DATE-X = SPACES
030200       MOVE 'P' TO CAL-FUNCTION
030300       MOVE 0 TO CAL-IN-DATE
030400       CALL 'DATESRV' USING CAL-PARMS
030500       IF CAL-RC = 0
030600         MOVE CAL-OUT-DATE TO ASOF-DATE-9
030700       ELSE
030800         MOVE TODAY-DATE TO ASOF-DATE-9.
030900     IF ASOF-DATE-X NOT NUMERIC
031000       DISPLAY 'BDMS0256 ASOFDATE <' ASOF-DATE-X
031100               '> NOT CCYYMMDD - RUN REFUSED'
031200       MOVE 16 TO RETURN-CODE
031300       MOVE 1 TO REFUSED-SW
031400       GO TO 1090-EXIT.
031500*    THE AGES ARE COUNTED ALONG THE CALENDAR, SO THE AS-OF
031600*    DATE AND THE PAY-BY DATE MUST BOTH BE ON IT
031700     MOVE 'D' TO CAL-FUNCTION.
031800     MOVE ASOF-DATE-9 TO CAL-IN-DATE.
031900     MOVE PAY-DAYS TO CAL-DAYS.
032000     CALL 'DATESRV' USING CAL-PARMS.
032100     IF CAL-RC NOT = 0
032200       DISPLAY 'BDMS0256 NO PAY-BY DATE FROM THE CALENDAR FOR '
032300               ASOF-DATE-X ' PLUS ' PAY-DAYS ' DAYS, RC='
032400               CAL-RC ' - RUN REFUSED'
032500       MOVE 16 TO RETURN-CODE
032600       MOVE 1 TO REFUSED-SW
032700       GO TO 1090-EXIT.
032800     MOVE CAL-OUT-DATE TO PAY-BY-DATE.
032900     IF DUNNING-RUN
033000       OPEN I-O AR-FILE
033100     ELSE
033200       OPEN INPUT AR-FILE.
033300     IF AR-FILE-STATUS NOT = '00'
033400       DISPLAY 'BDMS0256 ARMSTR OPEN FAILED, ST=' AR-FILE-STATUS
033500               ' - RUN REFUSED'
033600       MOVE 16 TO RETURN-CODE
033700       MOVE 1 TO REFUSED-SW
033800       GO TO 1090-EXIT.
033900     OPEN OUTPUT STMT-OUT-FILE, PRNTR.
034000     MOVE ASOF-DATE-9 TO AH-ASOF-DATE.
034100     WRITE PRINT FROM AGE-HDR1-LINE.
034200     WRITE PRINT FROM AGE-HDR2-LINE.
034300     WRITE PRINT FROM BLANK-LINE.
034400     MOVE 0 TO GA-BUCKET (1), GA-BUCKET (2), GA-BUCKET (3),
034500               GA-BUCKET (4).
034600     DISPLAY 'BDMS0256 AS OF ' ASOF-DATE-X ' PAY BY '
034700             PAY-BY-DATE ' DUNNING ' DUNNING-SW.
034800     PERFORM 2900-AR-READ.
034900 1090-EXIT.
035000     EXIT.
035100******************************************************************
035200***  ONE LEDGER RECORD: AGED INTO ITS CLIENT'S BUCKETS, AND    ***
035300***  DUNNED WHEN PAST DUE                                      ***
035400******************************************************************
035500 2000-AGE-ONE-INVOICE.
035600     IF AR-CLIENT NOT = CURRENT-CLIENT
035700       IF CURRENT-CLIENT NOT = LOW-VALUES
035800         PERFORM 3000-END-CLIENT THRU 3090-EXIT
035900       END-IF
036000       PERFORM 2050-START-CLIENT.
036100     IF AR-PAID OR AR-BALANCE-CENTS = 0
036200       ADD 1 TO PAID-INV-CNT
036300       GO TO 2090-EXIT.
036400     ADD 1 TO OPEN-INV-CNT.
036500     MOVE 'A' TO CAL-FUNCTION.
036600     MOVE AR-INVOICE-DATE TO CAL-IN-DATE.
036700     MOVE ASOF-DATE-9 TO CAL-TO-DATE.
036800     CALL 'DATESRV' USING CAL-PARMS.
036900     IF CAL-RC = 0
037000       MOVE CAL-DAYS TO AGE-DAYS
037100     ELSE
037200       ADD 1 TO OFF-CAL-CNT
037300       IF AR-INVOICE-DATE < ASOF-DATE-9
037400         MOVE 999 TO AGE-DAYS
037500       ELSE
037600         MOVE 0 TO AGE-DAYS.
037700     IF AGE-DAYS NOT > 30
037800       MOVE 1 TO BUCKET-IX
037900     ELSE
038000     IF AGE-DAYS NOT > 60
038100       MOVE 2 TO BUCKET-IX
038200     ELSE
038300     IF AGE-DAYS NOT > 90
038400       MOVE 3 TO BUCKET-IX
038500     ELSE
038600       MOVE 4 TO BUCKET-IX.
038700     ADD AR-BALANCE-CENTS TO CA-BUCKET (BUCKET-IX), CA-TOTAL.
038800     MOVE 0 TO PAST-DUE-DAYS.
038900     IF AR-DISPUTED
039000       ADD AR-BALANCE-CENTS TO CA-DISPUTED
039100       MOVE 1 TO CLIENT-DISPUTE-SW
039200     ELSE
039300     IF AR-DUE-DATE < ASOF-DATE-9
039400       PERFORM 2100-PAST-DUE THRU 2190-EXIT.
039500     PERFORM 2500-SAVE-FOR-STATEMENT.
039600 2090-EXIT.
039700     PERFORM 2900-AR-READ.
039800 2050-START-CLIENT.
039900     MOVE AR-CLIENT TO CURRENT-CLIENT.
040000     MOVE 0 TO CA-BUCKET (1), CA-BUCKET (2), CA-BUCKET (3),
040100               CA-BUCKET (4), CA-TOTAL, CA-DISPUTED, CA-PAST-DUE.
040200     MOVE 0 TO CLIENT-DUN-LEVEL, CLIENT-DISPUTE-SW,
040300               STMT-TBL-CNT, STMT-OVERFLOW-CNT.
040400*    A PAST-DUE INVOICE: ITS DAYS PAST DUE, AND ON A DUNNING RUN
040500*    ITS DUNNING COUNT, ONCE PER AS-OF DATE
040600 2100-PAST-DUE.
040700     ADD 1 TO PAST-DUE-INV-CNT.
040800     ADD AR-BALANCE-CENTS TO CA-PAST-DUE.
040900     MOVE 'A' TO CAL-FUNCTION.
041000     MOVE AR-DUE-DATE TO CAL-IN-DATE.
041100     MOVE ASOF-DATE-9 TO CAL-TO-DATE.
041200     CALL 'DATESRV' USING CAL-PARMS.
041300     IF CAL-RC = 0
041400       MOVE CAL-DAYS TO PAST-DUE-DAYS
041500     ELSE
041600       MOVE 999 TO PAST-DUE-DAYS.
041700     IF NOT DUNNING-RUN
041800       IF AR-DUN-CNT + 1 > CLIENT-DUN-LEVEL
041900         COMPUTE CLIENT-DUN-LEVEL = AR-DUN-CNT + 1
042000       END-IF
042100       GO TO 2190-EXIT.
042200     IF AR-LAST-DUN-DATE NOT = ASOF-DATE-9
042300       IF AR-DUN-CNT < 99
042400         ADD 1 TO AR-DUN-CNT
042500       END-IF
042600       MOVE ASOF-DATE-9 TO AR-LAST-DUN-DATE
042700       REWRITE AR-RECORD
042800         INVALID KEY
042900           CONTINUE
043000       END-REWRITE
043100       IF AR-FILE-STATUS NOT = '00'
043200         DISPLAY 'BDMS0256 ARMSTR REWRITE FAILED, ST='
043300                 AR-FILE-STATUS ' KEY ' AR-KEY
043400         MOVE 1 TO IO-FAILED-SW
043500         GO TO 2190-EXIT.
043600     IF AR-DUN-CNT > CLIENT-DUN-LEVEL
043700       MOVE AR-DUN-CNT TO CLIENT-DUN-LEVEL.
043800 2190-EXIT.
043900     EXIT.
044000 2500-SAVE-FOR-STATEMENT.
044100     IF STMT-TBL-CNT NOT < STMT-TBL-MAX
044200       ADD 1 TO STMT-OVERFLOW-CNT
044300     ELSE
044400       ADD 1 TO STMT-TBL-CNT
044500       MOVE AR-INVOICE-NO    TO ST-INVOICE-NO (STMT-TBL-CNT)
044600       MOVE AR-INVOICE-DATE  TO ST-INVOICE-DATE (STMT-TBL-CNT)
044700       MOVE AR-DUE-DATE      TO ST-DUE-DATE (STMT-TBL-CNT)
044800       MOVE PAST-DUE-DAYS    TO ST-PAST-DUE-DAYS (STMT-TBL-CNT)
044900       MOVE AR-BILLED-CENTS  TO ST-BILLED-CENTS (STMT-TBL-CNT)
045000       MOVE AR-PAID-CENTS    TO ST-PAID-CENTS (STMT-TBL-CNT)
045100       MOVE AR-ADJ-CENTS     TO ST-ADJ-CENTS (STMT-TBL-CNT)
045200       MOVE AR-BALANCE-CENTS TO ST-BALANCE-CENTS (STMT-TBL-CNT)
045300       IF AR-DISPUTED
045400         MOVE 'IN DISPUTE' TO ST-NOTE (STMT-TBL-CNT)
045500       ELSE
045600       IF PAST-DUE-DAYS > 0
045700         MOVE 'PAST DUE' TO ST-NOTE (STMT-TBL-CNT)
045800       ELSE
045900         MOVE SPACES TO ST-NOTE (STMT-TBL-CNT).
046000 2900-AR-READ.
046100     READ AR-FILE NEXT RECORD, AT END
046200       MOVE 1 TO AR-EOF-SW.
046300     IF MORE-AR-RECS
046400       IF AR-FILE-STATUS NOT = '00'
046500         DISPLAY 'BDMS0256 ARMSTR READ FAILED, ST='
046600                 AR-FILE-STATUS
046700         MOVE 1 TO IO-FAILED-SW
046800       ELSE
046900         ADD 1 TO AR-READ-CNT.
047000******************************************************************
047100***  CLIENT BREAK: THE AGING LINE, AND THE STATEMENT WHEN THE  ***
047200***  CLIENT HAS ANYTHING PAST DUE                              ***
047300******************************************************************
047400 3000-END-CLIENT.
047500     IF CA-TOTAL = 0
047600       GO TO 3090-EXIT.
047700     ADD 1 TO CLIENT-CNT.
047800     MOVE CURRENT-CLIENT TO AD-CLIENT.
047900     MOVE 1 TO BUCKET-IX.
048000     PERFORM 3100-MOVE-CLIENT-BUCKET UNTIL BUCKET-IX > 4.
048100     COMPUTE AD-TOTAL = CA-TOTAL / 100.
048200     COMPUTE AD-DISPUTED = CA-DISPUTED / 100.
048300     COMPUTE AD-PAST-DUE = CA-PAST-DUE / 100.
048400     MOVE SPACES TO AD-NOTE.
048500     IF CA-PAST-DUE > 0
048600       IF DUNNING-RUN
048700         MOVE 'DUNNED' TO AD-NOTE
048800       ELSE
048900         MOVE 'OVERDUE' TO AD-NOTE.
049000     WRITE PRINT FROM AGE-DET-LINE.
049100     IF CA-PAST-DUE > 0 AND DUNNING-RUN
049200       PERFORM 3500-WRITE-STATEMENT.
049300 3090-EXIT.
049400     MOVE 1 TO BUCKET-IX.
049500     PERFORM 3150-ADD-GRAND-BUCKET UNTIL BUCKET-IX > 4.
049600     ADD CA-TOTAL    TO GA-TOTAL.
049700     ADD CA-DISPUTED TO GA-DISPUTED.
049800     ADD CA-PAST-DUE TO GA-PAST-DUE.
049900 3100-MOVE-CLIENT-BUCKET.
050000     COMPUTE AD-AMOUNT (BUCKET-IX) = CA-BUCKET (BUCKET-IX) / 100.
050100     ADD 1 TO BUCKET-IX.
050200 3150-ADD-GRAND-BUCKET.
050300     ADD CA-BUCKET (BUCKET-IX) TO GA-BUCKET (BUCKET-IX).
050400     ADD 1 TO BUCKET-IX.
050500*    ONE CLIENT'S STATEMENT: EVERY OPEN INVOICE, THE TOTAL AND
050600*    WHAT IS PAST DUE NOW, AND THE PAY-BY DATE
050700 3500-WRITE-STATEMENT.
050800     ADD 1 TO STATEMENT-CNT.
050900     IF CLIENT-DUN-LEVEL NOT > 1
051000       MOVE 'PAST DUE NOTICE' TO SL-NOTICE
051100     ELSE
051200     IF CLIENT-DUN-LEVEL = 2
051300       MOVE 'SECOND NOTICE' TO SL-NOTICE
051400     ELSE
051500       MOVE 'FINAL NOTICE' TO SL-NOTICE.
051600     MOVE CURRENT-CLIENT TO SC-CLIENT.
051700     MOVE ASOF-DATE-9    TO SC-ASOF-DATE.
051800     MOVE PAY-BY-DATE    TO SC-PAY-BY-DATE.
051900     WRITE STMT-LINE FROM STMT-RULE-LINE.
052000     WRITE STMT-LINE FROM STMT-TITLE-LINE.
052100     WRITE STMT-LINE FROM BLANK-LINE.
052200     WRITE STMT-LINE FROM STMT-CLIENT-LINE.
052210     PERFORM 3550-STATEMENT-ADDRESS.
052300     WRITE STMT-LINE FROM BLANK-LINE.
052400     WRITE STMT-LINE FROM STMT-HDR-LINE.
052500     MOVE 1 TO STMT-I.
052600     PERFORM 3600-STATEMENT-INVOICE UNTIL STMT-I > STMT-TBL-CNT.
052700     IF STMT-OVERFLOW-CNT > 0
052800       MOVE 'FURTHER OPEN INVOICES ARE INCLUDED IN THE TOTAL'
052900         TO SM-TEXT
053000       WRITE STMT-LINE FROM STMT-MSG-LINE.
053100     WRITE STMT-LINE FROM BLANK-LINE.
053200     MOVE 'TOTAL BALANCE' TO SG-TEXT.
053300     COMPUTE SG-AMOUNT = CA-TOTAL / 100.
053400     WRITE STMT-LINE FROM STMT-TOT-LINE.
053500     MOVE 'PAST DUE NOW' TO SG-TEXT.
053600     COMPUTE SG-AMOUNT = CA-PAST-DUE / 100.
053700     WRITE STMT-LINE FROM STMT-TOT-LINE.
053800     IF CLIENT-HAS-DISPUTE
053900       MOVE 'INVOICES IN DISPUTE ARE NOT DUE UNTIL RESOLVED'
054000         TO SM-TEXT
054100       WRITE STMT-LINE FROM STMT-MSG-LINE.
054200     WRITE STMT-LINE FROM BLANK-LINE.
054202*    THE ADDRESS BLOCK FROM THE CLIENT MASTER; A CLIENT NOT ON
054204*    THE MASTER IS LEFT FOR CLIENT SERVICES TO ADDRESS
054206 3550-STATEMENT-ADDRESS.
054208     MOVE 'R' TO CLN-FUNCTION.
054210     MOVE CURRENT-CLIENT TO CLN-CLIENT.
054212     CALL 'CLNTSRV' USING CLN-PARMS.
054214     IF CLN-RC NOT = 0
054216       MOVE 'NOT ON THE CLIENT MASTER - ADDRESS BY HAND'
054218         TO SM-TEXT
054220       WRITE STMT-LINE FROM STMT-MSG-LINE
054222     ELSE
054224       PERFORM 3560-ADDRESS-LINES.
054226 3560-ADDRESS-LINES.
054228     MOVE CLN-NAME TO SM-TEXT.
054230     WRITE STMT-LINE FROM STMT-MSG-LINE.
054232     IF CLN-BILL-NAME NOT = SPACES
054234       MOVE SPACES TO SM-TEXT
054236       STRING 'ATTN: ' CLN-BILL-NAME DELIMITED BY SIZE
054238         INTO SM-TEXT
054240       WRITE STMT-LINE FROM STMT-MSG-LINE.
054242     IF CLN-ADDR-1 NOT = SPACES
054244       MOVE CLN-ADDR-1 TO SM-TEXT
054246       WRITE STMT-LINE FROM STMT-MSG-LINE.
054248     IF CLN-ADDR-2 NOT = SPACES
054250       MOVE CLN-ADDR-2 TO SM-TEXT
054252       WRITE STMT-LINE FROM STMT-MSG-LINE.
054254     MOVE SPACES TO SM-TEXT.
054256     STRING CLN-CITY  DELIMITED BY '  '
054258            ' '       DELIMITED BY SIZE
054260            CLN-STATE DELIMITED BY SIZE
054262            '  '      DELIMITED BY SIZE
054264            CLN-ZIP   DELIMITED BY SIZE
054266       INTO SM-TEXT.
054268     WRITE STMT-LINE FROM STMT-MSG-LINE.
054270     MOVE SPACES TO SM-TEXT.
054272     IF CLN-BY-EMAIL
054274       STRING 'SEND BY EMAIL TO ' CLN-DELIVERY-DEST
054276         DELIMITED BY SIZE INTO SM-TEXT
054278       WRITE STMT-LINE FROM STMT-MSG-LINE
054280     ELSE
054282     IF CLN-BY-XMIT
054284       STRING 'SEND BY TRANSMISSION TO ' CLN-DELIVERY-DEST
054286         DELIMITED BY SIZE INTO SM-TEXT
054288       WRITE STMT-LINE FROM STMT-MSG-LINE.
054300 3600-STATEMENT-INVOICE.
054400     MOVE ST-INVOICE-NO (STMT-I)   TO SD-INVOICE-NO.
054500     MOVE ST-INVOICE-DATE (STMT-I) TO SD-INVOICE-DATE.
054600     MOVE ST-DUE-DATE (STMT-I)     TO SD-DUE-DATE.
054700     MOVE ST-PAST-DUE-DAYS (STMT-I) TO SD-PAST-DUE-DAYS.
054800     COMPUTE SD-BILLED   = ST-BILLED-CENTS (STMT-I) / 100.
054900     COMPUTE SD-PAID     = ST-PAID-CENTS (STMT-I) / 100.
055000     COMPUTE SD-ADJUSTED = ST-ADJ-CENTS (STMT-I) / 100.
055100     COMPUTE SD-BALANCE  = ST-BALANCE-CENTS (STMT-I) / 100.
055200     MOVE ST-NOTE (STMT-I)         TO SD-NOTE.
055300     WRITE STMT-LINE FROM STMT-DET-LINE.
055400     ADD 1 TO STMT-I.
055500******************************************************************
055600***  GRAND TOTALS AND THE RETURN CODE                          ***
055700******************************************************************
055800 8000-REPORT-TOTALS.
055900     WRITE PRINT FROM BLANK-LINE.
056000     MOVE 'TOTAL' TO AD-CLIENT.
056100     MOVE 1 TO BUCKET-IX.
056200     PERFORM 8100-MOVE-GRAND-BUCKET UNTIL BUCKET-IX > 4.
056300     COMPUTE AD-TOTAL = GA-TOTAL / 100.
056400     COMPUTE AD-DISPUTED = GA-DISPUTED / 100.
056500     COMPUTE AD-PAST-DUE = GA-PAST-DUE / 100.
056600     MOVE SPACES TO AD-NOTE.
056700     WRITE PRINT FROM AGE-DET-LINE.
056800     WRITE PRINT FROM BLANK-LINE.
056900     MOVE 'LEDGER RECORDS READ' TO CT-TEXT.
057000     MOVE AR-READ-CNT TO CT-COUNT.
057100     WRITE PRINT FROM CNT-DET-LINE.
057200     MOVE 'OPEN INVOICES AGED' TO CT-TEXT.
057300     MOVE OPEN-INV-CNT TO CT-COUNT.
057400     WRITE PRINT FROM CNT-DET-LINE.
057500     MOVE 'PAID INVOICES' TO CT-TEXT.
057600     MOVE PAID-INV-CNT TO CT-COUNT.
057700     WRITE PRINT FROM CNT-DET-LINE.
057800     MOVE 'PAST-DUE INVOICES' TO CT-TEXT.
057900     MOVE PAST-DUE-INV-CNT TO CT-COUNT.
058000     WRITE PRINT FROM CNT-DET-LINE.
058100     MOVE 'CLIENTS WITH AN OPEN BALANCE' TO CT-TEXT.
058200     MOVE CLIENT-CNT TO CT-COUNT.
058300     WRITE PRINT FROM CNT-DET-LINE.
058400     MOVE 'DUNNING STATEMENTS WRITTEN' TO CT-TEXT.
058500     MOVE STATEMENT-CNT TO CT-COUNT.
058600     WRITE PRINT FROM CNT-DET-LINE.
058700     MOVE 'INVOICES DATED OFF THE CALENDAR' TO CT-TEXT.
058800     MOVE OFF-CAL-CNT TO CT-COUNT.
058900     WRITE PRINT FROM CNT-DET-LINE.
059000     IF LEDGER-IO-FAILED
059100       MOVE 16 TO RETURN-CODE
059200     ELSE
059300     IF OFF-CAL-CNT > 0
059400       MOVE 4 TO RETURN-CODE.
059500 8100-MOVE-GRAND-BUCKET.
059600     COMPUTE AD-AMOUNT (BUCKET-IX) = GA-BUCKET (BUCKET-IX) / 100.
059700     ADD 1 TO BUCKET-IX.
059800 9000-EOJ.
059900     IF NOT RUN-REFUSED
060000       CLOSE AR-FILE, STMT-OUT-FILE, PRNTR.
060100     DISPLAY 'BDMS0256 LEDGER RECORDS READ......' AR-READ-CNT.
060200     DISPLAY 'BDMS0256 OPEN INVOICES AGED.......' OPEN-INV-CNT.
060300     DISPLAY 'BDMS0256 DUNNING STATEMENTS.......' STATEMENT-CNT.
060400     DISPLAY 'BDMS0256 END PROCESSING'.
