000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0254.
000300******************************************************************
000400***  BDMS0254 - ACCOUNTS RECEIVABLE LEDGER LOAD.  EACH MONTH'S ***
000500***  BDMS0225 INVOICE INTERFACE FILE (INVOICE) IS LOADED INTO  ***
000600***  THE RECEIVABLES LEDGER (ARMSTR), A KSDS KEYED BY CLIENT   ***
000700***  AND INVOICE NUMBER.  THE INVOICE NUMBER IS THE BILLING    ***
000800***  MONTH (CCYYMM), BDMS0225 BILLING EACH CLIENT ONCE A       ***
000900***  MONTH.  EVERY INVOICE OPENS WITH ITS BILLED AMOUNT AS THE ***
001000***  BALANCE AND A DUE DATE THE PROCESSING CALENDAR (DATESRV)  ***
001100***  SETS: THE INVOICE DATE PLUS THE PAYMENT TERMS, MOVED TO   ***
001200***  THE NEXT BUSINESS DAY.  PAYMENTS AND ADJUSTMENTS ARE      ***
001300***  POSTED BY BDMS0255; BDMS0256 AGES THE LEDGER AND WRITES   ***
001400***  THE DUNNING STATEMENTS.                                   ***
001500***                                                            ***
001600***  AN INVOICE ALREADY ON THE LEDGER IS LEFT AS IT IS AND     ***
001700***  LISTED, SO A RERUN CANNOT RESET A BALANCE.  A ZERO        ***
001800***  INVOICE IS LISTED AND NOT LOADED.                         ***
001900***                                                            ***
002000***  RETURN CODE: 0 LOADED, 4 INVOICES LISTED AS NOT LOADED,   ***
002100***  16 RUN REFUSED OR LEDGER I/O FAILURE.                     ***
002200***                                                            ***
002300***  ENVIRONMENT VALUES:                                       ***
002400***    INVDATE - INVOICE DATE, CCYYMMDD (DEFAULT THE CALENDAR  ***
002500***              POSTING DATE)                                 ***
002600***    TERMS   - PAYMENT TERMS IN DAYS, 1-180 (DEFAULT 30)     ***
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT INVOICE-IN-FILE ASSIGN TO UT-S-INVOICE
003200        ORGANIZATION LINE SEQUENTIAL.
003300     SELECT AR-FILE         ASSIGN TO UT-S-ARMSTR
003400        ORGANIZATION INDEXED
003500        ACCESS MODE IS DYNAMIC
003600        RECORD KEY IS AR-KEY
003700        FILE STATUS IS AR-FILE-STATUS.
003800     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
003900        ORGANIZATION LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  INVOICE-IN-FILE
004300     RECORDING MODE IS F
004400     LABEL RECORDS ARE STANDARD
004500     BLOCK CONTAINS 0 RECORDS
004600     DATA RECORD IS INVOICE-RECORD.
004700 01  INVOICE-RECORD.
004800     03  IV-CLIENT                 PIC X(3).
004900     03  IV-BILL-MONTH             PIC X(6).
005000     03  IV-CNT-TC  OCCURS 4 TIMES PIC 9(7).
005100     03  IV-AMT-TC  OCCURS 4 TIMES PIC 9(9).
005200     03  IV-GROSS-CENTS            PIC 9(11).
005300     03  IV-MIN-APPLIED            PIC X.
005400     03  IV-BILLED-CENTS           PIC 9(11).
005410*    BILL-TO, DELIVERY AND BILLING CONTACT FROM THE CLIENT MASTER
005420     03  FILLER                    PIC X(288).
005500*    THE RECEIVABLES LEDGER - ONE RECORD PER CLIENT INVOICE
005600 FD  AR-FILE
005700     LABEL RECORDS ARE STANDARD
005800     DATA RECORD IS AR-RECORD.
005900 01  AR-RECORD.
006000     03  AR-KEY.
006100         05  AR-CLIENT             PIC X(3).
006200         05  AR-INVOICE-NO         PIC X(6).
006300     03  AR-STATUS                 PIC X.
006400         88  AR-OPEN                  VALUE 'O'.
006500         88  AR-PAID                  VALUE 'P'.
006600         88  AR-DISPUTED              VALUE 'D'.
006700     03  AR-INVOICE-DATE           PIC 9(8).
006800     03  AR-DUE-DATE               PIC 9(8).
006900     03  AR-TERMS-DAYS             PIC 9(3).
007000     03  AR-BILLED-CENTS           PIC 9(11).
007100     03  AR-PAID-CENTS             PIC 9(11).
007200     03  AR-ADJ-CENTS              PIC S9(11).
007300     03  AR-BALANCE-CENTS          PIC S9(11).
007400     03  AR-LAST-PAY-DATE          PIC 9(8).
007500     03  AR-LAST-ACT-DATE          PIC 9(8).
007600     03  AR-DUN-CNT                PIC 9(2).
007700     03  AR-LAST-DUN-DATE          PIC 9(8).
007800     03  AR-LOAD-DATE              PIC 9(8).
007900     03  AR-LAST-REF               PIC X(20).
008000     03  FILLER                    PIC X(23).
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
009100 01  INVOICE-EOF-SW              PIC 9 VALUE 0.
009200     88  MORE-INVOICE-RECS          VALUE 0.
009300     88  INVOICE-EOF                VALUE 1.
009400 01  REFUSED-SW                  PIC 9 VALUE 0.
009500     88  RUN-REFUSED                VALUE 1.
009600 01  IO-FAILED-SW                PIC 9 VALUE 0.
009700     88  LEDGER-IO-FAILED           VALUE 1.
009800 01  TODAY-DATE                  PIC 9(8).
009900 01  INV-DATE-X                  PIC X(8) VALUE SPACES.
010000 01  INV-DATE-9 REDEFINES INV-DATE-X PIC 9(8).
010100 01  TERMS-X                     PIC X(3) VALUE SPACES.
010200 01  TERMS-DAYS                  PIC 9(3) VALUE 30.
010300 01  DUE-DATE                    PIC 9(8) VALUE 0.
010400*    DATESRV HANDSHAKE - THE GOVERNED CALENDAR
010500 01  CAL-PARMS.
010600     05  CAL-FUNCTION              PIC X    VALUE SPACE.
010700     05  CAL-IN-DATE               PIC 9(8) VALUE ZEROS.
010800     05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
010900     05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
011000     05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
011100     05  CAL-DAYS                  PIC S9(5) COMP-5 VALUE 0.
011200     05  CAL-TO-DATE               PIC 9(8) VALUE ZEROS.
011300
011400 01  INVOICE-READ-CNT            PIC 9(7) VALUE 0.
011500 01  LOADED-CNT                  PIC 9(7) VALUE 0.
011600 01  ON-FILE-CNT                 PIC 9(7) VALUE 0.
011700 01  ZERO-CNT                    PIC 9(7) VALUE 0.
011800 01  BAD-CNT                     PIC 9(7) VALUE 0.
011900 01  LOADED-CENTS                PIC 9(13) VALUE 0.
012000
012100******************************************************************
012200***  LOAD REGISTER LINES                                       ***
012300******************************************************************
012400 01  LOAD-HDR1-LINE.
012500     03  FILLER                  PIC X(30)  VALUE SPACES.
012600     03  FILLER                  PIC X(52)  VALUE
012700         'A / R   L E D G E R   L O A D   R E G I S T E R'.
012800     03  FILLER                  PIC X(14)  VALUE
012900         'INVOICE DATE '.
013000     03  LH-INV-DATE             PIC 9(8).
013100     03  FILLER                  PIC X(7)   VALUE '  DUE '.
013200     03  LH-DUE-DATE             PIC 9(8).
013300     03  FILLER                  PIC X(13)  VALUE SPACES.
013400 01  LOAD-HDR2-LINE.
013500     03  FILLER                  PIC X(48)  VALUE
013600         ' CLIENT  INVOICE          BILLED  NOTE'.
013700     03  FILLER                  PIC X(84)  VALUE SPACES.
013800 01  LOAD-DET-LINE.
013900     03  FILLER                  PIC X(2)   VALUE SPACES.
014000     03  LD-CLIENT               PIC X(3).
014100     03  FILLER                  PIC X(4)   VALUE SPACES.
014200     03  LD-INVOICE-NO           PIC X(6).
014300     03  FILLER                  PIC X(2)   VALUE SPACES.
014400     03  LD-BILLED               PIC Z(9)9.99.
014500     03  FILLER                  PIC X(2)   VALUE SPACES.
014600     03  LD-NOTE                 PIC X(40).
014700     03  FILLER                  PIC X(60)  VALUE SPACES.
014800 01  CNT-DET-LINE.
014900     03  FILLER                  PIC X(2)   VALUE SPACES.
015000     03  CT-TEXT                 PIC X(40).
015100     03  CT-COUNT                PIC Z(8)9.
015200     03  FILLER                  PIC X(81)  VALUE SPACES.
015300 01  AMT-DET-LINE.
015400     03  FILLER                  PIC X(2)   VALUE SPACES.
015500     03  AT-TEXT                 PIC X(40).
015600     03  AT-AMOUNT               PIC Z(10)9.99.
015700     03  FILLER                  PIC X(76)  VALUE SPACES.
015800 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
015900
016000 PROCEDURE DIVISION.
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
016300     IF NOT RUN-REFUSED
016400       PERFORM 2000-LOAD-ONE-INVOICE THRU 2090-EXIT
016500         UNTIL INVOICE-EOF OR LEDGER-IO-FAILED
016600       PERFORM 8000-REPORT-TOTALS.
016700     PERFORM 9000-EOJ.
016800     EXIT PROGRAM.
016900     STOP RUN.
017000******************************************************************
017100***  RESOLVES THE INVOICE DATE, TERMS AND DUE DATE AND OPENS   ***
017200***  THE LEDGER                                                ***
017300******************************************************************
017400 1000-INITIALIZE.
017500     DISPLAY 'BDMS0254 BEGIN PROCESSING'.
017600     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
017700     DISPLAY 'TERMS' UPON ENVIRONMENT-NAME.
017800     ACCEPT TERMS-X FROM ENVIRONMENT-VALUE.
017900     IF TERMS-X NOT = SPACES
018000       IF TERMS-X (1:1) NUMERIC AND TERMS-X (2:2) = SPACES
018100         MOVE TERMS-X (1:1) TO TERMS-DAYS
018200       ELSE
018300       IF TERMS-X (1:2) NUMERIC AND TERMS-X (3:1) = SPACE
018400         MOVE TERMS-X (1:2) TO TERMS-DAYS
018500       ELSE
018600       IF TERMS-X NUMERIC
018700         MOVE TERMS-X TO TERMS-DAYS
018800       ELSE
018900         MOVE 0 TO TERMS-DAYS.
019000     IF TERMS-DAYS < 1 OR TERMS-DAYS > 180
019100       DISPLAY 'BDMS0254 TERMS <' TERMS-X
019200               '> NOT 1-180 DAYS - RUN REFUSED'
019300       MOVE 16 TO RETURN-CODE
019400       MOVE 1 TO REFUSED-SW
019500       GO TO 1090-EXIT.
019600*    WITHOUT A HAND-SET INVDATE THE PROCESSING CALENDAR'S
019700*    POSTING DATE IS THE INVOICE DATE
019800     DISPLAY 'INVDATE' UPON ENVIRONMENT-NAME.
019900     ACCEPT INV-DATE-X FROM ENVIRONMENT-VALUE.
020000     IF INV-DATE-X = SPACES
020100       MOVE 'P' TO CAL-FUNCTION
020200       MOVE 0 TO CAL-IN-DATE
020300       CALL 'DATESRV' USING CAL-PARMS
020400       IF CAL-RC = 0
020500         MOVE CAL-OUT-DATE TO INV-DATE-9
020600       ELSE
020700         MOVE TODAY-DATE TO INV-DATE-9.
020800     IF INV-DATE-X NOT NUMERIC
020900       DISPLAY 'BDMS0254 INVDATE <' INV-DATE-X
021000               '> NOT CCYYMMDD - RUN REFUSED'
021100       MOVE 16 TO RETURN-CODE
021200       MOVE 1 TO REFUSED-SW
021300       GO TO 1090-EXIT.
021400*    THE DUE DATE IS THE SAME FOR EVERY INVOICE OF THE LOAD
021500     MOVE 'D' TO CAL-FUNCTION.
021600     MOVE INV-DATE-9 TO CAL-IN-DATE.
021700     MOVE TERMS-DAYS TO CAL-DAYS.
021800     CALL 'DATESRV' USING CAL-PARMS.
021900     IF CAL-RC NOT = 0
022000       DISPLAY 'BDMS0254 NO DUE DATE FROM THE CALENDAR FOR '
022100               INV-DATE-X ' PLUS ' TERMS-DAYS ' DAYS, RC='
022200               CAL-RC ' - RUN REFUSED'
022300       MOVE 16 TO RETURN-CODE
022400       MOVE 1 TO REFUSED-SW
022500       GO TO 1090-EXIT.
022600     MOVE CAL-OUT-DATE TO DUE-DATE.
022700     OPEN I-O AR-FILE.
022800*    A NEWLY DEFINED, EMPTY LEDGER IS LOADED IN OUTPUT MODE
022900     IF AR-FILE-STATUS = '35'
023000       OPEN OUTPUT AR-FILE.
023100     IF AR-FILE-STATUS NOT = '00'
023200       DISPLAY 'BDMS0254 ARMSTR OPEN FAILED, ST=' AR-FILE-STATUS
023300               ' - RUN REFUSED'
023400       MOVE 16 TO RETURN-CODE
023500       MOVE 1 TO REFUSED-SW
023600       GO TO 1090-EXIT.
023700     OPEN INPUT INVOICE-IN-FILE.
023800     OPEN OUTPUT PRNTR.
023900     MOVE INV-DATE-9 TO LH-INV-DATE.
024000     MOVE DUE-DATE   TO LH-DUE-DATE.
024100     WRITE PRINT FROM LOAD-HDR1-LINE.
024200     WRITE PRINT FROM LOAD-HDR2-LINE.
024300     WRITE PRINT FROM BLANK-LINE.
024400     DISPLAY 'BDMS0254 INVOICE DATE ' INV-DATE-X ' TERMS '
024500             TERMS-DAYS ' DUE ' DUE-DATE.
024600     PERFORM 2900-INVOICE-READ.
024700 1090-EXIT.
024800     EXIT.
024900******************************************************************
025000***  ONE INVOICE INTERFACE RECORD ONTO THE LEDGER              ***
025100******************************************************************
025200 2000-LOAD-ONE-INVOICE.
025300     MOVE IV-CLIENT     TO LD-CLIENT.
025400     MOVE IV-BILL-MONTH TO LD-INVOICE-NO.
025500     IF IV-BILLED-CENTS NOT NUMERIC OR
025600        IV-BILL-MONTH NOT NUMERIC
025700       ADD 1 TO BAD-CNT
025800       MOVE 0 TO LD-BILLED
025900       MOVE 'NOT LOADED - AMOUNT OR MONTH NOT NUMERIC'
026000         TO LD-NOTE
026100       WRITE PRINT FROM LOAD-DET-LINE
026200       GO TO 2090-EXIT.
026300     COMPUTE LD-BILLED = IV-BILLED-CENTS / 100.
026400     IF IV-BILLED-CENTS = 0
026500       ADD 1 TO ZERO-CNT
026600       MOVE 'NOT LOADED - NOTHING BILLED' TO LD-NOTE
026700       WRITE PRINT FROM LOAD-DET-LINE
026800       GO TO 2090-EXIT.
026900     MOVE SPACES TO AR-RECORD.
027000     MOVE IV-CLIENT        TO AR-CLIENT.
027100     MOVE IV-BILL-MONTH    TO AR-INVOICE-NO.
027200     MOVE 'O'              TO AR-STATUS.
027300     MOVE INV-DATE-9       TO AR-INVOICE-DATE.
027400     MOVE DUE-DATE         TO AR-DUE-DATE.
027500     MOVE TERMS-DAYS       TO AR-TERMS-DAYS.
027600     MOVE IV-BILLED-CENTS  TO AR-BILLED-CENTS, AR-BALANCE-CENTS.
027700     MOVE 0 TO AR-PAID-CENTS, AR-ADJ-CENTS, AR-LAST-PAY-DATE,
027800               AR-DUN-CNT, AR-LAST-DUN-DATE.
027900     MOVE TODAY-DATE       TO AR-LAST-ACT-DATE, AR-LOAD-DATE.
028000     WRITE AR-RECORD
028100       INVALID KEY
028200         CONTINUE.
028300     IF AR-FILE-STATUS = '22'
028400       ADD 1 TO ON-FILE-CNT
028500       MOVE 'NOT LOADED - ALREADY ON THE LEDGER' TO LD-NOTE
028600       WRITE PRINT FROM LOAD-DET-LINE
028700       GO TO 2090-EXIT.
028800     IF AR-FILE-STATUS NOT = '00'
028900       DISPLAY 'BDMS0254 ARMSTR WRITE FAILED, ST='
029000               AR-FILE-STATUS ' KEY ' AR-KEY
029100       MOVE 1 TO IO-FAILED-SW
029200       GO TO 2090-EXIT.
029300     ADD 1 TO LOADED-CNT.
029400     ADD IV-BILLED-CENTS TO LOADED-CENTS.
029500     MOVE SPACES TO LD-NOTE.
029600     WRITE PRINT FROM LOAD-DET-LINE.
029700 2090-EXIT.
029800     PERFORM 2900-INVOICE-READ.
029900 2900-INVOICE-READ.
030000     READ INVOICE-IN-FILE, AT END
030100       MOVE 1 TO INVOICE-EOF-SW.
030200     IF MORE-INVOICE-RECS
030300       ADD 1 TO INVOICE-READ-CNT.
030400******************************************************************
030500***  LOAD TOTALS AND THE RETURN CODE                           ***
030600******************************************************************
030700 8000-REPORT-TOTALS.
030800     WRITE PRINT FROM BLANK-LINE.
030900     MOVE 'INVOICE RECORDS READ' TO CT-TEXT.
031000     MOVE INVOICE-READ-CNT TO CT-COUNT.
031100     WRITE PRINT FROM CNT-DET-LINE.
031200     MOVE 'INVOICES LOADED' TO CT-TEXT.
031300     MOVE LOADED-CNT TO CT-COUNT.
031400     WRITE PRINT FROM CNT-DET-LINE.
031500     MOVE 'ALREADY ON THE LEDGER' TO CT-TEXT.
031600     MOVE ON-FILE-CNT TO CT-COUNT.
031700     WRITE PRINT FROM CNT-DET-LINE.
031800     MOVE 'NOTHING BILLED' TO CT-TEXT.
031900     MOVE ZERO-CNT TO CT-COUNT.
032000     WRITE PRINT FROM CNT-DET-LINE.
032100     MOVE 'NOT NUMERIC' TO CT-TEXT.
032200     MOVE BAD-CNT TO CT-COUNT.
032300     WRITE PRINT FROM CNT-DET-LINE.
032400     MOVE 'AMOUNT LOADED' TO AT-TEXT.
032500     COMPUTE AT-AMOUNT = LOADED-CENTS / 100.
032600     WRITE PRINT FROM AMT-DET-LINE.
032700     IF LEDGER-IO-FAILED
032800       MOVE 16 TO RETURN-CODE
032900     ELSE
033000     IF ON-FILE-CNT > 0 OR ZERO-CNT > 0 OR BAD-CNT > 0
033100       MOVE 4 TO RETURN-CODE.
033200 9000-EOJ.
033300     IF NOT RUN-REFUSED
033400       CLOSE INVOICE-IN-FILE, AR-FILE, PRNTR.
033500     DISPLAY 'BDMS0254 INVOICE RECORDS READ.....'
033550             INVOICE-READ-CNT.
033600     DISPLAY 'BDMS0254 INVOICES LOADED..........' LOADED-CNT.
033700     DISPLAY 'BDMS0254 ALREADY ON THE LEDGER....' ON-FILE-CNT.
033800     DISPLAY 'BDMS0254 END PROCESSING'.
