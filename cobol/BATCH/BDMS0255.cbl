000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0255.
000300******************************************************************
000400***  BDMS0255 - ACCOUNTS RECEIVABLE PAYMENT AND ADJUSTMENT     ***
000500***  POSTING.  APPLIES A CARD DECK (ARCARDS) TO THE            ***
000600***  RECEIVABLES LEDGER (ARMSTR) BDMS0254 LOADS, AND LISTS     ***
000700***  EVERY CARD WITH ITS RESULT AND THE INVOICE'S NEW BALANCE  ***
000800***  ON THE POSTING REGISTER.                                  ***
000900***                                                            ***
001000***  POSTING CARD ('*' IN COLUMN 1 IS A COMMENT):              ***
001100***    1-3   CLIENT                                            ***
001200***    5-10  INVOICE NUMBER (BILLING MONTH CCYYMM)             ***
001300***    12    ACTION: P PAYMENT, A ADJUSTMENT, D DISPUTE,       ***
001400***          R DISPUTE RESOLVED                                ***
001500***    14-24 AMOUNT IN CENTS (P AND A)                         ***
001600***    25    A: '-' REDUCES THE BALANCE (CREDIT), BLANK OR     ***
001700***          '+' INCREASES IT                                  ***
001800***    27-34 DATE, CCYYMMDD (BLANK = THE POSTING DATE)         ***
001900***    36-55 REFERENCE (CHECK NUMBER, DISPUTE NOTE, ...)       ***
002000***  A PAYMENT CANNOT EXCEED THE BALANCE AND AN ADJUSTMENT     ***
002100***  CANNOT TAKE IT BELOW ZERO; AN INVOICE PAID TO ZERO IS     ***
002200***  MARKED PAID.  A DISPUTED INVOICE STAYS ON THE AGING BUT   ***
002300***  IS NOT DUNNED UNTIL THE DISPUTE IS RESOLVED.  A CARD THAT ***
002400***  CANNOT BE POSTED IS LISTED AS REJECTED AND THE REST OF    ***
002500***  THE DECK STILL POSTS.                                     ***
002600***                                                            ***
002700***  RETURN CODE: 0 ALL POSTED, 4 CARDS REJECTED, 16 LEDGER    ***
002800***  UNAVAILABLE OR I/O FAILURE.                               ***
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CARD-IN-FILE    ASSIGN TO UT-S-ARCARDS
003400        ORGANIZATION LINE SEQUENTIAL.
003500     SELECT AR-FILE         ASSIGN TO UT-S-ARMSTR
003600        ORGANIZATION INDEXED
003700        ACCESS MODE IS DYNAMIC
003800        RECORD KEY IS AR-KEY
003900        FILE STATUS IS AR-FILE-STATUS.
004000     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
004100        ORGANIZATION LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  CARD-IN-FILE
004500     RECORDING MODE IS F
004600     LABEL RECORDS ARE STANDARD
004700     BLOCK CONTAINS 0 RECORDS
004800     DATA RECORD IS POSTING-CARD.
004900 01  POSTING-CARD.
005000     03  PC-CLIENT                 PIC X(3).
005100     03  FILLER                    PIC X.
005200     03  PC-INVOICE-NO             PIC X(6).
005300     03  FILLER                    PIC X.
005400     03  PC-ACTION                 PIC X.
005500         88  PC-PAYMENT               VALUE 'P'.
005600         88  PC-ADJUSTMENT            VALUE 'A'.
005700         88  PC-DISPUTE               VALUE 'D'.
005800         88  PC-RESOLVE               VALUE 'R'.
005900     03  FILLER                    PIC X.
006000     03  PC-AMOUNT                 PIC X(11).
006100     03  PC-AMOUNT-9 REDEFINES PC-AMOUNT PIC 9(11).
006200     03  PC-SIGN                   PIC X.
006300     03  FILLER                    PIC X.
006400     03  PC-DATE                   PIC X(8).
006500     03  PC-DATE-9 REDEFINES PC-DATE PIC 9(8).
006600     03  FILLER                    PIC X.
006700     03  PC-REFERENCE              PIC X(20).
006800     03  FILLER                    PIC X(25).
006900*    THE RECEIVABLES LEDGER - ONE RECORD PER CLIENT INVOICE
007000 FD  AR-FILE
007100     LABEL RECORDS ARE STANDARD
007200     DATA RECORD IS AR-RECORD.
007300 01  AR-RECORD.
007400     03  AR-KEY.
007500         05  AR-CLIENT             PIC X(3).
007600         05  AR-INVOICE-NO         PIC X(6).
007700     03  AR-STATUS                 PIC X.
007800         88  AR-OPEN                  VALUE 'O'.
007900         88  AR-PAID                  VALUE 'P'.
008000         88  AR-DISPUTED              VALUE 'D'.
008100     03  AR-INVOICE-DATE           PIC 9(8).
008200     03  AR-DUE-DATE               PIC 9(8).
008300     03  AR-TERMS-DAYS             PIC 9(3).
008400     03  AR-BILLED-CENTS           PIC 9(11).
008500     03  AR-PAID-CENTS             PIC 9(11).
008600     03  AR-ADJ-CENTS              PIC S9(11).
008700     03  AR-BALANCE-CENTS          PIC S9(11).
008800     03  AR-LAST-PAY-DATE          PIC 9(8).
008900     03  AR-LAST-ACT-DATE          PIC 9(8).
009000     03  AR-DUN-CNT                PIC 9(2).
009100     03  AR-LAST-DUN-DATE          PIC 9(8).
009200     03  AR-LOAD-DATE              PIC 9(8).
009300     03  AR-LAST-REF               PIC X(20).
009400     03  FILLER                    PIC X(23).
009500 FD  PRNTR
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD
009800     BLOCK CONTAINS 0 RECORDS
009900     DATA RECORD IS PRINT.
010000 01  PRINT.
010100     03  PRT                       PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400 01  AR-FILE-STATUS              PIC XX VALUE '00'.
010500 01  CARD-EOF-SW                 PIC 9 VALUE 0.
010600     88  MORE-CARDS                 VALUE 0.
010700     88  CARD-EOF                   VALUE 1.
010800 01  REFUSED-SW                  PIC 9 VALUE 0.
010900     88  RUN-REFUSED                VALUE 1.
011000 01  IO-FAILED-SW                PIC 9 VALUE 0.
011100     88  LEDGER-IO-FAILED           VALUE 1.
011200 01  TODAY-DATE                  PIC 9(8).
011300 01  POSTING-DATE                PIC 9(8).
011400 01  ACTIVITY-DATE               PIC 9(8).
011500 01  SIGNED-AMOUNT               PIC S9(11) VALUE 0.
011600 01  NEW-BALANCE                 PIC S9(12) VALUE 0.
011700 01  REJECT-REASON               PIC X(40) VALUE SPACES.
011800*    DATESRV HANDSHAKE - THE GOVERNED POSTING-DATE SOURCE
011900 01  CAL-PARMS.
012000     05  CAL-FUNCTION              PIC X    VALUE SPACE.
012100     05  CAL-IN-DATE               PIC 9(8) VALUE ZEROS.
012200     05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
012300     05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
012400     05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
012500     05  CAL-DAYS                  PIC S9(5) COMP-5 VALUE 0.
012600     05  CAL-TO-DATE               PIC 9(8) VALUE ZEROS.
012700
012800 01  CARD-READ-CNT               PIC 9(7) VALUE 0.
012900 01  COMMENT-CNT                 PIC 9(7) VALUE 0.
013000 01  POSTED-CNT                  PIC 9(7) VALUE 0.
013100 01  REJECTED-CNT                PIC 9(7) VALUE 0.
013200 01  PAYMENT-CNT                 PIC 9(7) VALUE 0.
013300 01  ADJUST-CNT                  PIC 9(7) VALUE 0.
013400 01  DISPUTE-CNT                 PIC 9(7) VALUE 0.
013500 01  RESOLVE-CNT                 PIC 9(7) VALUE 0.
013600 01  PAID-OFF-CNT                PIC 9(7) VALUE 0.
013700 01  PAYMENT-CENTS               PIC 9(13) VALUE 0.
013800 01  ADJUST-CENTS                PIC S9(13) VALUE 0.
013900
014000******************************************************************
014100***  POSTING REGISTER LINES                                    ***
014200******************************************************************
014300 01  POST-HDR1-LINE.
014400     03  FILLER                  PIC X(36)  VALUE SPACES.
014500     03  FILLER                  PIC X(49)  VALUE
014600         'A / R   P O S T I N G   R E G I S T E R'.
014700     03  FILLER                  PIC X(13)  VALUE
014800         'POSTING DATE '.
014900     03  PH-POST-DATE            PIC 9(8).
015000     03  FILLER                  PIC X(26)  VALUE SPACES.
015100 01  POST-HDR2-LINE.
015200     03  FILLER                  PIC X(50)  VALUE
015300         ' CLIENT  INVOICE  ACT         AMOUNT  DATE      RE'.
015400     03  FILLER                  PIC X(82)  VALUE
015500         'FERENCE               NEW BALANCE STATUS RESULT'.
015600 01  POST-DET-LINE.
015700     03  FILLER                  PIC X(2)   VALUE SPACES.
015800     03  PD-CLIENT               PIC X(3).
015900     03  FILLER                  PIC X(4)   VALUE SPACES.
016000     03  PD-INVOICE-NO           PIC X(6).
016100     03  FILLER                  PIC X(4)   VALUE SPACES.
016200     03  PD-ACTION               PIC X.
016300     03  FILLER                  PIC X(2)   VALUE SPACES.
016400     03  PD-AMOUNT               PIC Z(9)9.99-.
016500     03  FILLER                  PIC X(2)   VALUE SPACES.
016600     03  PD-DATE                 PIC X(8).
016700     03  FILLER                  PIC X(2)   VALUE SPACES.
016800     03  PD-REFERENCE            PIC X(20).
016900     03  FILLER                  PIC X(1)   VALUE SPACES.
017000     03  PD-BALANCE              PIC Z(9)9.99-.
017100     03  FILLER                  PIC X(4)   VALUE SPACES.
017200     03  PD-STATUS               PIC X.
017300     03  FILLER                  PIC X(3)   VALUE SPACES.
017400     03  PD-RESULT               PIC X(41).
017500 01  CNT-DET-LINE.
017600     03  FILLER                  PIC X(2)   VALUE SPACES.
017700     03  CT-TEXT                 PIC X(40).
017800     03  CT-COUNT                PIC Z(8)9.
017900     03  FILLER                  PIC X(81)  VALUE SPACES.
018000 01  AMT-DET-LINE.
018100     03  FILLER                  PIC X(2)   VALUE SPACES.
018200     03  AT-TEXT                 PIC X(40).
018300     03  AT-AMOUNT               PIC Z(10)9.99-.
018400     03  FILLER                  PIC X(75)  VALUE SPACES.
018500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
018600
018700 PROCEDURE DIVISION.
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
019000     IF NOT RUN-REFUSED
019100       PERFORM 2000-POST-ONE-CARD THRU 2090-EXIT
019200         UNTIL CARD-EOF OR LEDGER-IO-FAILED
019300       PERFORM 8000-REPORT-TOTALS.
019400     PERFORM 9000-EOJ.
019500     EXIT PROGRAM.
019600     STOP RUN.
019700******************************************************************
019800***  RESOLVES THE POSTING DATE AND OPENS THE LEDGER            ***
019900******************************************************************
020000 1000-INITIALIZE.
020100     DISPLAY 'BDMS0255 BEGIN PROCESSING'.
020200     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
020300*    THE PROCESSING CALENDAR DECIDES THE POSTING DATE; THE
020400*    SYSTEM DATE IS ONLY THE FALLBACK
020500     MOVE 'P' TO CAL-FUNCTION.
020600     MOVE 0 TO CAL-IN-DATE.
020700     CALL 'DATESRV' USING CAL-PARMS.
020800     IF CAL-RC = 0
020900       MOVE CAL-OUT-DATE TO POSTING-DATE
021000     ELSE
021100       MOVE TODAY-DATE TO POSTING-DATE.
021200     OPEN I-O AR-FILE.
021300     IF AR-FILE-STATUS NOT = '00'
021400       DISPLAY 'BDMS0255 ARMSTR OPEN FAILED, ST=' AR-FILE-STATUS
021500               ' - RUN REFUSED'
021600       MOVE 16 TO RETURN-CODE
021700       MOVE 1 TO REFUSED-SW
021800       GO TO 1090-EXIT.
021900     OPEN INPUT CARD-IN-FILE.
022000     OPEN OUTPUT PRNTR.
022100     MOVE POSTING-DATE TO PH-POST-DATE.
022200     WRITE PRINT FROM POST-HDR1-LINE.
022300     WRITE PRINT FROM POST-HDR2-LINE.
022400     WRITE PRINT FROM BLANK-LINE.
022500     DISPLAY 'BDMS0255 POSTING DATE USED=' POSTING-DATE.
022600     PERFORM 2900-CARD-READ.
022700 1090-EXIT.
022800     EXIT.
022900******************************************************************
023000***  ONE POSTING CARD: EDITS, READS THE INVOICE, APPLIES THE   ***
023100***  ACTION AND REWRITES IT                                    ***
023200******************************************************************
023300 2000-POST-ONE-CARD.
023400     IF POSTING-CARD (1:1) = '*' OR POSTING-CARD = SPACES
023500       ADD 1 TO COMMENT-CNT
023600       GO TO 2090-EXIT.
023700     MOVE SPACES TO REJECT-REASON.
023800     MOVE PC-CLIENT     TO PD-CLIENT.
023900     MOVE PC-INVOICE-NO TO PD-INVOICE-NO.
024000     MOVE PC-ACTION     TO PD-ACTION.
024100     MOVE PC-REFERENCE  TO PD-REFERENCE.
024200     MOVE 0 TO PD-AMOUNT, PD-BALANCE, SIGNED-AMOUNT.
024300     MOVE SPACE TO PD-STATUS.
024400     MOVE SPACES TO PD-RESULT.
024500     MOVE PC-DATE TO PD-DATE.
024600     IF PC-DATE = SPACES
024700       MOVE POSTING-DATE TO ACTIVITY-DATE
024800       MOVE ACTIVITY-DATE TO PD-DATE
024900     ELSE
025000     IF PC-DATE NUMERIC
025100       MOVE PC-DATE-9 TO ACTIVITY-DATE
025200     ELSE
025300       MOVE 'DATE NOT CCYYMMDD' TO REJECT-REASON.
025400     IF REJECT-REASON = SPACES
025500       PERFORM 2100-EDIT-CARD.
025600     IF REJECT-REASON NOT = SPACES
025700       GO TO 2080-REJECT.
025800     MOVE PC-CLIENT     TO AR-CLIENT.
025900     MOVE PC-INVOICE-NO TO AR-INVOICE-NO.
026000     READ AR-FILE
026100       INVALID KEY
026200         CONTINUE.
026300     IF AR-FILE-STATUS = '23'
026400       MOVE 'INVOICE NOT ON THE LEDGER' TO REJECT-REASON
026500       GO TO 2080-REJECT.
026600     IF AR-FILE-STATUS NOT = '00'
026700       DISPLAY 'BDMS0255 ARMSTR READ FAILED, ST=' AR-FILE-STATUS
026800               ' KEY ' AR-KEY
026900       MOVE 1 TO IO-FAILED-SW
027000       GO TO 2090-EXIT.
027100     IF PC-PAYMENT
027200       PERFORM 2200-APPLY-PAYMENT
027300     ELSE
027400     IF PC-ADJUSTMENT
027500       PERFORM 2300-APPLY-ADJUSTMENT
027600     ELSE
027700     IF PC-DISPUTE
027800       PERFORM 2400-APPLY-DISPUTE
027900     ELSE
028000       PERFORM 2500-APPLY-RESOLVE.
028100     IF REJECT-REASON NOT = SPACES
028200       MOVE AR-BALANCE-CENTS TO NEW-BALANCE
028300       COMPUTE PD-BALANCE = NEW-BALANCE / 100
028400       MOVE AR-STATUS TO PD-STATUS
028500       GO TO 2080-REJECT.
028600     MOVE ACTIVITY-DATE TO AR-LAST-ACT-DATE.
028700     IF PC-REFERENCE NOT = SPACES
028800       MOVE PC-REFERENCE TO AR-LAST-REF.
028900     REWRITE AR-RECORD
029000       INVALID KEY
029100         CONTINUE.
029200     IF AR-FILE-STATUS NOT = '00'
029300       DISPLAY 'BDMS0255 ARMSTR REWRITE FAILED, ST='
029400               AR-FILE-STATUS ' KEY ' AR-KEY
029500       MOVE 1 TO IO-FAILED-SW
029600       GO TO 2090-EXIT.
029700     ADD 1 TO POSTED-CNT.
029800     MOVE AR-BALANCE-CENTS TO NEW-BALANCE.
029900     COMPUTE PD-BALANCE = NEW-BALANCE / 100.
030000     MOVE AR-STATUS TO PD-STATUS.
030100     IF AR-PAID AND (PC-PAYMENT OR PC-ADJUSTMENT)
030200       ADD 1 TO PAID-OFF-CNT
030300       MOVE 'POSTED - INVOICE PAID' TO PD-RESULT
030400     ELSE
030500       MOVE 'POSTED' TO PD-RESULT.
030600     WRITE PRINT FROM POST-DET-LINE.
030700     GO TO 2090-EXIT.
030800 2080-REJECT.
030900     ADD 1 TO REJECTED-CNT.
031000     STRING 'REJECTED - ' DELIMITED BY SIZE
031100            REJECT-REASON DELIMITED BY '  '
031200       INTO PD-RESULT.
031300     WRITE PRINT FROM POST-DET-LINE.
031400 2090-EXIT.
031500     PERFORM 2900-CARD-READ.
031600*    THE ACTION, AND AN AMOUNT WHERE THE ACTION TAKES ONE
031700 2100-EDIT-CARD.
031800     IF NOT PC-PAYMENT AND NOT PC-ADJUSTMENT AND
031900        NOT PC-DISPUTE AND NOT PC-RESOLVE
032000       MOVE 'ACTION NOT P, A, D OR R' TO REJECT-REASON
032100     ELSE
032200     IF PC-PAYMENT OR PC-ADJUSTMENT
032300       IF PC-AMOUNT NOT NUMERIC
032400         MOVE 'AMOUNT NOT NUMERIC' TO REJECT-REASON
032500       ELSE
032600       IF PC-AMOUNT-9 = 0
032700         MOVE 'AMOUNT IS ZERO' TO REJECT-REASON
032800       ELSE
032900       IF PC-ADJUSTMENT AND PC-SIGN NOT = SPACE AND
033000          PC-SIGN NOT = '+' AND PC-SIGN NOT = '-'
033100         MOVE 'ADJUSTMENT SIGN NOT +, - OR BLANK'
033200           TO REJECT-REASON
033300       ELSE
033400         MOVE PC-AMOUNT-9 TO SIGNED-AMOUNT
033500         IF PC-PAYMENT OR PC-SIGN = '-'
033600           COMPUTE SIGNED-AMOUNT = 0 - PC-AMOUNT-9.
033700     COMPUTE PD-AMOUNT = SIGNED-AMOUNT / 100.
033800 2200-APPLY-PAYMENT.
033900     IF AR-PAID
034000       MOVE 'INVOICE ALREADY PAID' TO REJECT-REASON
034100     ELSE
034200     IF PC-AMOUNT-9 > AR-BALANCE-CENTS
034300       MOVE 'PAYMENT EXCEEDS THE BALANCE' TO REJECT-REASON
034400     ELSE
034500       ADD PC-AMOUNT-9 TO AR-PAID-CENTS
034600       ADD SIGNED-AMOUNT TO AR-BALANCE-CENTS
034700       MOVE ACTIVITY-DATE TO AR-LAST-PAY-DATE
034800       ADD 1 TO PAYMENT-CNT
034900       ADD PC-AMOUNT-9 TO PAYMENT-CENTS
035000       IF AR-BALANCE-CENTS = 0
035100         MOVE 'P' TO AR-STATUS.
035200 2300-APPLY-ADJUSTMENT.
035300     COMPUTE NEW-BALANCE = AR-BALANCE-CENTS + SIGNED-AMOUNT.
035400     IF NEW-BALANCE < 0
035500       MOVE 'ADJUSTMENT TAKES THE BALANCE BELOW ZERO'
035600         TO REJECT-REASON
035700     ELSE
035800       ADD SIGNED-AMOUNT TO AR-ADJ-CENTS
035900       MOVE NEW-BALANCE TO AR-BALANCE-CENTS
036000       ADD 1 TO ADJUST-CNT
036100       ADD SIGNED-AMOUNT TO ADJUST-CENTS
036200       IF AR-BALANCE-CENTS = 0
036300         MOVE 'P' TO AR-STATUS
036400       ELSE
036500       IF AR-PAID
036600         MOVE 'O' TO AR-STATUS.
036700 2400-APPLY-DISPUTE.
036800     IF NOT AR-OPEN
036900       MOVE 'INVOICE NOT OPEN' TO REJECT-REASON
037000     ELSE
037100       MOVE 'D' TO AR-STATUS
037200       ADD 1 TO DISPUTE-CNT.
037300 2500-APPLY-RESOLVE.
037400     IF NOT AR-DISPUTED
037500       MOVE 'INVOICE NOT IN DISPUTE' TO REJECT-REASON
037600     ELSE
037700       ADD 1 TO RESOLVE-CNT
037800       IF AR-BALANCE-CENTS = 0
037900         MOVE 'P' TO AR-STATUS
038000       ELSE
038100         MOVE 'O' TO AR-STATUS.
038200 2900-CARD-READ.
038300     READ CARD-IN-FILE, AT END
038400       MOVE 1 TO CARD-EOF-SW.
038500     IF MORE-CARDS
038600       ADD 1 TO CARD-READ-CNT.
038700******************************************************************
038800***  POSTING TOTALS AND THE RETURN CODE                        ***
038900******************************************************************
039000 8000-REPORT-TOTALS.
039100     WRITE PRINT FROM BLANK-LINE.
039200     MOVE 'CARDS READ' TO CT-TEXT.
039300     MOVE CARD-READ-CNT TO CT-COUNT.
039400     WRITE PRINT FROM CNT-DET-LINE.
039500     MOVE 'COMMENT CARDS' TO CT-TEXT.
039600     MOVE COMMENT-CNT TO CT-COUNT.
039700     WRITE PRINT FROM CNT-DET-LINE.
039800     MOVE 'CARDS POSTED' TO CT-TEXT.
039900     MOVE POSTED-CNT TO CT-COUNT.
040000     WRITE PRINT FROM CNT-DET-LINE.
040100     MOVE '  PAYMENTS' TO CT-TEXT.
040200     MOVE PAYMENT-CNT TO CT-COUNT.
040300     WRITE PRINT FROM CNT-DET-LINE.
040400     MOVE '  ADJUSTMENTS' TO CT-TEXT.
040500     MOVE ADJUST-CNT TO CT-COUNT.
040600     WRITE PRINT FROM CNT-DET-LINE.
040700     MOVE '  DISPUTES OPENED' TO CT-TEXT.
040800     MOVE DISPUTE-CNT TO CT-COUNT.
040900     WRITE PRINT FROM CNT-DET-LINE.
041000     MOVE '  DISPUTES RESOLVED' TO CT-TEXT.
041100     MOVE RESOLVE-CNT TO CT-COUNT.
041200     WRITE PRINT FROM CNT-DET-LINE.
041300     MOVE 'INVOICES PAID OFF' TO CT-TEXT.
041400     MOVE PAID-OFF-CNT TO CT-COUNT.
041500     WRITE PRINT FROM CNT-DET-LINE.
041600     MOVE 'CARDS REJECTED' TO CT-TEXT.
041700     MOVE REJECTED-CNT TO CT-COUNT.
041800     WRITE PRINT FROM CNT-DET-LINE.
041900     MOVE 'PAYMENTS APPLIED' TO AT-TEXT.
042000     COMPUTE AT-AMOUNT = PAYMENT-CENTS / 100.
042100     WRITE PRINT FROM AMT-DET-LINE.
042200     MOVE 'NET ADJUSTMENTS' TO AT-TEXT.
042300     COMPUTE AT-AMOUNT = ADJUST-CENTS / 100.
042400     WRITE PRINT FROM AMT-DET-LINE.
042500     IF LEDGER-IO-FAILED
042600       MOVE 16 TO RETURN-CODE
042700     ELSE
042800     IF REJECTED-CNT > 0
042900       MOVE 4 TO RETURN-CODE.
043000 9000-EOJ.
043100     IF NOT RUN-REFUSED
043200       CLOSE CARD-IN-FILE, AR-FILE, PRNTR.
043300     DISPLAY 'BDMS0255 CARDS READ...............' CARD-READ-CNT.
043400     DISPLAY 'BDMS0255 CARDS POSTED.............' POSTED-CNT.
043500     DISPLAY 'BDMS0255 CARDS REJECTED...........' REJECTED-CNT.
043600     DISPLAY 'BDMS0255 END PROCESSING'.
