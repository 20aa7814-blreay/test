001800***  17-21 TC03, 23-27 TC04 (ALL CENTS), 29-35 MINIMUM         ***
001900***  CHARGE (CENTS).  A CLIENT WITH POSTED ACTIVITY BUT NO     ***
002000***  RATE CARD IS REPORTED AND LEFT OFF THE INVOICE FEED.      ***
002010***                                                            ***
002020***  EACH INVOICE CARRIES THE BILL-TO NAME AND ADDRESS, THE    ***
002030***  STATEMENT DELIVERY METHOD AND DESTINATION AND THE BILLING ***
002040***  CONTACT FROM THE CLIENT MASTER (CLNTSRV); A CLIENT NOT ON ***
002050***  THE MASTER IS INVOICED WITH THEM BLANK.                   ***
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
007900     03  RH-AG-GOOD-RPL-CNT        PIC 9(15).
008000     03  RH-AG-BAD-RPL-CNT         PIC 9(15).
008100     03  RH-CTL-BALANCE-FLAG       PIC X.
008110     03  RH-RUN-ID                 PIC X(28).
008120     03  RH-FDT-VERSION            PIC X(8).
008130     03  RH-AG-GOOD-INC-CNT        PIC 9(15).
008140     03  RH-AG-BAD-INC-CNT         PIC 9(15).
008150     03  RH-AG-GOOD-RKY-CNT        PIC 9(15).
008160     03  RH-AG-BAD-RKY-CNT         PIC 9(15).
008200 FD  RATE-IN-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
011000     03  IV-GROSS-CENTS            PIC 9(11).
011100     03  IV-MIN-APPLIED            PIC X.
011200     03  IV-BILLED-CENTS           PIC 9(11).
011205     03  IV-BILL-TO-NAME           PIC X(40).
011210     03  IV-BILL-ADDR-1            PIC X(40).
011215     03  IV-BILL-ADDR-2            PIC X(40).
011220     03  IV-BILL-CITY              PIC X(25).
011225     03  IV-BILL-STATE             PIC X(2).
011230     03  IV-BILL-ZIP               PIC X(10).
011235     03  IV-DELIVERY               PIC X.
011240     03  IV-DELIVERY-DEST          PIC X(50).
011245     03  IV-BILL-CONTACT           PIC X(30).
011250     03  IV-BILL-EMAIL             PIC X(50).
011300 FD  PRNTR
011400     RECORDING MODE IS F
011500     LABEL RECORDS ARE STANDARD
017200 01  RH-MONTH-POSTED             PIC 9(15) VALUE 0.
017300 01  INVOICE-CNT                 PIC 9(5) VALUE 0.
017400 01  NO-RATE-CNT                 PIC 9(5) VALUE 0.
017402*    CLNTSRV HANDSHAKE - THE CLIENT MASTER
017404 01  CLN-PARMS.
017406     05  CLN-FUNCTION              PIC X    VALUE SPACE.
017408     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
017410     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
017412     05  CLN-RECORD.
017414         10  CLN-CLIENT            PIC X(3).
017416         10  CLN-STATUS            PIC X.
017418         10  CLN-NAME              PIC X(40).
017420         10  FILLER                PIC X(95).
017422         10  CLN-BILL-NAME         PIC X(30).
017424         10  CLN-BILL-PHONE        PIC X(15).
017426         10  CLN-BILL-EMAIL        PIC X(50).
017428         10  CLN-ADDR-1            PIC X(40).
017430         10  CLN-ADDR-2            PIC X(40).
017432         10  CLN-CITY              PIC X(25).
017434         10  CLN-STATE             PIC X(2).
017436         10  CLN-ZIP               PIC X(10).
017438         10  CLN-DELIVERY          PIC X.
017440         10  CLN-DELIVERY-DEST     PIC X(50).
017442         10  FILLER                PIC X(78).
017500
017600******************************************************************
017700***  BILLING REGISTER LINES                                    ***
018700     03  FILLER                  PIC X(76)  VALUE
018800         ' CLIENT     TC01    TC02    TC03    TC04   OTHER
018900-        '     GROSS   MINIMUM'.
019000     03  FILLER                  PIC X(56)  VALUE
019010         '    BILLED               CLIENT NAME'.
019100 01  BIL-DET-LINE.
019200     03  FILLER                  PIC X(2)   VALUE SPACES.
019300     03  BD-CLIENT               PIC X(3).
020900     03  BD-BILLED               PIC Z(7)9.99.
021000     03  FILLER                  PIC X(2)   VALUE SPACES.
021100     03  BD-NOTE                 PIC X(16).
021200     03  FILLER                  PIC X(2)   VALUE SPACES.
021210     03  BD-NAME                 PIC X(22).
021300 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
021400
021500 PROCEDURE DIVISION.
032100     ADD 1 TO BIL-TBL-I.
032200******************************************************************
032300***  SUMS THE MONTH'S POSTED TOTALS FROM THE RUN HISTORY FOR   ***
032400***  THE CROSS-CHECK (ADDS, MODIFIES, REPLACES, INCREMENTS    ***
032500***  AND RE-KEYS - THE SAME ACTIVITY THAT REACHES OUT3).       ***
032510***  RECORDS WRITTEN BEFORE THE INCREMENT OR RE-KEY COUNTS     ***
032520***  WERE CARRIED HAVE NONE                                    ***
032600******************************************************************
032700 3000-SUM-RUN-HISTORY.
032800     MOVE RH-RUN-DATE (1:6) TO RH-MONTH-X.
032900     IF RH-MONTH-9 = BILLMONTH-9
033000       ADD RH-AG-GOOD-ADD-CNT TO RH-MONTH-POSTED
033100       ADD RH-AG-GOOD-MOD-CNT TO RH-MONTH-POSTED
033200       ADD RH-AG-GOOD-RPL-CNT TO RH-MONTH-POSTED
033210       IF RH-AG-GOOD-INC-CNT NUMERIC
033220         ADD RH-AG-GOOD-INC-CNT TO RH-MONTH-POSTED
033222       END-IF
033224       IF RH-AG-GOOD-RKY-CNT NUMERIC
033226         ADD RH-AG-GOOD-RKY-CNT TO RH-MONTH-POSTED.
033300     PERFORM 3900-RUNHIST-READ.
033400******************************************************************
033500***  PRICES EACH CLIENT'S ACTIVITY AND WRITES THE INVOICE      ***
034000     PERFORM 4100-BILL-ONE-CLIENT THRU 4190-EXIT
034100       UNTIL BIL-TBL-I > BIL-TBL-CNT.
034200 4100-BILL-ONE-CLIENT.
034210     PERFORM 4600-CLIENT-MASTER.
034300     PERFORM 4200-FIND-RATE.
034400     IF RATE-FOUND-IX = 0
034500       ADD 1 TO NO-RATE-CNT
040600         BL-CNT-TC (BIL-TBL-I, TC-IX) *
040700         RT-RATE (RATE-FOUND-IX, TC-IX).
040800     ADD 1 TO TC-IX.
040805*    BILL-TO AND DELIVERY DETAILS FROM THE CLIENT MASTER
040810 4600-CLIENT-MASTER.
040815     MOVE 'R' TO CLN-FUNCTION.
040820     MOVE BL-CLIENT (BIL-TBL-I) TO CLN-CLIENT.
040825     CALL 'CLNTSRV' USING CLN-PARMS.
040830     IF CLN-RC NOT = 0
040835       MOVE SPACES TO CLN-RECORD.
040840     MOVE CLN-NAME          TO IV-BILL-TO-NAME, BD-NAME.
040845     MOVE CLN-ADDR-1        TO IV-BILL-ADDR-1.
040850     MOVE CLN-ADDR-2        TO IV-BILL-ADDR-2.
040855     MOVE CLN-CITY          TO IV-BILL-CITY.
040860     MOVE CLN-STATE         TO IV-BILL-STATE.
040865     MOVE CLN-ZIP           TO IV-BILL-ZIP.
040870     MOVE CLN-DELIVERY      TO IV-DELIVERY.
040875     MOVE CLN-DELIVERY-DEST TO IV-DELIVERY-DEST.
040880     MOVE CLN-BILL-NAME     TO IV-BILL-CONTACT.
040885     MOVE CLN-BILL-EMAIL    TO IV-BILL-EMAIL.
040900******************************************************************
041000***  TIES THE OUT3 MONTH COUNT TO THE RUN-HISTORY POSTED       ***
041100***  TOTALS                                                    ***
