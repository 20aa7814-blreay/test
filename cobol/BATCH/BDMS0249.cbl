000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0249.
000300******************************************************************
000400***  BDMS0249 - DORMANT MASTER RECORD REPORT.  READS THE       ***
000500***  MASTER (MSIN) AND LISTS, CLIENT BY CLIENT, EVERY RECORD   ***
000600***  WHOSE UPDATE STAMP (POSITIONS 113-128: MMDDYY POSTING     ***
000700***  DATE, THEN ITS CENTURY) IS OLDER THAN DORMMONTHS MONTHS   ***
000800***  BEFORE TODAY, WITH ITS FB1 KEY FIELDS NAMED BY FDT FIELD  ***
000900***  NUMBER (IN3) AND ITS LAST-UPDATE DATE.  A RECORD WITH NO  ***
001000***  STAMP HAS NOT BEEN POSTED TO SINCE STAMPING BEGAN AND IS  ***
001100***  LISTED AS DORMANT.  THE REPORT (PRINTR1) ENDS WITH THE    ***
001200***  DORMANT COUNT FOR EACH CLIENT AND RECORD TYPE (SEQ        ***
001300***  NUMBER) AGAINST THE RECORDS IT HOLDS.                     ***
001400***                                                            ***
001500***  ENVIRONMENT VALUES:                                       ***
001600***    DORMMONTHS - MONTHS WITHOUT AN UPDATE, 1-999 (REQUIRED) ***
001700***    CLIENT     - ONE CLIENT; BLANK OR '***' FOR EVERY ONE   ***
001800***    CANDECK    - 'Y' ALSO WRITES A TC 02 CANDIDATE DECK     ***
001900***                 (DECKOUT), ONE DELETE CARD PER DORMANT    ***
002000***                 RECORD, FOR THE CLIENT TO APPROVE.  THE   ***
002100***                 DECK IS STAGED THROUGH THE BDMS0207 DUAL- ***
002200***                 CONTROL GATE AS DECKTYPE D; CARDS CARRY   ***
002300***                 T-ORIGIN-USER 'DORMANT'.                  ***
002400***    POSTDATE   - MMDDYY DATE FOR THE DECK (DEFAULT TODAY)   ***
002500***  A MISSING OR BAD VALUE REFUSES THE RUN (RC 16).           ***
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FDT-FILE        ASSIGN TO UT-S-IN3
003100        ORGANIZATION LINE SEQUENTIAL.
003200     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
003300        ORGANIZATION LINE SEQUENTIAL.
003400     SELECT DECK-OUT-FILE   ASSIGN TO UT-S-DECKOUT
003500        ORGANIZATION LINE SEQUENTIAL.
003600     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
003700        ORGANIZATION LINE SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  FDT-FILE
004100     RECORDING MODE IS F
004200     LABEL RECORDS ARE STANDARD
004300     BLOCK CONTAINS 0 RECORDS
004400     DATA RECORD IS FDT-RECORD.
004500 01  FDT-RECORD                               PIC X(80).
004600 FD  MASTER-IN-FILE
004700     RECORDING MODE IS F
004800     LABEL RECORDS ARE STANDARD
004900     BLOCK CONTAINS 0 RECORDS
005000     DATA RECORD IS MASTER-RECORD-IN.
005100 01  MASTER-RECORD-IN                         PIC X(512).
005200 FD  DECK-OUT-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     BLOCK CONTAINS 0 RECORDS
005600     DATA RECORD IS DECK-OUT-CARD.
005700 01  DECK-OUT-CARD                            PIC X(128).
005800 FD  PRNTR
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD
006100     BLOCK CONTAINS 0 RECORDS
006200     DATA RECORD IS PRINT.
006300 01  PRINT.
006400     03  PRT                       PIC X(132).
006500
006600 WORKING-STORAGE SECTION.
006700 01  DORMMONTHS-X                PIC X(3) VALUE SPACES.
006800 01  DORMMONTHS-9 REDEFINES DORMMONTHS-X PIC 9(3).
006900 01  CLIENT-PICK                 PIC X(3) VALUE SPACES.
007000 01  CANDECK-ENV                 PIC X VALUE SPACE.
007100 01  DECK-SW                     PIC 9 VALUE 0.
007200     88  WRITING-DECK               VALUE 1.
007300 01  POSTING-DATE                PIC X(6) VALUE SPACES.
007400 01  TODAY-YYMMDD.
007500     03  TODAY-YY                PIC XX.
007600     03  TODAY-MM                PIC XX.
007700     03  TODAY-DD                PIC XX.
007800 01  TODAY-DATE.
007900     03  TODAY-CCYY              PIC 9(4).
008000     03  TODAY-MM-9              PIC 99.
008100     03  TODAY-DD-9              PIC 99.
008200 01  TODAY-DATE-9 REDEFINES TODAY-DATE PIC 9(8).
008300 01  CUTOFF-DATE.
008400     03  CUTOFF-CCYY             PIC 9(4).
008500     03  CUTOFF-MM               PIC 99.
008600     03  CUTOFF-DD               PIC 99.
008700 01  CUTOFF-DATE-9 REDEFINES CUTOFF-DATE PIC 9(8).
008800 01  MONTH-SERIAL                PIC S9(7) COMP-5 VALUE 0.
008900 01  MONTH-REM                   PIC S9(7) COMP-5 VALUE 0.
009000 01  REFUSED-SW                  PIC 9 VALUE 0.
009100     88  RUN-REFUSED                VALUE 1.
009200 01  MASTER-EOF-SW               PIC 9 VALUE 0.
009300     88  MORE-MASTER-RECS           VALUE 0.
009400     88  MASTER-EOF                 VALUE 1.
009500 01  FDT-EOF-SW                  PIC 9 VALUE 0.
009600     88  MORE-FDT-RECS              VALUE 0.
009700     88  FDT-EOF                    VALUE 1.
009800
009900******************************************************************
010000***  THE FDT KEY CARD.  ONLY THE FB1 CARD IS NEEDED: ITS       ***
010100***  FIELDS NAME THE KEY OF EVERY RECORD LISTED                ***
010200******************************************************************
010300 01  FDT-CARD-WORK               PIC X(80).
010400 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
010500 01  FDT-LRECL                   PIC 9(3) VALUE 128.
010600 01  KEY-CARD                    PIC X(80).
010610*    KEY CONTINUATION CARDS ('+' IN COLUMN 7) CARRY THE KEY
010620*    FIELDS PAST 14, UP TO 6 CARDS AS IN BDMS0201
010630 01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
010640 01  KEY-CONT-CNT                PIC 9(4) COMP-5 VALUE 0.
010650 01  KEY-CONT-IX                 PIC 9(4) COMP-5 VALUE 0.
010660 01  KEY-LOC-BASE                PIC 9(4) COMP-5 VALUE 0.
010670 01  KEY-CONT-TABLE.
010680     03  KEY-CONT-CARD  OCCURS 6 TIMES  PIC X(80).
010700 01  RULE-CARD.
010800     03  R-FILE-ID               PIC X.
010900     03  R-SEQ-NUMB              PIC XXX.
011000     03  R-FIELD-NO              PIC 99.
011100     03  R-CONT-MARK             PIC X.
011110     03  R-LOC-BASE              PIC X(3).
011120     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
011200     03  R-FIELD-DEFNS OCCURS 14 TIMES.
011300       05  R-FORMAT              PIC X.
011400       05  R-LOCATION            PIC 99.
011500       05  R-LENGTH              PIC 99.
011600 01  FDT-FIELD-INDEX             PIC 9(4) COMP-5 VALUE 0.
011700 01  FIELD-LOC                   PIC 9(4) COMP-5 VALUE 0.
011800 01  FIELD-LEN                   PIC 9(4) COMP-5 VALUE 0.
011900 01  FLD-NO-DISP                 PIC 99.
012000
012100******************************************************************
012200***  PER-RECORD WORK AREAS.  THE STAMP IS MMDDYY, THEN THE     ***
012300***  FOUR-DIGIT YEAR (BLANK ON RECORDS STAMPED BEFORE THE      ***
012400***  CENTURY WAS CARRIED, WHICH TAKE THE CENTURY WINDOW)       ***
012500******************************************************************
012600 01  MASTER-REC                  PIC X(512).
012700 01  MASTER-FIELDS REDEFINES MASTER-REC.
012800     03  MR-REC-ID               PIC X.
012900     03  MR-CLIENT               PIC X(3).
013000     03  FILLER                  PIC X(8).
013100     03  MR-SEQ-NUMBER           PIC X(3).
013200     03  FILLER                  PIC X(97).
013300     03  MR-UPD-DATE.
013400       05  MR-UPD-MM             PIC 99.
013500       05  MR-UPD-DD             PIC 99.
013600       05  MR-UPD-YY             PIC 99.
013700     03  MR-UPD-DATE-X REDEFINES MR-UPD-DATE PIC X(6).
013800     03  MR-UPD-CCYY             PIC X(4).
013900     03  MR-UPD-CCYY-9 REDEFINES MR-UPD-CCYY PIC 9(4).
014000     03  FILLER                  PIC X(390).
014100 01  LAST-UPD-DATE.
014200     03  LU-CCYY                 PIC 9(4).
014300     03  LU-MM                   PIC 99.
014400     03  LU-DD                   PIC 99.
014500 01  LAST-UPD-DATE-9 REDEFINES LAST-UPD-DATE PIC 9(8).
014600 01  CENTURY-WORK.
014700     03  CW-YY                   PIC 99.
014800     03  CW-CCYY                 PIC 9(4).
014900 01  STAMP-SW                    PIC 9 VALUE 0.
015000     88  RECORD-STAMPED             VALUE 1.
015100 01  DORMANT-SW                  PIC 9 VALUE 0.
015200     88  RECORD-DORMANT             VALUE 1.
015300 01  MONTHS-IDLE                 PIC S9(7) COMP-5 VALUE 0.
015400 01  CURRENT-CLIENT              PIC X(3) VALUE LOW-VALUES.
015500 01  KEY-TEXT                    PIC X(86).
015600 01  KEY-PTR                     PIC 9(4) COMP-5 VALUE 1.
015700 01  KEY-VALUE                   PIC X(30).
015800 01  DELETE-CARD.
015900     03  DC-REC-ID               PIC X.
016000     03  DC-CLIENT               PIC X(3).
016100     03  DC-TC                   PIC X(2).
016200     03  DC-DATE                 PIC X(6).
016300     03  DC-SEQ-NUMBER           PIC X(3).
016400     03  DC-ORIGIN-USER          PIC X(8).
016500     03  FILLER                  PIC X(89).
016600     03  DC-SYSTEM-FLAGS         PIC X(16).
016700 01  DELETE-CARD-ARRAY REDEFINES DELETE-CARD PIC X(128).
016800 01  DORMANT-USER                PIC X(8) VALUE 'DORMANT'.
016900
017000******************************************************************
017100***  SUMMARY TABLE, ONE ENTRY PER CLIENT AND RECORD TYPE, HELD ***
017200***  IN CLIENT/TYPE ORDER AS ENTRIES ARE ADDED                 ***
017300******************************************************************
017400 01  SUM-TBL-MAX                 PIC 9(4) COMP-5 VALUE 3000.
017500 01  SUM-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
017600 01  SUM-I                       PIC 9(4) COMP-5 VALUE 0.
017700 01  SUM-FOUND-IX                PIC 9(4) COMP-5 VALUE 0.
017800 01  SUM-KEY                     PIC X(6).
017900 01  SUM-TABLE.
018000     03  SUM-ENTRY  OCCURS 3000 TIMES.
018100       05  SM-KEY.
018200         07  SM-CLIENT           PIC X(3).
018300         07  SM-SEQ              PIC X(3).
018400       05  SM-RECORD-CNT         PIC 9(8) COMP-5.
018500       05  SM-DORMANT-CNT        PIC 9(8) COMP-5.
018600 01  SUM-OVERFLOW-CNT            PIC 9(8) COMP-5 VALUE 0.
018700 01  CLIENT-RECORD-CNT           PIC 9(8) COMP-5 VALUE 0.
018800 01  CLIENT-DORMANT-CNT          PIC 9(8) COMP-5 VALUE 0.
018900
019000 01  MASTER-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
019100 01  SELECTED-CNT                PIC 9(8) COMP-5 VALUE 0.
019200 01  DORMANT-CNT                 PIC 9(8) COMP-5 VALUE 0.
019300 01  UNSTAMPED-CNT               PIC 9(8) COMP-5 VALUE 0.
019400 01  CARDS-WRITTEN-CNT           PIC 9(8) COMP-5 VALUE 0.
019500
019600******************************************************************
019700***  REPORT LINES                                              ***
019800******************************************************************
019900 01  RPT-HDR-LINE.
020000     03  FILLER                  PIC X(34)  VALUE
020100         'BDMS0249 DORMANT MASTER RECORDS - '.
020200     03  FILLER                  PIC X(15)  VALUE
020300         'NOT UPDATED IN '.
020400     03  RH-MONTHS               PIC ZZ9.
020500     03  FILLER                  PIC X(23)  VALUE
020600         ' MONTHS (BEFORE CUTOFF '.
020700     03  RH-CUTOFF               PIC 9(8).
020800     03  FILLER                  PIC X(15)  VALUE
020900         ')  FDT VERSION '.
021000     03  RH-VERSION              PIC X(8).
021100     03  FILLER                  PIC X(26)  VALUE SPACES.
021200 01  CLIENT-HDR-LINE.
021300     03  FILLER                  PIC X(9)   VALUE '  CLIENT '.
021400     03  CH-CLIENT               PIC X(3).
021500     03  FILLER                  PIC X(120) VALUE SPACES.
021600 01  DTL-HDR-LINE.
021700     03  FILLER                  PIC X(46)  VALUE
021800         '    RECORD KEY       LAST UPDATE  MONTHS  KEY '.
021900     03  FILLER                  PIC X(86)  VALUE
022000         'FIELDS (FB1 FIELD NUMBER = VALUE)'.
022100 01  DTL-LINE.
022200     03  FILLER                  PIC X(4)   VALUE SPACES.
022300     03  DL-KEY                  PIC X(15).
022400     03  FILLER                  PIC X(2)   VALUE SPACES.
022500     03  DL-LAST-UPD             PIC X(10).
022600     03  FILLER                  PIC X(3)   VALUE SPACES.
022700     03  DL-MONTHS               PIC X(4).
022800     03  FILLER                  PIC X(2)   VALUE SPACES.
022900     03  DL-KEY-TEXT             PIC X(86).
023000     03  FILLER                  PIC X(6)   VALUE SPACES.
023100 01  DL-MONTHS-ED                PIC ZZZ9.
023200 01  SUM-HDR-LINE.
023300     03  FILLER                  PIC X(50)  VALUE
023400         '  CLIENT  TYPE    RECORDS   DORMANT'.
023500     03  FILLER                  PIC X(82)  VALUE SPACES.
023600 01  SUM-LINE.
023700     03  FILLER                  PIC X(4)   VALUE SPACES.
023800     03  SL-CLIENT               PIC X(3).
023900     03  FILLER                  PIC X(3)   VALUE SPACES.
024000     03  SL-SEQ                  PIC X(5).
024100     03  SL-RECORDS              PIC ZZ,ZZZ,ZZ9.
024200     03  SL-DORMANT              PIC ZZ,ZZZ,ZZ9.
024300     03  FILLER                  PIC X(97)  VALUE SPACES.
024400 01  CNT-DET-LINE.
024500     03  FILLER                  PIC X(2)   VALUE SPACES.
024600     03  CT-TEXT                 PIC X(40).
024700     03  CT-COUNT                PIC Z(8)9.
024800     03  FILLER                  PIC X(81)  VALUE SPACES.
024900 01  MSG-LINE.
025000     03  FILLER                  PIC X(2)   VALUE SPACES.
025100     03  ML-TEXT                 PIC X(70).
025200     03  FILLER                  PIC X(60)  VALUE SPACES.
025300 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
025400
025500 PROCEDURE DIVISION.
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
025800     IF NOT RUN-REFUSED
025900       PERFORM 2000-SCAN-MASTER
026000       PERFORM 7000-SUMMARY
026100       PERFORM 8000-REPORT-TOTALS.
026200     PERFORM 9000-EOJ.
026300     EXIT PROGRAM.
026400     STOP RUN.
026500******************************************************************
026600***  RESOLVES THE RUN VALUES AND THE CUTOFF DATE, AND LOADS    ***
026700***  THE FDT KEY CARD                                          ***
026800******************************************************************
026900 1000-INITIALIZE.
027000     DISPLAY 'BDMS0249 BEGIN PROCESSING'.
027100     DISPLAY 'DORMMONTHS' UPON ENVIRONMENT-NAME.
027200     ACCEPT DORMMONTHS-X FROM ENVIRONMENT-VALUE.
027300     IF DORMMONTHS-X NOT NUMERIC OR DORMMONTHS-9 = 0
027400       DISPLAY 'BDMS0249 DORMMONTHS <' DORMMONTHS-X
027500               '> NOT 001-999 - RUN REFUSED'
027600       MOVE 16 TO RETURN-CODE
027700       MOVE 1 TO REFUSED-SW
027800       GO TO 1090-EXIT.
027900     DISPLAY 'CLIENT' UPON ENVIRONMENT-NAME.
028000     ACCEPT CLIENT-PICK FROM ENVIRONMENT-VALUE.
028100     IF CLIENT-PICK = '***'
028200       MOVE SPACES TO CLIENT-PICK.
028300     DISPLAY 'CANDECK' UPON ENVIRONMENT-NAME.
028400     ACCEPT CANDECK-ENV FROM ENVIRONMENT-VALUE.
028500     IF CANDECK-ENV = 'Y'
028600       MOVE 1 TO DECK-SW.
028700     ACCEPT TODAY-YYMMDD FROM DATE.
028800     DISPLAY 'POSTDATE' UPON ENVIRONMENT-NAME.
028900     ACCEPT POSTING-DATE FROM ENVIRONMENT-VALUE.
029000     IF POSTING-DATE = SPACES
029100       STRING TODAY-MM TODAY-DD TODAY-YY
029200           DELIMITED BY SIZE INTO POSTING-DATE.
029300     IF WRITING-DECK AND POSTING-DATE NOT NUMERIC
029400       DISPLAY 'BDMS0249 POSTDATE <' POSTING-DATE
029500               '> NOT MMDDYY - RUN REFUSED'
029600       MOVE 16 TO RETURN-CODE
029700       MOVE 1 TO REFUSED-SW
029800       GO TO 1090-EXIT.
029900*    THE CUTOFF IS THE SAME DAY DORMMONTHS MONTHS AGO; A RECORD
030000*    LAST UPDATED BEFORE IT IS DORMANT
030100     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
030200     COMPUTE MONTH-SERIAL =
030300         TODAY-CCYY * 12 + TODAY-MM-9 - 1 - DORMMONTHS-9.
030400     DIVIDE MONTH-SERIAL BY 12 GIVING CUTOFF-CCYY
030500         REMAINDER MONTH-REM.
030600     COMPUTE CUTOFF-MM = MONTH-REM + 1.
030700     MOVE TODAY-DD-9 TO CUTOFF-DD.
030800     OPEN INPUT FDT-FILE.
030900     PERFORM 1100-LOAD-KEY-CARD THRU 1190-EXIT.
031000     CLOSE FDT-FILE.
031100     IF RUN-REFUSED
031200       GO TO 1090-EXIT.
031300     DISPLAY 'BDMS0249 DORMANT BEFORE ' CUTOFF-DATE
031400             ' CLIENT <' CLIENT-PICK '> FDT VERSION <'
031500             FDT-VERSION '>'.
031600     IF WRITING-DECK
031700       DISPLAY 'BDMS0249 TC 02 CANDIDATE DECK DATED '
031800               POSTING-DATE.
031900 1090-EXIT.
032000     EXIT.
032100*    OPTIONAL LRECL AND FDTVER HEADER CARDS, THEN THE FB1 KEY
032200*    CARD AND ITS CONTINUATION CARDS
032300 1100-LOAD-KEY-CARD.
032400     PERFORM 1200-DECK-READ.
032500     IF FDT-CARD-WORK (1:5) = 'LRECL'
032600       IF FDT-CARD-WORK (7:3) NUMERIC AND
032700          FDT-CARD-WORK (7:3) NOT < '128' AND
032800          FDT-CARD-WORK (7:3) NOT > '512'
032900         MOVE FDT-CARD-WORK (7:3) TO FDT-LRECL
033000       ELSE
033100         DISPLAY 'BDMS0249 FDT LRECL CARD <'
033200                 FDT-CARD-WORK (7:3) '> NOT 128-512'
033300                 ' - RUN REFUSED'
033400         MOVE 16 TO RETURN-CODE
033500         MOVE 1 TO REFUSED-SW
033600         GO TO 1190-EXIT
033700       END-IF
033800       PERFORM 1200-DECK-READ.
033900     IF FDT-CARD-WORK (1:6) = 'FDTVER'
034000       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
034100       PERFORM 1200-DECK-READ.
034200     IF FDT-EOF
034300       DISPLAY 'BDMS0249 FDT DECK HAS NO KEY CARD - RUN REFUSED'
034400       MOVE 16 TO RETURN-CODE
034500       MOVE 1 TO REFUSED-SW
034600       GO TO 1190-EXIT.
034700     MOVE FDT-CARD-WORK TO KEY-CARD.
034710     MOVE 0 TO KEY-CONT-CNT.
034720     PERFORM 1200-DECK-READ.
034730     PERFORM 1250-KEY-CONT-LOAD UNTIL FDT-EOF OR RUN-REFUSED
034740       OR FDT-CARD-WORK (7:1) NOT = '+'.
034800 1190-EXIT.
034900     EXIT.
035000 1200-DECK-READ.
035100     MOVE SPACES TO FDT-CARD-WORK.
035200     READ FDT-FILE INTO FDT-CARD-WORK, AT END
035300       MOVE 1 TO FDT-EOF-SW.
035310 1250-KEY-CONT-LOAD.
035315     IF KEY-CONT-CNT NOT < FDT-CONT-PER-CARD-MAX
035320       DISPLAY 'BDMS0249 FDT KEY CARD HAS MORE THAN '
035325               FDT-CONT-PER-CARD-MAX
035330               ' CONTINUATION CARDS - RUN REFUSED'
035335       MOVE 16 TO RETURN-CODE
035340       MOVE 1 TO REFUSED-SW
035345     ELSE
035350       ADD 1 TO KEY-CONT-CNT
035355       MOVE FDT-CARD-WORK TO KEY-CONT-CARD (KEY-CONT-CNT)
035360       PERFORM 1200-DECK-READ.
035400******************************************************************
035500***  ONE PASS OF THE MASTER: EVERY RECORD OF THE SELECTED      ***
035600***  CLIENTS IS COUNTED, AND THE DORMANT ONES LISTED           ***
035700******************************************************************
035800 2000-SCAN-MASTER.
035900     OPEN INPUT MASTER-IN-FILE.
036000     OPEN OUTPUT PRNTR.
036100     IF WRITING-DECK
036200       OPEN OUTPUT DECK-OUT-FILE.
036300     MOVE DORMMONTHS-9 TO RH-MONTHS.
036400     MOVE CUTOFF-DATE  TO RH-CUTOFF.
036500     MOVE FDT-VERSION  TO RH-VERSION.
036600     WRITE PRINT FROM RPT-HDR-LINE.
036700     PERFORM 2900-MASTER-READ.
036800     PERFORM 2100-CHECK-ONE-RECORD THRU 2190-EXIT
036900       UNTIL MASTER-EOF.
037000     CLOSE MASTER-IN-FILE.
037100     IF WRITING-DECK
037200       CLOSE DECK-OUT-FILE.
037300 2100-CHECK-ONE-RECORD.
037400     IF CLIENT-PICK NOT = SPACES AND MR-CLIENT NOT = CLIENT-PICK
037500       GO TO 2180-NEXT.
037600     ADD 1 TO SELECTED-CNT.
037700     PERFORM 2200-LAST-UPDATE.
037800     IF RECORD-STAMPED AND LAST-UPD-DATE-9 NOT < CUTOFF-DATE-9
037900       MOVE 0 TO DORMANT-SW
038000     ELSE
038100       MOVE 1 TO DORMANT-SW.
038200     PERFORM 2600-COUNT-SUMMARY THRU 2690-EXIT.
038300     IF NOT RECORD-DORMANT
038400       GO TO 2180-NEXT.
038500     ADD 1 TO DORMANT-CNT.
038600     IF MR-CLIENT NOT = CURRENT-CLIENT
038700       MOVE MR-CLIENT TO CURRENT-CLIENT, CH-CLIENT
038800       WRITE PRINT FROM BLANK-LINE
038900       WRITE PRINT FROM CLIENT-HDR-LINE
039000       WRITE PRINT FROM DTL-HDR-LINE.
039100     PERFORM 2300-LIST-RECORD.
039200     IF WRITING-DECK
039300       PERFORM 2400-WRITE-DELETE-CARD.
039400 2180-NEXT.
039500     PERFORM 2900-MASTER-READ.
039600 2190-EXIT.
039700     EXIT.
039800*    THE RECORD'S LAST-UPDATE DATE AS CCYYMMDD; A STAMP THAT IS
039900*    BLANK OR NOT A DATE LEAVES THE RECORD UNSTAMPED
040000 2200-LAST-UPDATE.
040100     MOVE 0 TO STAMP-SW.
040200     MOVE 0 TO LAST-UPD-DATE-9.
040300     IF MR-UPD-DATE-X NOT NUMERIC OR MR-UPD-MM = 0 OR
040400        MR-UPD-MM > 12 OR MR-UPD-DD = 0 OR MR-UPD-DD > 31
040500       ADD 1 TO UNSTAMPED-CNT
040600     ELSE
040700       MOVE 1 TO STAMP-SW
040800       MOVE MR-UPD-MM TO LU-MM
040900       MOVE MR-UPD-DD TO LU-DD
041000       IF MR-UPD-CCYY NUMERIC
041100         MOVE MR-UPD-CCYY-9 TO LU-CCYY
041200       ELSE
041300         MOVE MR-UPD-YY TO CW-YY
041400         PERFORM 2250-CENTURY-WINDOW
041500         MOVE CW-CCYY TO LU-CCYY.
041600*    TWO-DIGIT YEARS 00-49 ARE 2000-2049, 50-99 ARE 1950-1999
041700 2250-CENTURY-WINDOW.
041800     IF CW-YY < 50
041900       COMPUTE CW-CCYY = 2000 + CW-YY
042000     ELSE
042100       COMPUTE CW-CCYY = 1900 + CW-YY.
042200*    KEY, LAST UPDATE, WHOLE MONTHS SINCE IT, AND THE FB1 KEY
042300*    FIELDS AS FIELD NUMBER = VALUE
042400 2300-LIST-RECORD.
042500     MOVE MASTER-REC (1:15) TO DL-KEY.
042600     IF RECORD-STAMPED
042700       MOVE SPACES TO DL-LAST-UPD
042800       STRING LU-MM '/' LU-DD '/' LU-CCYY
042900           DELIMITED BY SIZE INTO DL-LAST-UPD
043000       COMPUTE MONTHS-IDLE =
043100           (TODAY-CCYY * 12 + TODAY-MM-9) - (LU-CCYY * 12 + LU-MM)
043200       IF LU-DD > TODAY-DD-9
043300         SUBTRACT 1 FROM MONTHS-IDLE
043400       END-IF
043500       MOVE MONTHS-IDLE TO DL-MONTHS-ED
043600       MOVE DL-MONTHS-ED TO DL-MONTHS
043700     ELSE
043800       MOVE 'NO STAMP' TO DL-LAST-UPD
043900       MOVE '   -' TO DL-MONTHS.
044000     MOVE SPACES TO KEY-TEXT.
044100     MOVE 1 TO KEY-PTR.
044200     MOVE KEY-CARD TO RULE-CARD.
044210     MOVE 0 TO KEY-CONT-IX, KEY-LOC-BASE.
044300     MOVE 1 TO FDT-FIELD-INDEX.
044400     PERFORM 2350-NAME-KEY-FIELD
044500       UNTIL FDT-FIELD-INDEX > 14 OR
044600             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
044610     PERFORM 2360-NAME-KEY-CONT UNTIL
044620       FDT-FIELD-INDEX NOT > 14 OR KEY-CONT-IX = KEY-CONT-CNT.
044700     MOVE KEY-TEXT TO DL-KEY-TEXT.
044800     WRITE PRINT FROM DTL-LINE.
044900 2350-NAME-KEY-FIELD.
045000     PERFORM 3900-FIELD-POSITION.
045100     IF FIELD-LOC > 0 AND FIELD-LEN > 0 AND
045200        FIELD-LOC + FIELD-LEN NOT > FDT-LRECL + 1
045300       COMPUTE FLD-NO-DISP = KEY-CONT-IX * 14 + FDT-FIELD-INDEX
045400       MOVE SPACES TO KEY-VALUE
045500       IF FIELD-LEN > 30
045600         MOVE MASTER-REC (FIELD-LOC:30) TO KEY-VALUE
045700       ELSE
045800         MOVE MASTER-REC (FIELD-LOC:FIELD-LEN) TO KEY-VALUE
045900       END-IF
046000       STRING 'K' FLD-NO-DISP '=' DELIMITED BY SIZE
046100           KEY-VALUE DELIMITED BY '  '
046200           ' ' DELIMITED BY SIZE
046300           INTO KEY-TEXT WITH POINTER KEY-PTR
046400         ON OVERFLOW
046500           MOVE '...' TO KEY-TEXT (84:3)
046600       END-STRING.
046700     ADD 1 TO FDT-FIELD-INDEX.
046710 2360-NAME-KEY-CONT.
046720     PERFORM 2380-NEXT-KEY-CONT.
046730     PERFORM 2350-NAME-KEY-FIELD
046740       UNTIL FDT-FIELD-INDEX > 14 OR
046750             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
046760*    PUTS THE NEXT KEY CONTINUATION CARD IN RULE-CARD
046770 2380-NEXT-KEY-CONT.
046780     ADD 1 TO KEY-CONT-IX.
046790     MOVE KEY-CONT-CARD (KEY-CONT-IX) TO RULE-CARD.
046791     IF R-LOC-BASE NUMERIC
046792       MOVE R-LOC-BASE-9 TO KEY-LOC-BASE
046793     ELSE
046794       MOVE 0 TO KEY-LOC-BASE.
046795     MOVE 1 TO FDT-FIELD-INDEX.
046800*    KEY COLUMNS AND FB1 KEY FIELDS FROM THE MASTER, TC 02, THE
046900*    POSTING DATE, THE DORMANT-CLEANUP ORIGIN AND NORMAL-
047000*    PROCESSING SYSTEM FLAGS
047100 2400-WRITE-DELETE-CARD.
047200     MOVE SPACES TO DELETE-CARD.
047300     MOVE KEY-CARD TO RULE-CARD.
047310     MOVE 0 TO KEY-CONT-IX, KEY-LOC-BASE.
047400     MOVE 1 TO FDT-FIELD-INDEX.
047500     PERFORM 2450-COPY-KEY-FIELD
047600       UNTIL FDT-FIELD-INDEX > 14 OR
047700             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
047710     PERFORM 2460-COPY-KEY-CONT UNTIL
047720       FDT-FIELD-INDEX NOT > 14 OR KEY-CONT-IX = KEY-CONT-CNT.
047800     MOVE MR-REC-ID         TO DC-REC-ID.
047900     MOVE MR-CLIENT         TO DC-CLIENT.
048000     MOVE '02'              TO DC-TC.
048100     MOVE POSTING-DATE      TO DC-DATE.
048200     MOVE MR-SEQ-NUMBER     TO DC-SEQ-NUMBER.
048300     MOVE DORMANT-USER      TO DC-ORIGIN-USER.
048400     MOVE LOW-VALUES        TO DC-SYSTEM-FLAGS.
048500     WRITE DECK-OUT-CARD FROM DELETE-CARD.
048600     ADD 1 TO CARDS-WRITTEN-CNT.
048700 2450-COPY-KEY-FIELD.
048800     PERFORM 3900-FIELD-POSITION.
048900     IF FIELD-LOC > 0 AND FIELD-LOC + FIELD-LEN < 114
049000       MOVE MASTER-REC (FIELD-LOC:FIELD-LEN)
049100         TO DELETE-CARD-ARRAY (FIELD-LOC:FIELD-LEN).
049200     ADD 1 TO FDT-FIELD-INDEX.
049210 2460-COPY-KEY-CONT.
049220     PERFORM 2380-NEXT-KEY-CONT.
049230     PERFORM 2450-COPY-KEY-FIELD
049240       UNTIL FDT-FIELD-INDEX > 14 OR
049250             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
049300*    FINDS OR INSERTS, IN CLIENT/TYPE ORDER, THE RECORD'S
049400*    SUMMARY ENTRY AND COUNTS THE RECORD IN IT
049500 2600-COUNT-SUMMARY.
049600     MOVE MR-CLIENT     TO SUM-KEY (1:3).
049700     MOVE MR-SEQ-NUMBER TO SUM-KEY (4:3).
049800     IF SUM-FOUND-IX > 0
049900       IF SM-KEY (SUM-FOUND-IX) = SUM-KEY
050000         GO TO 2680-COUNT.
050100     MOVE 1 TO SUM-I.
050200     PERFORM 2650-SKIP-LOWER
050300       UNTIL SUM-I > SUM-TBL-CNT OR SM-KEY (SUM-I) NOT < SUM-KEY.
050400     IF SUM-I NOT > SUM-TBL-CNT
050500       IF SM-KEY (SUM-I) = SUM-KEY
050600         MOVE SUM-I TO SUM-FOUND-IX
050700         GO TO 2680-COUNT.
050800     IF SUM-TBL-CNT NOT < SUM-TBL-MAX
050900       ADD 1 TO SUM-OVERFLOW-CNT
051000       MOVE 0 TO SUM-FOUND-IX
051100       GO TO 2690-EXIT.
051200     MOVE SUM-I TO SUM-FOUND-IX.
051300     MOVE SUM-TBL-CNT TO SUM-I.
051400     ADD 1 TO SUM-TBL-CNT.
051500     PERFORM 2660-SHIFT-UP UNTIL SUM-I < SUM-FOUND-IX.
051600     MOVE SUM-KEY TO SM-KEY (SUM-FOUND-IX).
051700     MOVE 0 TO SM-RECORD-CNT (SUM-FOUND-IX),
051800         SM-DORMANT-CNT (SUM-FOUND-IX).
051900 2680-COUNT.
052000     ADD 1 TO SM-RECORD-CNT (SUM-FOUND-IX).
052100     IF RECORD-DORMANT
052200       ADD 1 TO SM-DORMANT-CNT (SUM-FOUND-IX).
052300 2690-EXIT.
052400     EXIT.
052500 2650-SKIP-LOWER.
052600     ADD 1 TO SUM-I.
052700 2660-SHIFT-UP.
052800     MOVE SUM-ENTRY (SUM-I) TO SUM-ENTRY (SUM-I + 1).
052900     SUBTRACT 1 FROM SUM-I.
053000 2900-MASTER-READ.
053100     READ MASTER-IN-FILE INTO MASTER-REC, AT END
053200       MOVE 1 TO MASTER-EOF-SW.
053300     IF MORE-MASTER-RECS
053400       ADD 1 TO MASTER-READ-CNT.
053500 3900-FIELD-POSITION.
053600     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
053700       MOVE R-LOCATION (FDT-FIELD-INDEX) TO FIELD-LOC
053800     ELSE
053900       ADD 100, R-LOCATION (FDT-FIELD-INDEX) GIVING FIELD-LOC.
054000     MOVE R-LENGTH (FDT-FIELD-INDEX) TO FIELD-LEN.
054010     ADD KEY-LOC-BASE TO FIELD-LOC.
054100******************************************************************
054200***  DORMANT COUNTS PER CLIENT AND RECORD TYPE, WITH A TOTAL   ***
054300***  LINE FOR EACH CLIENT                                      ***
054400******************************************************************
054500 7000-SUMMARY.
054600     IF DORMANT-CNT = 0
054700       WRITE PRINT FROM BLANK-LINE
054800       MOVE 'NO DORMANT RECORDS' TO ML-TEXT
054900       WRITE PRINT FROM MSG-LINE.
055000     WRITE PRINT FROM BLANK-LINE.
055100     MOVE 'DORMANT RECORDS BY CLIENT AND RECORD TYPE' TO ML-TEXT.
055200     WRITE PRINT FROM MSG-LINE.
055300     WRITE PRINT FROM SUM-HDR-LINE.
055400     MOVE 0 TO CLIENT-RECORD-CNT, CLIENT-DORMANT-CNT.
055500     MOVE 1 TO SUM-I.
055600     PERFORM 7100-SUMMARY-LINE UNTIL SUM-I > SUM-TBL-CNT.
055700 7100-SUMMARY-LINE.
055800     MOVE SM-CLIENT (SUM-I)      TO SL-CLIENT.
055900     MOVE SM-SEQ (SUM-I)         TO SL-SEQ.
056000     MOVE SM-RECORD-CNT (SUM-I)  TO SL-RECORDS.
056100     MOVE SM-DORMANT-CNT (SUM-I) TO SL-DORMANT.
056200     WRITE PRINT FROM SUM-LINE.
056300     ADD SM-RECORD-CNT (SUM-I)  TO CLIENT-RECORD-CNT.
056400     ADD SM-DORMANT-CNT (SUM-I) TO CLIENT-DORMANT-CNT.
056500     IF SUM-I = SUM-TBL-CNT
056600       PERFORM 7200-CLIENT-TOTAL-LINE
056700     ELSE
056800       IF SM-CLIENT (SUM-I + 1) NOT = SM-CLIENT (SUM-I)
056900         PERFORM 7200-CLIENT-TOTAL-LINE.
057000     ADD 1 TO SUM-I.
057100 7200-CLIENT-TOTAL-LINE.
057200     MOVE SPACES                TO SL-CLIENT.
057300     MOVE 'TOTAL'               TO SL-SEQ.
057400     MOVE CLIENT-RECORD-CNT     TO SL-RECORDS.
057500     MOVE CLIENT-DORMANT-CNT    TO SL-DORMANT.
057600     WRITE PRINT FROM SUM-LINE.
057700     WRITE PRINT FROM BLANK-LINE.
057800     MOVE 0 TO CLIENT-RECORD-CNT, CLIENT-DORMANT-CNT.
057900******************************************************************
058000***  RUN TOTALS                                                ***
058100******************************************************************
058200 8000-REPORT-TOTALS.
058300     MOVE 'MASTER RECORDS READ' TO CT-TEXT.
058400     MOVE MASTER-READ-CNT TO CT-COUNT.
058500     WRITE PRINT FROM CNT-DET-LINE.
058600     MOVE 'RECORDS OF THE SELECTED CLIENTS' TO CT-TEXT.
058700     MOVE SELECTED-CNT TO CT-COUNT.
058800     WRITE PRINT FROM CNT-DET-LINE.
058900     MOVE 'DORMANT RECORDS' TO CT-TEXT.
059000     MOVE DORMANT-CNT TO CT-COUNT.
059100     WRITE PRINT FROM CNT-DET-LINE.
059200     MOVE '  OF WHICH NEVER STAMPED' TO CT-TEXT.
059300     MOVE UNSTAMPED-CNT TO CT-COUNT.
059400     WRITE PRINT FROM CNT-DET-LINE.
059500     IF SUM-OVERFLOW-CNT > 0
059600       MOVE 'RECORDS NOT SUMMARIZED - TABLE FULL' TO CT-TEXT
059700       MOVE SUM-OVERFLOW-CNT TO CT-COUNT
059800       WRITE PRINT FROM CNT-DET-LINE
059900       MOVE 4 TO RETURN-CODE.
060000     IF WRITING-DECK
060100       MOVE 'TC 02 CANDIDATE CARDS WRITTEN' TO CT-TEXT
060200       MOVE CARDS-WRITTEN-CNT TO CT-COUNT
060300       WRITE PRINT FROM CNT-DET-LINE.
060400     CLOSE PRNTR.
060500 9000-EOJ.
060600     DISPLAY 'BDMS0249 MASTER RECORDS READ......' MASTER-READ-CNT.
060700     DISPLAY 'BDMS0249 DORMANT RECORDS..........' DORMANT-CNT.
060800     IF WRITING-DECK
060900       DISPLAY 'BDMS0249 CANDIDATE CARDS WRITTEN..'
061000               CARDS-WRITTEN-CNT.
061100     DISPLAY 'BDMS0249 END PROCESSING'.
