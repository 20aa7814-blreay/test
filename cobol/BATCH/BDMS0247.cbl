000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0247.
000300******************************************************************
000400***  BDMS0247 - MASS-CHANGE DECK GENERATOR.  READS THE MASTER ***
000500***  (MSIN) AND A CONTROL DECK (MCCARD) THAT SELECTS RECORDS  ***
000600***  AND ASSIGNS NEW VALUES IN FDT FIELD TERMS, AND WRITES A  ***
000700***  TC 03 MODIFY DECK (DECKOUT) - ONE CARD PER SELECTED      ***
000800***  RECORD WHOSE VALUES ACTUALLY CHANGE.  THE DECK IS NOT    ***
000900***  RUN DIRECTLY: IT IS STAGED THROUGH THE BDMS0207 DUAL-    ***
001000***  CONTROL GATE AS DECKTYPE M, AND EVERY CARD CARRIES       ***
001100***  T-ORIGIN-USER 'MASSCHG' SO THE CHANGES STAND OUT ON THE  ***
001200***  BDMS0221 ACTIVITY REPORT.                                 ***
001300***                                                            ***
001400***  CONTROL DECK (AN '*' IN COL 1 IS A COMMENT):             ***
001500***    C CARD - EXACTLY ONE.  COLS 3-5 CLIENT (BLANK OR '***' ***
001600***             FOR EVERY CLIENT), COLS 7-9 RECORD-TYPE SEQ   ***
001700***             (BLANK FOR EVERY TYPE - R FIELDS THEN NEED    ***
001800***             ONE)                                          ***
001900***    S CARD - SELECTION, UP TO 20, ALL MUST HOLD.  COL 3    ***
002000***             K (FB1 KEY CARD), F (FB2 FIXED CARD) OR R     ***
002100***             (RECORD-TYPE CARD), COLS 4-5 FIELD NUMBER,    ***
002200***             COLS 7-8 EQ, NE, GT OR LT, COLS 10-49 VALUE   ***
002300***    A CARD - ASSIGNMENT, 1 TO 14.  COL 3 F OR R, COLS 4-5  ***
002400***             FIELD NUMBER, COLS 10-49 NEW VALUE; A LONE    ***
002500***             '*' BLANKS THE FIELD (THE TC 03 CONVENTION)   ***
002600***  VALUES ARE LAID INTO THE FIELD THE WAY THE MASTER HOLDS  ***
002700***  THEM: FORMAT A LEFT-JUSTIFIED AND SPACE FILLED, N, M AND ***
002800***  S RIGHT-JUSTIFIED AND ZERO FILLED.  AN ASSIGNMENT MAY NOT ***
002900***  NAME AN 'S' FIELD (TC 03 ADDS TO THOSE) OR A 'P' FIELD,  ***
003000***  A FIELD THAT OVERLAPS THE FB1 KEY (TC 05 RE-KEYS), OR A  ***
003100***  FIELD OUTSIDE COLUMNS 27-112, WHICH ARE ALL A 128-BYTE   ***
003200***  MODIFY CARD CAN CARRY.  ANY BAD CONTROL CARD REFUSES THE ***
003300***  RUN (RC 16) BEFORE THE MASTER IS READ.                   ***
003400***                                                            ***
003500***  THE PREVIEW (PRINTR1) LISTS EVERY AFFECTED KEY WITH THE  ***
003600***  OLD AND NEW VALUE OF EACH FIELD IT CHANGES.  POSTDATE    ***
003700***  (MMDDYY) DATES THE CARDS; IT DEFAULTS TO TODAY.  A RUN   ***
003800***  THAT SELECTS NOTHING TO CHANGE ENDS RC 4.                ***
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT FDT-FILE        ASSIGN TO UT-S-IN3
004400        ORGANIZATION LINE SEQUENTIAL.
004500     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
004600        ORGANIZATION LINE SEQUENTIAL.
004700     SELECT CONTROL-FILE    ASSIGN TO UT-S-MCCARD
004800        ORGANIZATION LINE SEQUENTIAL.
004900     SELECT DECK-OUT-FILE   ASSIGN TO UT-S-DECKOUT
005000        ORGANIZATION LINE SEQUENTIAL.
005100     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
005200        ORGANIZATION LINE SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  FDT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD
005800     BLOCK CONTAINS 0 RECORDS
005900     DATA RECORD IS FDT-RECORD.
006000 01  FDT-RECORD                               PIC X(80).
006100 FD  MASTER-IN-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
006400     BLOCK CONTAINS 0 RECORDS
006500     DATA RECORD IS MASTER-RECORD-IN.
006600 01  MASTER-RECORD-IN                         PIC X(512).
006700 FD  CONTROL-FILE
006800     RECORDING MODE IS F
006900     LABEL RECORDS ARE STANDARD
007000     BLOCK CONTAINS 0 RECORDS
007100     DATA RECORD IS CONTROL-RECORD.
007200 01  CONTROL-RECORD.
007300     03  MC-CARD-TYPE                         PIC X.
007400     03  FILLER                               PIC X.
007500     03  MC-DATA                              PIC X(78).
007600     03  MC-CTL REDEFINES MC-DATA.
007700       05  MC-CLIENT                          PIC X(3).
007800       05  FILLER                             PIC X.
007900       05  MC-SEQ                             PIC X(3).
008000       05  FILLER                             PIC X(71).
008100     03  MC-FLD REDEFINES MC-DATA.
008200       05  MC-FIELD-CARD                      PIC X.
008300       05  MC-FIELD-NO                        PIC X(2).
008400       05  FILLER                             PIC X.
008500       05  MC-OPERATOR                        PIC X(2).
008600       05  FILLER                             PIC X.
008700       05  MC-VALUE                           PIC X(40).
008800       05  FILLER                             PIC X(31).
008900 FD  DECK-OUT-FILE
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD
009200     BLOCK CONTAINS 0 RECORDS
009300     DATA RECORD IS DECK-OUT-CARD.
009400 01  DECK-OUT-CARD                            PIC X(128).
009500 FD  PRNTR
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD
009800     BLOCK CONTAINS 0 RECORDS
009900     DATA RECORD IS PRINT.
010000 01  PRINT.
010100     03  PRT                       PIC X(132).
010200
010300 WORKING-STORAGE SECTION.
010400 01  POSTING-DATE                PIC X(6) VALUE SPACES.
010500 01  TODAY-YYMMDD.
010600     03  TODAY-YY                PIC XX.
010700     03  TODAY-MM                PIC XX.
010800     03  TODAY-DD                PIC XX.
010900 01  REFUSED-SW                  PIC 9 VALUE 0.
011000     88  RUN-REFUSED                VALUE 1.
011100 01  MASTER-EOF-SW               PIC 9 VALUE 0.
011200     88  MORE-MASTER-RECS           VALUE 0.
011300     88  MASTER-EOF                 VALUE 1.
011400 01  CONTROL-EOF-SW              PIC 9 VALUE 0.
011500     88  MORE-CONTROL-RECS          VALUE 0.
011600     88  CONTROL-EOF                VALUE 1.
011700 01  FDT-EOF-SW                  PIC 9 VALUE 0.
011800     88  MORE-FDT-RECS              VALUE 0.
011900     88  FDT-EOF                    VALUE 1.
012000
012100******************************************************************
012200***  THE FDT DECK.  ENTRY 1 IS THE FB1 KEY CARD, ENTRY 2 THE   ***
012300***  FB2 FIXED CARD, ENTRY SEQ + 2 THE RECORD-TYPE CARD        ***
012400******************************************************************
012500 01  DECK-TABLE.
012600     03  DECK-CARD  OCCURS 1001 TIMES  PIC X(80).
012700 01  FDT-LRECL                   PIC 9(3) VALUE 128.
012800 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
012900 01  FDT-CARD-WORK               PIC X(80).
013000 01  RULE-CARD.
013100     03  R-FILE-ID               PIC X.
013200     03  R-SEQ-NUMB              PIC XXX.
013300     03  R-FIELD-NO              PIC 99.
013400     03  FILLER                  PIC X(4).
013500     03  R-FIELD-DEFNS OCCURS 14 TIMES.
013600       05  R-FORMAT              PIC X.
013700       05  R-LOCATION            PIC 99.
013800       05  R-LENGTH              PIC 99.
013900 01  CARD-ID                     PIC X(3).
014000 01  CARD-ID-9 REDEFINES CARD-ID PIC 9(3).
014100 01  CARD-IX                     PIC 9(4) COMP-5 VALUE 0.
014200 01  FDT-FIELD-INDEX             PIC 9(4) COMP-5 VALUE 0.
014300 01  FIELD-NUMBER-X              PIC X(2).
014400 01  FIELD-NUMBER-9 REDEFINES FIELD-NUMBER-X PIC 99.
014500 01  FIELD-LOC                   PIC 9(4) COMP-5 VALUE 0.
014600 01  FIELD-LEN                   PIC 9(4) COMP-5 VALUE 0.
014700 01  FIELD-END                   PIC 9(4) COMP-5 VALUE 0.
014800 01  FIELD-FORMAT                PIC X.
014900 01  TARGET-LOC                  PIC 9(4) COMP-5 VALUE 0.
015000 01  TARGET-LEN                  PIC 9(4) COMP-5 VALUE 0.
015100
015200******************************************************************
015300***  CONTROL DECK TABLES                                       ***
015400******************************************************************
015500 01  CTL-CARD-CNT                PIC 9(4) COMP-5 VALUE 0.
015600 01  CTL-CLIENT                  PIC X(3) VALUE SPACES.
015700 01  CTL-SEQ                     PIC X(3) VALUE SPACES.
015800 01  CTL-SEQ-9 REDEFINES CTL-SEQ PIC 9(3).
015900 01  CTL-REC-CARD-IX             PIC 9(4) COMP-5 VALUE 0.
016000 01  CONTROL-CARD-CNT            PIC 9(8) COMP-5 VALUE 0.
016100 01  CONTROL-ERROR-CNT           PIC 9(8) COMP-5 VALUE 0.
016200 01  CARD-ERROR                  PIC X(40).
016300 01  SEL-TBL-MAX                 PIC 9(4) COMP-5 VALUE 20.
016400 01  SEL-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
016500 01  SEL-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
016600 01  SEL-TABLE.
016700     03  SEL-ENTRY  OCCURS 20 TIMES.
016800       05  SL-CARD               PIC X.
016900       05  SL-FIELD              PIC 99.
017000       05  SL-LOC                PIC 9(4) COMP-5.
017100       05  SL-LEN                PIC 9(4) COMP-5.
017200       05  SL-OPERATOR           PIC X(2).
017300       05  SL-VALUE              PIC X(99).
017400 01  ASG-TBL-MAX                 PIC 9(4) COMP-5 VALUE 14.
017500 01  ASG-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
017600 01  ASG-TBL-I                   PIC 9(4) COMP-5 VALUE 0.
017700 01  ASG-TABLE.
017800     03  ASG-ENTRY  OCCURS 14 TIMES.
017900       05  AS-CARD               PIC X.
018000       05  AS-FIELD              PIC 99.
018100       05  AS-LOC                PIC 9(4) COMP-5.
018200       05  AS-LEN                PIC 9(4) COMP-5.
018300       05  AS-BLANK-SW           PIC 9.
018400         88  AS-BLANKS-FIELD        VALUE 1.
018500       05  AS-VALUE              PIC X(99).
018600       05  AS-CHANGED-CNT        PIC 9(8) COMP-5.
018700
018800******************************************************************
018900***  VALUE PREPARATION: A CONTROL-CARD VALUE LAID INTO THE     ***
019000***  FIELD'S WIDTH BY THE FIELD'S FORMAT                       ***
019100******************************************************************
019200 01  RAW-VALUE                   PIC X(40).
019300 01  OUT-VALUE                   PIC X(99).
019400 01  SIG-LEN                     PIC 9(4) COMP-5 VALUE 0.
019500 01  FILL-LEN                    PIC 9(4) COMP-5 VALUE 0.
019600 01  DIGITS-REQUIRED-SW          PIC 9 VALUE 0.
019700     88  DIGITS-REQUIRED            VALUE 1.
019800 01  VALUE-ERROR-SW              PIC 9 VALUE 0.
019900     88  VALUE-OK                   VALUE 0.
020000     88  VALUE-BAD                  VALUE 1.
020100
020200******************************************************************
020300***  PER-RECORD WORK AREAS                                     ***
020400******************************************************************
020500 01  MASTER-REC                  PIC X(512).
020600 01  SELECTED-SW                 PIC 9 VALUE 0.
020700     88  RECORD-SELECTED            VALUE 1.
020800 01  CHANGE-CNT                  PIC 9(4) COMP-5 VALUE 0.
020900 01  OLD-VALUE                   PIC X(99).
021000 01  NEW-VALUE                   PIC X(99).
021100 01  MODIFY-CARD.
021200     03  MD-REC-ID               PIC X.
021300     03  MD-CLIENT               PIC X(3).
021400     03  MD-TC                   PIC X(2).
021500     03  MD-DATE                 PIC X(6).
021600     03  MD-SEQ-NUMBER           PIC X(3).
021700     03  MD-ORIGIN-USER          PIC X(8).
021800     03  FILLER                  PIC X(89).
021900     03  MD-SYSTEM-FLAGS         PIC X(16).
022000 01  MODIFY-CARD-ARRAY REDEFINES MODIFY-CARD PIC X(128).
022100 01  MASSCHG-USER                PIC X(8) VALUE 'MASSCHG'.
022200
022300 01  MASTER-READ-CNT             PIC 9(8) COMP-5 VALUE 0.
022400 01  SELECTED-CNT                PIC 9(8) COMP-5 VALUE 0.
022500 01  UNCHANGED-CNT               PIC 9(8) COMP-5 VALUE 0.
022600 01  CARDS-WRITTEN-CNT           PIC 9(8) COMP-5 VALUE 0.
022700
022800******************************************************************
022900***  REPORT LINES                                              ***
023000******************************************************************
023100 01  RPT-HDR-LINE.
023200     03  FILLER                  PIC X(43)  VALUE
023300         'BDMS0247 MASS-CHANGE PREVIEW - FDT VERSION '.
023400     03  RH-VERSION              PIC X(8).
023500     03  FILLER                  PIC X(9)   VALUE '  CLIENT '.
023600     03  RH-CLIENT               PIC X(3).
023700     03  FILLER                  PIC X(7)   VALUE '  TYPE '.
023800     03  RH-SEQ                  PIC X(3).
023900     03  FILLER                  PIC X(11)  VALUE '  POSTDATE '.
024000     03  RH-DATE                 PIC X(6).
024100     03  FILLER                  PIC X(42)  VALUE SPACES.
024200 01  CTL-DET-LINE.
024300     03  FILLER                  PIC X(2)   VALUE SPACES.
024400     03  CL-CARD                 PIC X(80).
024500     03  FILLER                  PIC X(50)  VALUE SPACES.
024600 01  CHG-HDR-LINE.
024700     03  FILLER                  PIC X(35)  VALUE
024800         '  RECORD KEY (COLS 1-15)  CARD FLD '.
024900     03  FILLER                  PIC X(42)  VALUE 'OLD VALUE'.
025000     03  FILLER                  PIC X(55)  VALUE 'NEW VALUE'.
025100 01  CHG-DET-LINE.
025200     03  FILLER                  PIC X(2)   VALUE SPACES.
025300     03  CD-KEY                  PIC X(15).
025400     03  FILLER                  PIC X(9)   VALUE SPACES.
025500     03  CD-CARD                 PIC X.
025600     03  FILLER                  PIC X(4)   VALUE SPACES.
025700     03  CD-FIELD                PIC 99.
025800     03  FILLER                  PIC X(2)   VALUE SPACES.
025900     03  CD-OLD                  PIC X(40).
026000     03  FILLER                  PIC X(2)   VALUE SPACES.
026100     03  CD-NEW                  PIC X(40).
026200     03  FILLER                  PIC X(15)  VALUE SPACES.
026300 01  CNT-DET-LINE.
026400     03  FILLER                  PIC X(2)   VALUE SPACES.
026500     03  CT-TEXT                 PIC X(40).
026600     03  CT-COUNT                PIC Z(8)9.
026700     03  FILLER                  PIC X(81)  VALUE SPACES.
026800 01  MSG-LINE.
026900     03  FILLER                  PIC X(2)   VALUE SPACES.
027000     03  ML-TEXT                 PIC X(70).
027100     03  FILLER                  PIC X(60)  VALUE SPACES.
027200 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
027300
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
027700     IF NOT RUN-REFUSED
027800       PERFORM 1500-LOAD-CONTROL THRU 1590-EXIT.
027900     IF NOT RUN-REFUSED
028000       PERFORM 2000-GENERATE-DECK.
028100     IF NOT RUN-REFUSED
028200       PERFORM 8000-REPORT-TOTALS.
028300     PERFORM 9000-EOJ.
028400     EXIT PROGRAM.
028500     STOP RUN.
028600******************************************************************
028700***  RESOLVES THE POSTING DATE AND LOADS THE FDT DECK          ***
028800******************************************************************
028900 1000-INITIALIZE.
029000     DISPLAY 'BDMS0247 BEGIN PROCESSING'.
029100     DISPLAY 'POSTDATE' UPON ENVIRONMENT-NAME.
029200     ACCEPT POSTING-DATE FROM ENVIRONMENT-VALUE.
029300     IF POSTING-DATE = SPACES
029400       ACCEPT TODAY-YYMMDD FROM DATE
029500       STRING TODAY-MM TODAY-DD TODAY-YY
029600           DELIMITED BY SIZE INTO POSTING-DATE.
029700     IF POSTING-DATE NOT NUMERIC
029800       DISPLAY 'BDMS0247 POSTDATE <' POSTING-DATE
029900               '> NOT MMDDYY - RUN REFUSED'
030000       MOVE 16 TO RETURN-CODE
030100       MOVE 1 TO REFUSED-SW
030200       GO TO 1090-EXIT.
030300     MOVE SPACES TO DECK-TABLE.
030400     OPEN INPUT FDT-FILE.
030500     PERFORM 1100-LOAD-DECK THRU 1190-EXIT.
030600     CLOSE FDT-FILE.
030700     IF NOT RUN-REFUSED
030800       DISPLAY 'BDMS0247 FDT VERSION <' FDT-VERSION
030900               '> LRECL ' FDT-LRECL.
031000 1090-EXIT.
031100     EXIT.
031200*    OPTIONAL LRECL AND FDTVER HEADER CARDS, THE FB1 KEY CARD,
031300*    THE FB2 FIXED CARD, THEN THE RECORD-TYPE CARDS BY SEQUENCE
031400*    NUMBER
031500 1100-LOAD-DECK.
031600     MOVE 0 TO FDT-EOF-SW.
031700     PERFORM 1200-DECK-READ.
031800     IF FDT-CARD-WORK (1:5) = 'LRECL'
031900       IF FDT-CARD-WORK (7:3) NUMERIC AND
032000          FDT-CARD-WORK (7:3) NOT < '128' AND
032100          FDT-CARD-WORK (7:3) NOT > '512'
032200         MOVE FDT-CARD-WORK (7:3) TO FDT-LRECL
032300       ELSE
032400         DISPLAY 'BDMS0247 FDT LRECL CARD <'
032500                 FDT-CARD-WORK (7:3) '> NOT 128-512'
032600                 ' - RUN REFUSED'
032700         MOVE 16 TO RETURN-CODE
032800         MOVE 1 TO REFUSED-SW
032900         GO TO 1190-EXIT
033000       END-IF
033100       PERFORM 1200-DECK-READ.
033200     IF FDT-CARD-WORK (1:6) = 'FDTVER'
033300       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
033400       PERFORM 1200-DECK-READ.
033500     MOVE FDT-CARD-WORK TO DECK-CARD (1).
033600     PERFORM 1200-DECK-READ.
033610*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
033620     PERFORM 1200-DECK-READ UNTIL FDT-EOF OR
033630       FDT-CARD-WORK (7:1) NOT = '+'.
033700     IF FDT-EOF
033800       DISPLAY 'BDMS0247 FDT DECK TOO SHORT - RUN REFUSED'
033900       MOVE 16 TO RETURN-CODE
034000       MOVE 1 TO REFUSED-SW
034100       GO TO 1190-EXIT.
034200     MOVE FDT-CARD-WORK TO DECK-CARD (2).
034300     PERFORM 1200-DECK-READ.
034400     PERFORM 1250-STORE-TYPE-CARD UNTIL FDT-EOF.
034500 1190-EXIT.
034600     EXIT.
034700 1200-DECK-READ.
034800     MOVE SPACES TO FDT-CARD-WORK.
034900     READ FDT-FILE INTO FDT-CARD-WORK, AT END
035000       MOVE 1 TO FDT-EOF-SW.
035100 1250-STORE-TYPE-CARD.
035200     MOVE FDT-CARD-WORK (2:3) TO CARD-ID.
035210*    A CONTINUATION CARD ('+' IN COLUMN 7) CARRIES FIELDS PAST
035220*    14 OF THE CARD BEFORE IT AND IS NOT FILED AS A RECORD TYPE
035300     IF CARD-ID NUMERIC AND CARD-ID NOT = '000' AND
035310        FDT-CARD-WORK (7:1) NOT = '+'
035400       COMPUTE CARD-IX = CARD-ID-9 + 2
035500       MOVE FDT-CARD-WORK TO DECK-CARD (CARD-IX).
035600     PERFORM 1200-DECK-READ.
035700******************************************************************
035800***  LOADS THE CONTROL DECK.  THE C CARD IS READ FIRST SO R    ***
035900***  FIELDS CAN BE RESOLVED AGAINST ITS RECORD TYPE; EVERY     ***
036000***  CARD IS CHECKED AGAINST THE FDT AND A BAD ONE REFUSES     ***
036100***  THE RUN                                                   ***
036200******************************************************************
036300 1500-LOAD-CONTROL.
036400     OPEN INPUT CONTROL-FILE.
036500     MOVE 0 TO CONTROL-EOF-SW.
036600     PERFORM 1550-FIND-CTL-CARD UNTIL CONTROL-EOF.
036700     CLOSE CONTROL-FILE.
036800     IF CTL-CARD-CNT NOT = 1
036900       DISPLAY 'BDMS0247 CONTROL DECK NEEDS EXACTLY ONE C CARD'
037000               ' - RUN REFUSED'
037100       MOVE 16 TO RETURN-CODE
037200       MOVE 1 TO REFUSED-SW
037300       GO TO 1590-EXIT.
037400     IF CTL-CLIENT = '***'
037500       MOVE SPACES TO CTL-CLIENT.
037600     MOVE 0 TO CTL-REC-CARD-IX.
037700     IF CTL-SEQ NOT = SPACES
037800       IF CTL-SEQ NUMERIC AND CTL-SEQ NOT = '000'
037900         COMPUTE CTL-REC-CARD-IX = CTL-SEQ-9 + 2
038000       END-IF
038100       IF CTL-REC-CARD-IX = 0
038200          OR DECK-CARD (CTL-REC-CARD-IX) = SPACES
038300         DISPLAY 'BDMS0247 RECORD TYPE <' CTL-SEQ
038400                 '> HAS NO FDT CARD - RUN REFUSED'
038500         MOVE 16 TO RETURN-CODE
038600         MOVE 1 TO REFUSED-SW
038700         GO TO 1590-EXIT.
038800     OPEN INPUT CONTROL-FILE.
038900     MOVE 0 TO CONTROL-EOF-SW.
039000     PERFORM 1600-LOAD-ONE-CARD THRU 1690-EXIT
039100       UNTIL CONTROL-EOF.
039200     CLOSE CONTROL-FILE.
039300     IF ASG-TBL-CNT = 0 AND CONTROL-ERROR-CNT = 0
039400       DISPLAY 'BDMS0247 NO A CARD - NOTHING TO ASSIGN'
039500       ADD 1 TO CONTROL-ERROR-CNT.
039600     IF CONTROL-ERROR-CNT > 0
039700       DISPLAY 'BDMS0247 ' CONTROL-ERROR-CNT ' CONTROL CARD(S)'
039800               ' IN ERROR - RUN REFUSED'
039900       MOVE 16 TO RETURN-CODE
040000       MOVE 1 TO REFUSED-SW.
040100     DISPLAY 'BDMS0247 CONTROL CARDS LOADED.....'
040200             CONTROL-CARD-CNT.
040300 1590-EXIT.
040400     EXIT.
040500 1550-FIND-CTL-CARD.
040600     READ CONTROL-FILE, AT END
040700       MOVE 1 TO CONTROL-EOF-SW.
040800     IF MORE-CONTROL-RECS AND MC-CARD-TYPE = 'C'
040900       ADD 1 TO CTL-CARD-CNT
041000       MOVE MC-CLIENT TO CTL-CLIENT
041100       MOVE MC-SEQ    TO CTL-SEQ.
041200 1600-LOAD-ONE-CARD.
041300     READ CONTROL-FILE, AT END
041400       MOVE 1 TO CONTROL-EOF-SW.
041500     IF CONTROL-EOF OR MC-CARD-TYPE = '*' OR
041600        CONTROL-RECORD = SPACES
041700       GO TO 1690-EXIT.
041800     ADD 1 TO CONTROL-CARD-CNT.
041900     IF MC-CARD-TYPE = 'C'
042000       GO TO 1690-EXIT.
042100     IF MC-CARD-TYPE NOT = 'S' AND MC-CARD-TYPE NOT = 'A'
042200       MOVE 'CARD TYPE NOT C, S OR A' TO CARD-ERROR
042300       GO TO 1680-BAD-CARD.
042400     PERFORM 1700-RESOLVE-FIELD THRU 1790-EXIT.
042500     IF CARD-ERROR NOT = SPACES
042600       GO TO 1680-BAD-CARD.
042700     MOVE MC-VALUE TO RAW-VALUE.
042800     IF MC-CARD-TYPE = 'S'
042900       GO TO 1650-SELECTION.
043000*    ASSIGNMENT CARD
043100     IF MC-FIELD-CARD = 'K'
043200       MOVE 'KEY FIELDS CHANGE ONLY BY TC 05' TO CARD-ERROR
043300       GO TO 1680-BAD-CARD.
043400     IF FIELD-FORMAT = 'S' OR FIELD-FORMAT = 'P'
043500       MOVE 'FORMAT S OR P FIELD CANNOT BE ASSIGNED'
043600         TO CARD-ERROR
043700       GO TO 1680-BAD-CARD.
043800     COMPUTE FIELD-END = FIELD-LOC + FIELD-LEN - 1.
043900     IF FIELD-LOC < 27 OR FIELD-END > 112
044000       MOVE 'FIELD OUTSIDE MODIFY CARD COLS 27-112'
044100         TO CARD-ERROR
044200       GO TO 1680-BAD-CARD.
044300     PERFORM 1800-KEY-OVERLAP-CHECK.
044400     IF CARD-ERROR NOT = SPACES
044500       GO TO 1680-BAD-CARD.
044600     IF ASG-TBL-CNT NOT < ASG-TBL-MAX
044700       MOVE 'MORE THAN 14 A CARDS' TO CARD-ERROR
044800       GO TO 1680-BAD-CARD.
044900     ADD 1 TO ASG-TBL-CNT.
045000     MOVE MC-FIELD-CARD  TO AS-CARD (ASG-TBL-CNT).
045100     MOVE FIELD-NUMBER-9 TO AS-FIELD (ASG-TBL-CNT).
045200     MOVE FIELD-LOC      TO AS-LOC (ASG-TBL-CNT).
045300     MOVE FIELD-LEN      TO AS-LEN (ASG-TBL-CNT).
045400     MOVE 0              TO AS-CHANGED-CNT (ASG-TBL-CNT).
045500     MOVE SPACES         TO AS-VALUE (ASG-TBL-CNT).
045600     IF RAW-VALUE = '*'
045700       MOVE 1 TO AS-BLANK-SW (ASG-TBL-CNT)
045800       GO TO 1690-EXIT.
045900     MOVE 0 TO AS-BLANK-SW (ASG-TBL-CNT).
046000     IF RAW-VALUE = SPACES
046100       MOVE 'BLANK VALUE - USE * TO BLANK A FIELD' TO CARD-ERROR
046200       GO TO 1680-BAD-CARD.
046300     IF RAW-VALUE (1:1) = '*'
046400       MOVE 'VALUE STARTS WITH * (THE BLANKING MARK)'
046500         TO CARD-ERROR
046600       GO TO 1680-BAD-CARD.
046700     MOVE 1 TO DIGITS-REQUIRED-SW.
046800     PERFORM 3000-PREPARE-VALUE THRU 3090-EXIT.
046900     IF VALUE-BAD
047000       GO TO 1680-BAD-CARD.
047100     MOVE OUT-VALUE TO AS-VALUE (ASG-TBL-CNT).
047200     GO TO 1690-EXIT.
047300 1650-SELECTION.
047400     IF MC-OPERATOR NOT = 'EQ' AND MC-OPERATOR NOT = 'NE' AND
047500        MC-OPERATOR NOT = 'GT' AND MC-OPERATOR NOT = 'LT'
047600       MOVE 'OPERATOR NOT EQ, NE, GT OR LT' TO CARD-ERROR
047700       GO TO 1680-BAD-CARD.
047800     IF FIELD-FORMAT = 'P'
047900       MOVE 'FORMAT P FIELD CANNOT BE SELECTED ON'
048000         TO CARD-ERROR
048100       GO TO 1680-BAD-CARD.
048200     IF SEL-TBL-CNT NOT < SEL-TBL-MAX
048300       MOVE 'MORE THAN 20 S CARDS' TO CARD-ERROR
048400       GO TO 1680-BAD-CARD.
048500     MOVE 0 TO DIGITS-REQUIRED-SW.
048600     PERFORM 3000-PREPARE-VALUE THRU 3090-EXIT.
048700     IF VALUE-BAD
048800       GO TO 1680-BAD-CARD.
048900     ADD 1 TO SEL-TBL-CNT.
049000     MOVE MC-FIELD-CARD  TO SL-CARD (SEL-TBL-CNT).
049100     MOVE FIELD-NUMBER-9 TO SL-FIELD (SEL-TBL-CNT).
049200     MOVE FIELD-LOC      TO SL-LOC (SEL-TBL-CNT).
049300     MOVE FIELD-LEN      TO SL-LEN (SEL-TBL-CNT).
049400     MOVE MC-OPERATOR    TO SL-OPERATOR (SEL-TBL-CNT).
049500     MOVE OUT-VALUE      TO SL-VALUE (SEL-TBL-CNT).
049600     GO TO 1690-EXIT.
049700 1680-BAD-CARD.
049800     DISPLAY 'BDMS0247 CONTROL CARD <' CONTROL-RECORD (1:20)
049900             '> ' CARD-ERROR.
050000     ADD 1 TO CONTROL-ERROR-CNT.
050100 1690-EXIT.
050200     EXIT.
050300*    K / F / R AND FIELD NUMBER TO THE FIELD'S POSITION, LENGTH
050400*    AND FORMAT; CARD-ERROR SAYS WHY WHEN THE FDT HAS NO SUCH
050500*    FIELD
050600 1700-RESOLVE-FIELD.
050700     MOVE SPACES TO CARD-ERROR.
050800     IF MC-FIELD-CARD = 'K'
050900       MOVE 1 TO CARD-IX
051000     ELSE
051100     IF MC-FIELD-CARD = 'F'
051200       MOVE 2 TO CARD-IX
051300     ELSE
051400     IF MC-FIELD-CARD = 'R'
051500       IF CTL-REC-CARD-IX = 0
051600         MOVE 'R FIELD NEEDS A RECORD TYPE ON THE C CARD'
051700           TO CARD-ERROR
051800         GO TO 1790-EXIT
051900       ELSE
052000         MOVE CTL-REC-CARD-IX TO CARD-IX
052100       END-IF
052200     ELSE
052300       MOVE 'FIELD CARD NOT K, F OR R' TO CARD-ERROR
052400       GO TO 1790-EXIT.
052500     MOVE MC-FIELD-NO TO FIELD-NUMBER-X.
052600     IF FIELD-NUMBER-X NOT NUMERIC OR FIELD-NUMBER-9 = 0 OR
052700        FIELD-NUMBER-9 > 14
052800       MOVE 'FIELD NUMBER NOT 01-14' TO CARD-ERROR
052900       GO TO 1790-EXIT.
053000     MOVE DECK-CARD (CARD-IX) TO RULE-CARD.
053100     MOVE FIELD-NUMBER-9 TO FDT-FIELD-INDEX.
053200     IF R-FORMAT (FDT-FIELD-INDEX) = SPACE
053300       MOVE 'FDT CARD HAS NO SUCH FIELD' TO CARD-ERROR
053400       GO TO 1790-EXIT.
053500     PERFORM 3900-FIELD-POSITION.
053600     MOVE R-FORMAT (FDT-FIELD-INDEX) TO FIELD-FORMAT.
053700     IF FIELD-LOC = 0 OR FIELD-LEN = 0 OR
053800        FIELD-LOC + FIELD-LEN > FDT-LRECL + 1
053900       MOVE 'FIELD OUTSIDE THE RECORD LENGTH' TO CARD-ERROR.
054000 1790-EXIT.
054100     EXIT.
054200*    AN ASSIGNED FIELD MAY NOT SHARE A POSITION WITH ANY FB1
054300*    KEY COMPONENT
054400 1800-KEY-OVERLAP-CHECK.
054500     MOVE FIELD-LOC TO TARGET-LOC.
054600     MOVE FIELD-LEN TO TARGET-LEN.
054700     MOVE DECK-CARD (1) TO RULE-CARD.
054800     MOVE 1 TO FDT-FIELD-INDEX.
054900     PERFORM 1850-KEY-OVERLAP-ONE
055000       UNTIL FDT-FIELD-INDEX > 14 OR
055100             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
055200     MOVE TARGET-LOC TO FIELD-LOC.
055300     MOVE TARGET-LEN TO FIELD-LEN.
055400 1850-KEY-OVERLAP-ONE.
055500     PERFORM 3900-FIELD-POSITION.
055600     IF FIELD-LOC NOT > FIELD-END AND
055700        FIELD-LOC + FIELD-LEN - 1 NOT < TARGET-LOC
055800       MOVE 'FIELD OVERLAPS THE FB1 KEY' TO CARD-ERROR.
055900     ADD 1 TO FDT-FIELD-INDEX.
056000******************************************************************
056100***  ONE PASS OF THE MASTER: EVERY SELECTED RECORD IS COMPARED ***
056200***  AGAINST ITS NEW VALUES AND GETS A MODIFY CARD WHEN ANY    ***
056300***  OF THEM DIFFER                                            ***
056400******************************************************************
056500 2000-GENERATE-DECK.
056600     OPEN INPUT MASTER-IN-FILE.
056700     OPEN OUTPUT DECK-OUT-FILE, PRNTR.
056800     MOVE FDT-VERSION  TO RH-VERSION.
056900     MOVE CTL-CLIENT   TO RH-CLIENT.
057000     IF CTL-CLIENT = SPACES
057100       MOVE 'ALL' TO RH-CLIENT.
057200     MOVE CTL-SEQ      TO RH-SEQ.
057300     IF CTL-SEQ = SPACES
057400       MOVE 'ALL' TO RH-SEQ.
057500     MOVE POSTING-DATE TO RH-DATE.
057600     WRITE PRINT FROM RPT-HDR-LINE.
057700     WRITE PRINT FROM BLANK-LINE.
057800     PERFORM 2050-LIST-CONTROL.
057900     WRITE PRINT FROM BLANK-LINE.
058000     WRITE PRINT FROM CHG-HDR-LINE.
058100     PERFORM 2900-MASTER-READ.
058200     PERFORM 2100-PROCESS-ONE THRU 2190-EXIT UNTIL MASTER-EOF.
058300     CLOSE MASTER-IN-FILE, DECK-OUT-FILE.
058400*    THE CONTROL DECK HEADS THE PREVIEW SO THE APPROVER SEES
058500*    WHAT WAS ASKED FOR BESIDE WHAT IT DOES
058600 2050-LIST-CONTROL.
058700     OPEN INPUT CONTROL-FILE.
058800     MOVE 0 TO CONTROL-EOF-SW.
058900     PERFORM 2060-LIST-ONE-CARD UNTIL CONTROL-EOF.
059000     CLOSE CONTROL-FILE.
059100 2060-LIST-ONE-CARD.
059200     READ CONTROL-FILE, AT END
059300       MOVE 1 TO CONTROL-EOF-SW.
059400     IF MORE-CONTROL-RECS AND MC-CARD-TYPE NOT = '*' AND
059500        CONTROL-RECORD NOT = SPACES
059600       MOVE CONTROL-RECORD TO CL-CARD
059700       WRITE PRINT FROM CTL-DET-LINE.
059800 2100-PROCESS-ONE.
059900     MOVE MASTER-RECORD-IN TO MASTER-REC.
060000     IF CTL-CLIENT NOT = SPACES AND
060100        MASTER-REC (2:3) NOT = CTL-CLIENT
060200       GO TO 2180-NEXT.
060300     IF CTL-SEQ NOT = SPACES AND
060400        MASTER-REC (13:3) NOT = CTL-SEQ
060500       GO TO 2180-NEXT.
060600     MOVE 1 TO SELECTED-SW.
060700     MOVE 1 TO SEL-TBL-I.
060800     PERFORM 2200-TEST-SELECTION
060900       UNTIL SEL-TBL-I > SEL-TBL-CNT OR NOT RECORD-SELECTED.
061000     IF NOT RECORD-SELECTED
061100       GO TO 2180-NEXT.
061200     ADD 1 TO SELECTED-CNT.
061300     PERFORM 2300-BUILD-MODIFY-CARD.
061400     MOVE 0 TO CHANGE-CNT.
061500     MOVE 1 TO ASG-TBL-I.
061600     PERFORM 2400-APPLY-ASSIGNMENT
061700       UNTIL ASG-TBL-I > ASG-TBL-CNT.
061800     IF CHANGE-CNT = 0
061900       ADD 1 TO UNCHANGED-CNT
062000     ELSE
062100       WRITE DECK-OUT-CARD FROM MODIFY-CARD
062200       ADD 1 TO CARDS-WRITTEN-CNT.
062300 2180-NEXT.
062400     PERFORM 2900-MASTER-READ.
062500 2190-EXIT.
062600     EXIT.
062700 2200-TEST-SELECTION.
062800     MOVE SPACES TO OLD-VALUE.
062900     MOVE MASTER-REC (SL-LOC (SEL-TBL-I):SL-LEN (SEL-TBL-I))
063000       TO OLD-VALUE.
063100     IF SL-OPERATOR (SEL-TBL-I) = 'EQ'
063200       IF OLD-VALUE NOT = SL-VALUE (SEL-TBL-I)
063300         MOVE 0 TO SELECTED-SW
063400       END-IF
063500     ELSE
063600     IF SL-OPERATOR (SEL-TBL-I) = 'NE'
063700       IF OLD-VALUE = SL-VALUE (SEL-TBL-I)
063800         MOVE 0 TO SELECTED-SW
063900       END-IF
064000     ELSE
064100     IF SL-OPERATOR (SEL-TBL-I) = 'GT'
064200       IF OLD-VALUE NOT > SL-VALUE (SEL-TBL-I)
064300         MOVE 0 TO SELECTED-SW
064400       END-IF
064500     ELSE
064600       IF OLD-VALUE NOT < SL-VALUE (SEL-TBL-I)
064700         MOVE 0 TO SELECTED-SW.
064800     ADD 1 TO SEL-TBL-I.
064900*    KEY COLUMNS AND FB1 KEY FIELDS FROM THE MASTER, TC 03, THE
065000*    POSTING DATE, THE MASS-CHANGE ORIGIN AND NORMAL-PROCESSING
065100*    SYSTEM FLAGS; EVERY DATA FIELD BLANK (NO CHANGE)
065200 2300-BUILD-MODIFY-CARD.
065300     MOVE SPACES TO MODIFY-CARD.
065400     MOVE DECK-CARD (1) TO RULE-CARD.
065500     MOVE 1 TO FDT-FIELD-INDEX.
065600     PERFORM 2350-COPY-KEY-FIELD
065700       UNTIL FDT-FIELD-INDEX > 14 OR
065800             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
065900     MOVE MASTER-REC (1:1)  TO MD-REC-ID.
066000     MOVE MASTER-REC (2:3)  TO MD-CLIENT.
066100     MOVE '03'              TO MD-TC.
066200     MOVE POSTING-DATE      TO MD-DATE.
066300     MOVE MASTER-REC (13:3) TO MD-SEQ-NUMBER.
066400     MOVE MASSCHG-USER      TO MD-ORIGIN-USER.
066500     MOVE LOW-VALUES        TO MD-SYSTEM-FLAGS.
066600 2350-COPY-KEY-FIELD.
066700     PERFORM 3900-FIELD-POSITION.
066800     IF FIELD-LOC > 0 AND FIELD-LOC + FIELD-LEN < 114
066900       MOVE MASTER-REC (FIELD-LOC:FIELD-LEN)
067000         TO MODIFY-CARD-ARRAY (FIELD-LOC:FIELD-LEN).
067100     ADD 1 TO FDT-FIELD-INDEX.
067200*    ONE ASSIGNED FIELD: A FIELD ALREADY HOLDING ITS NEW VALUE
067300*    IS LEFT BLANK ON THE CARD; A CHANGE IS LISTED
067400 2400-APPLY-ASSIGNMENT.
067500     MOVE AS-LOC (ASG-TBL-I) TO FIELD-LOC.
067600     MOVE AS-LEN (ASG-TBL-I) TO FIELD-LEN.
067700     MOVE SPACES TO OLD-VALUE, NEW-VALUE.
067800     MOVE MASTER-REC (FIELD-LOC:FIELD-LEN) TO OLD-VALUE.
067900     IF NOT AS-BLANKS-FIELD (ASG-TBL-I)
068000       MOVE AS-VALUE (ASG-TBL-I) TO NEW-VALUE.
068100     IF OLD-VALUE NOT = NEW-VALUE
068200       IF AS-BLANKS-FIELD (ASG-TBL-I)
068300         MOVE '*' TO MODIFY-CARD-ARRAY (FIELD-LOC:1)
068400       ELSE
068500         MOVE NEW-VALUE (1:FIELD-LEN)
068600           TO MODIFY-CARD-ARRAY (FIELD-LOC:FIELD-LEN)
068700       END-IF
068800       ADD 1 TO CHANGE-CNT, AS-CHANGED-CNT (ASG-TBL-I)
068900       PERFORM 2500-PREVIEW-LINE.
069000     ADD 1 TO ASG-TBL-I.
069100*    THE KEY PRINTS ON THE FIRST CHANGED FIELD OF EACH RECORD
069200 2500-PREVIEW-LINE.
069300     IF CHANGE-CNT = 1
069400       MOVE MASTER-REC (1:15) TO CD-KEY
069500     ELSE
069600       MOVE SPACES TO CD-KEY.
069700     MOVE AS-CARD (ASG-TBL-I)  TO CD-CARD.
069800     MOVE AS-FIELD (ASG-TBL-I) TO CD-FIELD.
069900     MOVE OLD-VALUE TO CD-OLD.
070000     IF AS-BLANKS-FIELD (ASG-TBL-I)
070100       MOVE '(BLANKED)' TO CD-NEW
070200     ELSE
070300       MOVE NEW-VALUE TO CD-NEW.
070400     WRITE PRINT FROM CHG-DET-LINE.
070500 2900-MASTER-READ.
070600     READ MASTER-IN-FILE, AT END
070700       MOVE 1 TO MASTER-EOF-SW.
070800     IF MORE-MASTER-RECS
070900       ADD 1 TO MASTER-READ-CNT.
071000******************************************************************
071100***  LAYS RAW-VALUE INTO OUT-VALUE AT THE FIELD'S WIDTH:       ***
071200***  FORMAT A LEFT-JUSTIFIED, SPACE FILLED; N, M AND S RIGHT-  ***
071300***  JUSTIFIED, ZERO FILLED.  A VALUE WIDER THAN THE FIELD, OR ***
071400***  (FOR AN ASSIGNMENT) A NON-DIGIT IN AN N OR M FIELD, IS    ***
071500***  REFUSED                                                   ***
071600******************************************************************
071700 3000-PREPARE-VALUE.
071800     MOVE 0 TO VALUE-ERROR-SW.
071900     MOVE SPACES TO OUT-VALUE.
072000     MOVE 40 TO SIG-LEN.
072100     PERFORM 3050-TRIM-TRAILING
072200       UNTIL SIG-LEN = 0 OR RAW-VALUE (SIG-LEN:1) NOT = SPACE.
072300     IF SIG-LEN > FIELD-LEN
072400       MOVE 'VALUE WIDER THAN THE FIELD' TO CARD-ERROR
072500       MOVE 1 TO VALUE-ERROR-SW
072600       GO TO 3090-EXIT.
072700     IF FIELD-FORMAT = 'A'
072800       IF SIG-LEN > 0
072900         MOVE RAW-VALUE (1:SIG-LEN) TO OUT-VALUE
073000       END-IF
073100       GO TO 3090-EXIT.
073200     MOVE ALL '0' TO OUT-VALUE (1:FIELD-LEN).
073300     IF SIG-LEN = 0
073400       GO TO 3090-EXIT.
073500     COMPUTE FILL-LEN = FIELD-LEN - SIG-LEN.
073600     MOVE RAW-VALUE (1:SIG-LEN)
073700       TO OUT-VALUE (FILL-LEN + 1:SIG-LEN).
073800     IF DIGITS-REQUIRED AND
073900        OUT-VALUE (1:FIELD-LEN) NOT NUMERIC
074000       MOVE 'VALUE NOT NUMERIC FOR AN N OR M FIELD'
074100         TO CARD-ERROR
074200       MOVE 1 TO VALUE-ERROR-SW.
074300 3090-EXIT.
074400     EXIT.
074500 3050-TRIM-TRAILING.
074600     SUBTRACT 1 FROM SIG-LEN.
074700*    LOCATION AND LENGTH OF RULE-CARD FIELD FDT-FIELD-INDEX
074800*    (FIELDS FROM FIELD-NO ON LIE PAST POSITION 100)
074900 3900-FIELD-POSITION.
075000     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
075100       MOVE R-LOCATION (FDT-FIELD-INDEX) TO FIELD-LOC
075200     ELSE
075300       ADD 100, R-LOCATION (FDT-FIELD-INDEX) GIVING FIELD-LOC.
075400     MOVE R-LENGTH (FDT-FIELD-INDEX) TO FIELD-LEN.
075500******************************************************************
075600***  ASSIGNMENT USE AND RUN TOTALS                             ***
075700******************************************************************
075800 8000-REPORT-TOTALS.
075900     WRITE PRINT FROM BLANK-LINE.
076000     MOVE 1 TO ASG-TBL-I.
076100     PERFORM 8100-PRINT-ASG-LINE
076200       UNTIL ASG-TBL-I > ASG-TBL-CNT.
076300     WRITE PRINT FROM BLANK-LINE.
076400     MOVE 'MASTER RECORDS READ' TO CT-TEXT.
076500     MOVE MASTER-READ-CNT TO CT-COUNT.
076600     WRITE PRINT FROM CNT-DET-LINE.
076700     MOVE 'RECORDS SELECTED' TO CT-TEXT.
076800     MOVE SELECTED-CNT TO CT-COUNT.
076900     WRITE PRINT FROM CNT-DET-LINE.
077000     MOVE '  ALREADY HOLDING THE NEW VALUES' TO CT-TEXT.
077100     MOVE UNCHANGED-CNT TO CT-COUNT.
077200     WRITE PRINT FROM CNT-DET-LINE.
077300     MOVE 'TC 03 CARDS WRITTEN' TO CT-TEXT.
077400     MOVE CARDS-WRITTEN-CNT TO CT-COUNT.
077500     WRITE PRINT FROM CNT-DET-LINE.
077600     WRITE PRINT FROM BLANK-LINE.
077700     IF CARDS-WRITTEN-CNT = 0
077800       MOVE 'NOTHING TO CHANGE - NO DECK TO STAGE' TO ML-TEXT
077900     ELSE
078000       MOVE 'STAGE DECKOUT THROUGH BDMS0207 WITH DECKTYPE M'
078100         TO ML-TEXT.
078200     WRITE PRINT FROM MSG-LINE.
078300     CLOSE PRNTR.
078400 8100-PRINT-ASG-LINE.
078500     MOVE SPACES TO CT-TEXT.
078600     STRING 'FIELD ' AS-CARD (ASG-TBL-I) AS-FIELD (ASG-TBL-I)
078700         ' CHANGED ON' DELIMITED BY SIZE INTO CT-TEXT.
078800     MOVE AS-CHANGED-CNT (ASG-TBL-I) TO CT-COUNT.
078900     WRITE PRINT FROM CNT-DET-LINE.
079000     ADD 1 TO ASG-TBL-I.
079100******************************************************************
079200***  RUN TOTALS; A RUN WITH NOTHING TO CHANGE LEAVES RC 4      ***
079300******************************************************************
079400 9000-EOJ.
079500     DISPLAY 'BDMS0247 MASTER RECORDS READ......' MASTER-READ-CNT.
079600     DISPLAY 'BDMS0247 RECORDS SELECTED.........' SELECTED-CNT.
079700     DISPLAY 'BDMS0247 TC 03 CARDS WRITTEN......'
079800             CARDS-WRITTEN-CNT.
079900     IF NOT RUN-REFUSED AND CARDS-WRITTEN-CNT = 0
080000       DISPLAY 'BDMS0247 NOTHING TO CHANGE - NO DECK TO STAGE'
080100       MOVE 4 TO RETURN-CODE.
080200     DISPLAY 'BDMS0247 END PROCESSING'.
