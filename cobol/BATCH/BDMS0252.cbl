000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0252.
000300******************************************************************
000400***  BDMS0252 - SEQUENTIAL MASTER / KEYED MASTER (FARSIDX)     ***
000500***  RECONCILIATION.  MATCHES THE LATEST SEQUENTIAL MASTER     ***
000600***  (MSIN) AGAINST THE KEYED-UPDATE MODE KSDS (IDXMSTR) ON    ***
000700***  THE KSDS KEY - RECORD ID, CLIENT AND SEQ NUMBER - AND     ***
000800***  REPORTS ON PRINTR1:                                       ***
000900***    - KEYS ON THE SEQUENTIAL MASTER MISSING FROM FARSIDX    ***
001000***    - KEYS ON FARSIDX MISSING FROM THE SEQUENTIAL MASTER    ***
001100***    - KEYS ON BOTH WHOSE 128-BYTE IMAGES DIFFER, LISTING    ***
001200***      EACH DIFFERING FIELD BY FDT CARD AND FIELD NUMBER     ***
001300***      (IN3: KEY, FIXED AND THE RECORD'S OWN TYPE CARD,      ***
001400***      CONTINUATIONS INCLUDED) WITH BOTH VALUES, AND A COUNT ***
001500***      OF DIFFERING POSITIONS NO FDT FIELD NAMES             ***
001600***    - SEQUENTIAL KEYS THAT REPEAT, WHICH THE KSDS CANNOT    ***
001700***      HOLD                                                  ***
001800***  POSITIONS 5-6 (LAST TC) AND 113-128 (UPDATE STAMP) ARE    ***
001900***  POSTING CONTROL: A RECORD DIFFERING ONLY THERE IS LISTED  ***
002000***  AS STAMP-ONLY AND GETS NO RESYNC CARD, SINCE ANY CARD     ***
002100***  POSTED REWRITES BOTH.                                     ***
002200***                                                            ***
002300***  RETURN CODE: 0 THE TWO MASTERS AGREE, 4 STAMP-ONLY        ***
002400***  DIFFERENCES, 8 ANY OTHER DIFFERENCE, 16 RUN REFUSED OR    ***
002500***  NOT COMPLETED.                                            ***
002600***                                                            ***
002700***  ENVIRONMENT VALUES:                                       ***
002800***    RESYNC   - 'Y' ALSO WRITES A RESYNC DECK (DECKOUT) THAT ***
002900***               BRINGS FARSIDX BACK IN LINE WITH THE         ***
003000***               SEQUENTIAL MASTER: TC 01 ADD FOR A KEY       ***
003100***               MISSING FROM FARSIDX, TC 04 REPLACE FOR A    ***
003200***               DIFFERING IMAGE (BOTH CARRY THE SEQUENTIAL   ***
003300***               IMAGE), TC 02 DELETE FOR A KEY ONLY ON       ***
003400***               FARSIDX (T-ORIGIN-USER 'RESYNC').  THE DECK  ***
003500***               IS STAGED THROUGH THE BDMS0207 DUAL-CONTROL  ***
003600***               GATE AS DECKTYPE K AND PUT IN KEY ORDER BY   ***
003700***               BDMS0251 BEFORE THE KEYED-MODE BDMS0201 RUN. ***
003800***    POSTDATE - MMDDYY DATE FOR THE DELETE CARDS (DEFAULT    ***
003900***               TODAY)                                       ***
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FDT-FILE        ASSIGN TO UT-S-IN3
004500        ORGANIZATION LINE SEQUENTIAL.
004600     SELECT MASTER-IN-FILE  ASSIGN TO UT-S-MSIN
004700        ORGANIZATION LINE SEQUENTIAL.
004800*    THE KEYED-UPDATE MODE MASTER, AS BDMS0201 DECLARES IT: A
004900*    7-BYTE KEY (REC-ID + CLIENT + SEQ NUMBER) AHEAD OF THE
005000*    128-BYTE MASTER IMAGE
005100     SELECT MASTER-IDX-FILE ASSIGN TO UT-S-IDXMSTR
005200        ORGANIZATION INDEXED
005300        ACCESS MODE IS DYNAMIC
005400        RECORD KEY IS IDX-M-KEY
005500        FILE STATUS IS IDX-STATUS.
005600     SELECT DECK-OUT-FILE   ASSIGN TO UT-S-DECKOUT
005700        ORGANIZATION LINE SEQUENTIAL.
005800     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
005900        ORGANIZATION LINE SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  FDT-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
006500     BLOCK CONTAINS 0 RECORDS
006600     DATA RECORD IS FDT-RECORD.
006700 01  FDT-RECORD                               PIC X(80).
006800 FD  MASTER-IN-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS
007200     DATA RECORD IS MASTER-RECORD-IN.
007300 01  MASTER-RECORD-IN                         PIC X(512).
007400 FD  MASTER-IDX-FILE
007500     LABEL RECORDS ARE STANDARD
007600     DATA RECORD IS IDX-MASTER-REC.
007700 01  IDX-MASTER-REC.
007800     03  IDX-M-KEY.
007900         05  IK-REC-ID             PIC X.
008000         05  IK-CLIENT             PIC X(3).
008100         05  IK-SEQ                PIC X(3).
008200     03  IDX-M-DATA                PIC X(128).
008300 FD  DECK-OUT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD
008600     BLOCK CONTAINS 0 RECORDS
008700     DATA RECORD IS DECK-OUT-CARD.
008800 01  DECK-OUT-CARD                            PIC X(128).
008900 FD  PRNTR
009000     RECORDING MODE IS F
009100     LABEL RECORDS ARE STANDARD
009200     BLOCK CONTAINS 0 RECORDS
009300     DATA RECORD IS PRINT.
009400 01  PRINT.
009500     03  PRT                       PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 01  RESYNC-ENV                  PIC X VALUE SPACE.
009900 01  DECK-SW                     PIC 9 VALUE 0.
010000     88  WRITING-DECK               VALUE 1.
010100 01  POSTING-DATE                PIC X(6) VALUE SPACES.
010200 01  TODAY-YYMMDD.
010300     03  TODAY-YY                PIC XX.
010400     03  TODAY-MM                PIC XX.
010500     03  TODAY-DD                PIC XX.
010600 01  IDX-STATUS                  PIC XX VALUE '00'.
010700 01  REFUSED-SW                  PIC 9 VALUE 0.
010800     88  RUN-REFUSED                VALUE 1.
010900 01  IDX-OPEN-SW                 PIC 9 VALUE 0.
011000     88  IDX-OPENED                 VALUE 1.
011100 01  IO-FAILED-SW                PIC 9 VALUE 0.
011200     88  KEYED-IO-FAILED            VALUE 1.
011300 01  MASTER-EOF-SW               PIC 9 VALUE 0.
011400     88  MORE-MASTER-RECS           VALUE 0.
011500     88  MASTER-EOF                 VALUE 1.
011600 01  IDX-EOF-SW                  PIC 9 VALUE 0.
011700     88  MORE-IDX-RECS              VALUE 0.
011800     88  IDX-EOF                    VALUE 1.
011900 01  FDT-EOF-SW                  PIC 9 VALUE 0.
012000     88  MORE-FDT-RECS              VALUE 0.
012100     88  FDT-EOF                    VALUE 1.
012200
012300******************************************************************
012400***  THE FDT DECK, LOADED AS A FIELD DICTIONARY THE WAY        ***
012500***  BDMS0215 LOADS IT.  DT-RTYPE = SPACES APPLIES TO EVERY    ***
012600***  RECORD (KEY AND FIXED CARDS), OTHERWISE ONLY TO RECORDS   ***
012700***  OF THAT SEQ NUMBER                                        ***
012800******************************************************************
012900 01  FDT-CARD-WORK               PIC X(80).
013000 01  FDT-VERSION                 PIC X(8) VALUE SPACES.
013100 01  FDT-LRECL                   PIC 9(3) VALUE 128.
013200 01  RULE-CARD.
013300     03  R-FILE-ID               PIC X.
013400     03  R-SEQ-NUMB              PIC X(3).
013500     03  R-FIELD-NO              PIC 99.
013600     03  R-CONT-MARK             PIC X.
013700     03  R-LOC-BASE              PIC X(3).
013800     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
013900     03  R-FIELD-DEFNS OCCURS 14 TIMES.
014000       05  R-FORMAT              PIC X.
014100       05  R-LOCATION            PIC 99.
014200       05  R-LENGTH              PIC 99.
014300 01  DICT-TBL-MAX                PIC 9(4) COMP-5 VALUE 500.
014400 01  DICT-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
014500 01  DICT-TBL-I                  PIC 9(4) COMP-5 VALUE 0.
014600 01  DICT-TABLE.
014700     03  DICT-ENTRY  OCCURS 500 TIMES.
014800       05  DT-CARD-LABEL         PIC X(9).
014900       05  DT-RTYPE              PIC X(3).
015000       05  DT-FIELD-NO           PIC 99.
015100       05  DT-LOCATION           PIC 9(4) COMP-5.
015200       05  DT-LENGTH             PIC 9(4) COMP-5.
015300 01  FLD-IX                      PIC 9(4) COMP-5 VALUE 0.
015400 01  FLD-NO-BIAS                 PIC 9(4) COMP-5 VALUE 0.
015500 01  CONT-LOC-BASE               PIC 9(4) COMP-5 VALUE 0.
015600 01  FLD-LOC                     PIC 9(4) COMP-5 VALUE 0.
015700 01  CARD-LABEL                  PIC X(9)  VALUE SPACES.
015800 01  CUR-RTYPE                   PIC X(3)  VALUE SPACES.
015900
016000******************************************************************
016100***  THE TWO IMAGES UNDER COMPARISON.  POSITIONS 5-6 AND       ***
016200***  113-128 ARE POSTING CONTROL, THE REST IS RECORD DATA      ***
016300******************************************************************
016400 01  SEQ-REC                     PIC X(512).
016500 01  SEQ-FIELDS REDEFINES SEQ-REC.
016600     03  SR-REC-ID               PIC X.
016700     03  SR-CLIENT               PIC X(3).
016800     03  SR-TC                   PIC X(2).
016900     03  SR-DATE                 PIC X(6).
017000     03  SR-SEQ-NUMBER           PIC X(3).
017100     03  FILLER                  PIC X(97).
017200     03  SR-UPD-STAMP            PIC X(16).
017300     03  FILLER                  PIC X(384).
017400 01  IDX-IMAGE                   PIC X(128).
017500 01  IDX-FIELDS REDEFINES IDX-IMAGE.
017600     03  FILLER                  PIC X(4).
017700     03  IR-TC                   PIC X(2).
017800     03  FILLER                  PIC X(106).
017900     03  IR-UPD-STAMP            PIC X(16).
018000 01  MATCH-KEY.
018100     03  MK-REC-ID               PIC X.
018200     03  MK-CLIENT               PIC X(3).
018300     03  MK-SEQ                  PIC X(3).
018400 01  CMP-POS                     PIC 9(4) COMP-5 VALUE 0.
018500 01  DATA-DIFF-CNT               PIC 9(4) COMP-5 VALUE 0.
018600 01  POSTING-DIFF-CNT            PIC 9(4) COMP-5 VALUE 0.
018700 01  UNNAMED-DIFF-CNT            PIC 9(4) COMP-5 VALUE 0.
018800 01  FIRST-UNNAMED-POS           PIC 9(4) COMP-5 VALUE 0.
018900*    ONE BYTE PER MASTER POSITION, 'X' WHERE AN FDT FIELD OF
019000*    THE RECORD BEING COMPARED COVERS IT
019100 01  COVER-MAP                   PIC X(128).
019200 01  FIELD-VALUE-LEN             PIC 9(4) COMP-5 VALUE 0.
019300
019400******************************************************************
019500***  EVERY KEY SEEN ON THE SEQUENTIAL MASTER, HELD IN KEY      ***
019600***  ORDER SO THE FARSIDX PASS CAN FIND THE KEYS ONLY THE KSDS ***
019700***  CARRIES.  THE MASTER IS NEARLY IN KEY ORDER ALREADY, SO   ***
019800***  MOST INSERTS LAND AT THE END OF THE TABLE                 ***
019900******************************************************************
020000 01  KT-MAX                      PIC S9(8) COMP-5 VALUE 50000.
020100 01  KT-CNT                      PIC S9(8) COMP-5 VALUE 0.
020200 01  KT-I                        PIC S9(8) COMP-5 VALUE 0.
020300 01  KT-LO                       PIC S9(8) COMP-5 VALUE 0.
020400 01  KT-HI                       PIC S9(8) COMP-5 VALUE 0.
020500 01  KT-MID                      PIC S9(8) COMP-5 VALUE 0.
020600 01  KT-FOUND-SW                 PIC 9 VALUE 0.
020700     88  KEY-IN-TABLE               VALUE 1.
020800 01  KT-FULL-SW                  PIC 9 VALUE 0.
020900     88  KEY-TABLE-FULL             VALUE 1.
021000 01  KEY-TABLE.
021100     03  KT-KEY  OCCURS 50000 TIMES PIC X(7).
021200
021300******************************************************************
021400***  RESYNC DECK CARD - THE TRANSACTION LAYOUT'S FIRST 128     ***
021500***  BYTES                                                     ***
021600******************************************************************
021700 01  RESYNC-CARD.
021800     03  RS-REC-ID               PIC X.
021900     03  RS-CLIENT               PIC X(3).
022000     03  RS-TC                   PIC X(2).
022100     03  RS-DATE                 PIC X(6).
022200     03  RS-SEQ-NUMBER           PIC X(3).
022300     03  RS-ORIGIN-USER          PIC X(8).
022400     03  FILLER                  PIC X(89).
022500     03  RS-SYSTEM-FLAGS         PIC X(16).
022600 01  RESYNC-CARD-ARRAY REDEFINES RESYNC-CARD PIC X(128).
022700 01  RESYNC-USER                 PIC X(8) VALUE 'RESYNC'.
022800
022900 01  SEQ-READ-CNT                PIC 9(8) COMP-5 VALUE 0.
023000 01  IDX-READ-CNT                PIC 9(8) COMP-5 VALUE 0.
023100 01  MATCHED-CNT                 PIC 9(8) COMP-5 VALUE 0.
023200 01  EQUAL-CNT                   PIC 9(8) COMP-5 VALUE 0.
023300 01  DIFFER-CNT                  PIC 9(8) COMP-5 VALUE 0.
023400 01  STAMP-ONLY-CNT              PIC 9(8) COMP-5 VALUE 0.
023500 01  NOT-ON-IDX-CNT              PIC 9(8) COMP-5 VALUE 0.
023600 01  NOT-ON-SEQ-CNT              PIC 9(8) COMP-5 VALUE 0.
023700 01  DUP-SEQ-CNT                 PIC 9(8) COMP-5 VALUE 0.
023800 01  ADD-CARD-CNT                PIC 9(8) COMP-5 VALUE 0.
023900 01  RPL-CARD-CNT                PIC 9(8) COMP-5 VALUE 0.
024000 01  DEL-CARD-CNT                PIC 9(8) COMP-5 VALUE 0.
024100
024200******************************************************************
024300***  REPORT LINES                                              ***
024400******************************************************************
024500 01  RPT-HDR-LINE.
024600     03  FILLER                  PIC X(34)  VALUE
024700         'BDMS0252 SEQUENTIAL MASTER (MSIN) '.
024800     03  FILLER                  PIC X(36)  VALUE
024900         'TO FARSIDX RECONCILIATION  RUN DATE '.
025000     03  RH-RUN-DATE             PIC X(6).
025100     03  FILLER                  PIC X(14)  VALUE
025200         '  FDT VERSION '.
025300     03  RH-VERSION              PIC X(8).
025400     03  FILLER                  PIC X(34)  VALUE SPACES.
025500 01  DTL-HDR-LINE.
025600     03  FILLER                  PIC X(46)  VALUE
025700         '    RECORD KEY   CONDITION / FDT CARD FIELD  '.
025800     03  FILLER                  PIC X(44)  VALUE
025900         '  POS LEN  SEQUENTIAL MASTER VALUE         '.
026000     03  FILLER                  PIC X(42)  VALUE
026100         'FARSIDX VALUE'.
026200 01  DTL-LINE.
026300     03  FILLER                  PIC X(4)   VALUE SPACES.
026400     03  DL-KEY                  PIC X(9).
026500     03  FILLER                  PIC X(4)   VALUE SPACES.
026600     03  DL-TEXT                 PIC X(60).
026700     03  FILLER                  PIC X(55)  VALUE SPACES.
026800 01  FLD-LINE.
026900     03  FILLER                  PIC X(19)  VALUE SPACES.
027000     03  FL-LABEL                PIC X(9).
027100     03  FILLER                  PIC X(5)   VALUE '  FLD'.
027200     03  FL-FIELD-NO             PIC ZZ.
027300     03  FILLER                  PIC X(12)  VALUE SPACES.
027400     03  FL-POS                  PIC ZZ9.
027500     03  FILLER                  PIC X      VALUE SPACE.
027600     03  FL-LEN                  PIC ZZ9.
027700     03  FILLER                  PIC X(2)   VALUE SPACES.
027800     03  FL-SEQ-VALUE            PIC X(30).
027900     03  FILLER                  PIC X(2)   VALUE SPACES.
028000     03  FL-IDX-VALUE            PIC X(30).
028100     03  FILLER                  PIC X(14)  VALUE SPACES.
028200 01  CNT-DET-LINE.
028300     03  FILLER                  PIC X(2)   VALUE SPACES.
028400     03  CT-TEXT                 PIC X(40).
028500     03  CT-COUNT                PIC Z(8)9.
028600     03  FILLER                  PIC X(81)  VALUE SPACES.
028700 01  MSG-LINE.
028800     03  FILLER                  PIC X(2)   VALUE SPACES.
028900     03  ML-TEXT                 PIC X(70).
029000     03  FILLER                  PIC X(60)  VALUE SPACES.
029100 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
029200 01  UNNAMED-TEXT.
029300     03  UT-COUNT                PIC ZZ9.
029400     03  FILLER                  PIC X(41)  VALUE
029500         ' DIFFERING POSITIONS NO FDT FIELD NAMES, '.
029600     03  FILLER                  PIC X(9)   VALUE 'FIRST AT '.
029700     03  UT-FIRST                PIC ZZ9.
029800     03  FILLER                  PIC X(4)   VALUE SPACES.
029900
030000 PROCEDURE DIVISION.
030100 0000-MAINLINE.
030200     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
030300     IF NOT RUN-REFUSED
030400       PERFORM 2000-SEQUENTIAL-PASS
030500       PERFORM 3000-KEYED-PASS THRU 3090-EXIT
030600       PERFORM 8000-REPORT-TOTALS.
030700     PERFORM 9000-EOJ.
030800     EXIT PROGRAM.
030900     STOP RUN.
031000******************************************************************
031100***  RESOLVES THE RUN VALUES, LOADS THE FDT DICTIONARY AND     ***
031200***  OPENS THE FILES                                           ***
031300******************************************************************
031400 1000-INITIALIZE.
031500     DISPLAY 'BDMS0252 BEGIN PROCESSING'.
031600     DISPLAY 'RESYNC' UPON ENVIRONMENT-NAME.
031700     ACCEPT RESYNC-ENV FROM ENVIRONMENT-VALUE.
031800     IF RESYNC-ENV = 'Y'
031900       MOVE 1 TO DECK-SW.
032000     ACCEPT TODAY-YYMMDD FROM DATE.
032100     DISPLAY 'POSTDATE' UPON ENVIRONMENT-NAME.
032200     ACCEPT POSTING-DATE FROM ENVIRONMENT-VALUE.
032300     IF POSTING-DATE = SPACES
032400       STRING TODAY-MM TODAY-DD TODAY-YY
032500           DELIMITED BY SIZE INTO POSTING-DATE.
032600     IF WRITING-DECK AND POSTING-DATE NOT NUMERIC
032700       DISPLAY 'BDMS0252 POSTDATE <' POSTING-DATE
032800               '> NOT MMDDYY - RUN REFUSED'
032900       MOVE 16 TO RETURN-CODE
033000       MOVE 1 TO REFUSED-SW
033100       GO TO 1090-EXIT.
033200     OPEN INPUT FDT-FILE.
033300     PERFORM 1100-LOAD-FDT THRU 1190-EXIT.
033400     CLOSE FDT-FILE.
033500     IF RUN-REFUSED
033600       GO TO 1090-EXIT.
033700     OPEN INPUT MASTER-IDX-FILE.
033800     IF IDX-STATUS NOT = '00'
033900       DISPLAY 'KEYED MASTER OPEN FAILED, STATUS=' IDX-STATUS
034000       MOVE 16 TO RETURN-CODE
034100       MOVE 1 TO REFUSED-SW
034200       GO TO 1090-EXIT.
034300     MOVE 1 TO IDX-OPEN-SW.
034400     OPEN INPUT MASTER-IN-FILE.
034500     OPEN OUTPUT PRNTR.
034600     IF WRITING-DECK
034700       OPEN OUTPUT DECK-OUT-FILE
034800       DISPLAY 'BDMS0252 RESYNC DECK REQUESTED, DELETES DATED '
034900               POSTING-DATE.
035000     DISPLAY 'BDMS0252 FDT FIELDS IN DICTIONARY..' DICT-TBL-CNT.
035100 1090-EXIT.
035200     EXIT.
035300*    OPTIONAL LRECL AND FDTVER HEADER CARDS, THEN THE KEY CARD,
035400*    ITS CONTINUATIONS, THE FIXED CARD AND THE RECORD-TYPE
035500*    CARDS.  FARSIDX HOLDS ONLY 128-BYTE MASTERS
035600 1100-LOAD-FDT.
035700     PERFORM 1200-DECK-READ.
035800     IF FDT-CARD-WORK (1:5) = 'LRECL'
035900       IF FDT-CARD-WORK (7:3) NUMERIC
036000         MOVE FDT-CARD-WORK (7:3) TO FDT-LRECL
036100       END-IF
036200       PERFORM 1200-DECK-READ.
036300     IF FDT-LRECL NOT = 128
036400       DISPLAY 'BDMS0252 FDT LRECL ' FDT-LRECL
036500               ' - KEYED MODE SUPPORTS ONLY 128-BYTE MASTERS'
036600               ' - RUN REFUSED'
036700       MOVE 16 TO RETURN-CODE
036800       MOVE 1 TO REFUSED-SW
036900       GO TO 1190-EXIT.
037000     IF FDT-CARD-WORK (1:6) = 'FDTVER'
037100       MOVE FDT-CARD-WORK (8:8) TO FDT-VERSION
037200       PERFORM 1200-DECK-READ.
037300     IF FDT-EOF
037400       DISPLAY 'BDMS0252 FDT DECK HAS NO KEY CARD - RUN REFUSED'
037500       MOVE 16 TO RETURN-CODE
037600       MOVE 1 TO REFUSED-SW
037700       GO TO 1190-EXIT.
037800     MOVE 'KEY'  TO CARD-LABEL.
037900     MOVE SPACES TO CUR-RTYPE.
038000     PERFORM 1300-LOAD-CARD-FIELDS.
038100     PERFORM 1200-DECK-READ.
038200     PERFORM 1250-KEY-CONT
038300       UNTIL FDT-EOF OR R-CONT-MARK NOT = '+'.
038400     IF MORE-FDT-RECS
038500       MOVE 'FIXED' TO CARD-LABEL
038600       MOVE SPACES  TO CUR-RTYPE
038700       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
038800       PERFORM 1300-LOAD-CARD-FIELDS
038900       PERFORM 1200-DECK-READ.
039000     PERFORM 1400-LOAD-TYPE-CARD UNTIL FDT-EOF.
039100 1190-EXIT.
039200     EXIT.
039300 1200-DECK-READ.
039400     MOVE SPACES TO FDT-CARD-WORK.
039500     READ FDT-FILE INTO FDT-CARD-WORK, AT END
039600       MOVE 1 TO FDT-EOF-SW.
039700     MOVE FDT-CARD-WORK TO RULE-CARD.
039800 1250-KEY-CONT.
039900     PERFORM 1350-LOAD-CONT-CARD.
040000     PERFORM 1200-DECK-READ.
040100*    ONE CARD'S FIELD DEFINITIONS INTO THE DICTIONARY
040200 1300-LOAD-CARD-FIELDS.
040300     MOVE 1 TO FLD-IX.
040400     PERFORM 1310-LOAD-ONE-FIELD
040500       UNTIL FLD-IX > 14 OR R-FORMAT (FLD-IX) = SPACE.
040600 1310-LOAD-ONE-FIELD.
040700     MOVE 0 TO FLD-LOC.
040800     IF R-LOCATION (FLD-IX) NUMERIC
040900       ADD R-LOCATION (FLD-IX), CONT-LOC-BASE GIVING FLD-LOC.
041000     IF DICT-TBL-CNT < DICT-TBL-MAX AND
041100        R-LOCATION (FLD-IX) NUMERIC AND
041200        R-LENGTH (FLD-IX) NUMERIC AND
041300        R-LOCATION (FLD-IX) > 0 AND
041400        R-LENGTH (FLD-IX) > 0 AND
041500        FLD-LOC + R-LENGTH (FLD-IX) NOT > FDT-LRECL + 1
041600       ADD 1 TO DICT-TBL-CNT
041700       MOVE CARD-LABEL         TO DT-CARD-LABEL (DICT-TBL-CNT)
041800       MOVE CUR-RTYPE          TO DT-RTYPE (DICT-TBL-CNT)
041900       ADD FLD-IX, FLD-NO-BIAS GIVING DT-FIELD-NO (DICT-TBL-CNT)
042000       MOVE FLD-LOC            TO DT-LOCATION (DICT-TBL-CNT)
042100       MOVE R-LENGTH (FLD-IX)  TO DT-LENGTH (DICT-TBL-CNT).
042200     ADD 1 TO FLD-IX.
042300*    A CONTINUATION CARD'S FIELDS GO UNDER THE CARD BEFORE IT,
042400*    NUMBERED ON FROM 15 - ONLY WHEN THAT CARD WAS FULL
042500 1350-LOAD-CONT-CARD.
042600     IF FLD-IX NOT > 14
042700       DISPLAY 'CONTINUATION CARD AFTER A CARD THAT IS NOT '
042800               'FULL - IGNORED: ' CARD-LABEL
042900     ELSE
043000       ADD 14 TO FLD-NO-BIAS
043100       IF R-LOC-BASE NUMERIC
043200         MOVE R-LOC-BASE-9 TO CONT-LOC-BASE
043300       ELSE
043400         MOVE 0 TO CONT-LOC-BASE
043500       END-IF
043600       PERFORM 1300-LOAD-CARD-FIELDS.
043700 1400-LOAD-TYPE-CARD.
043800     IF R-CONT-MARK = '+'
043900       PERFORM 1350-LOAD-CONT-CARD
044000     ELSE
044100       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
044200       MOVE SPACES TO CARD-LABEL
044300       STRING 'RTYPE ' R-SEQ-NUMB DELIMITED BY SIZE
044400         INTO CARD-LABEL
044500       MOVE R-SEQ-NUMB TO CUR-RTYPE
044600       PERFORM 1300-LOAD-CARD-FIELDS.
044700     PERFORM 1200-DECK-READ.
044800******************************************************************
044900***  PASS 1: EVERY SEQUENTIAL MASTER RECORD IS LOOKED UP ON    ***
045000***  FARSIDX BY KEY AND ITS KEY REMEMBERED FOR PASS 2          ***
045100******************************************************************
045200 2000-SEQUENTIAL-PASS.
045300     MOVE POSTING-DATE TO RH-RUN-DATE.
045400     MOVE FDT-VERSION  TO RH-VERSION.
045500     WRITE PRINT FROM RPT-HDR-LINE.
045600     WRITE PRINT FROM BLANK-LINE.
045700     WRITE PRINT FROM DTL-HDR-LINE.
045800     PERFORM 2900-MASTER-READ.
045900     PERFORM 2100-CHECK-ONE-RECORD THRU 2190-EXIT
046000       UNTIL MASTER-EOF.
046100     CLOSE MASTER-IN-FILE.
046200 2100-CHECK-ONE-RECORD.
046300     MOVE SR-REC-ID     TO MK-REC-ID.
046400     MOVE SR-CLIENT     TO MK-CLIENT.
046500     MOVE SR-SEQ-NUMBER TO MK-SEQ.
046600     PERFORM 2200-KEY-REMEMBER THRU 2290-EXIT.
046700     IF KEY-IN-TABLE
046800       ADD 1 TO DUP-SEQ-CNT
046900       MOVE 'KEY REPEATS ON THE SEQUENTIAL MASTER'
047000         TO DL-TEXT
047100       PERFORM 2800-KEY-LINE
047200       GO TO 2180-NEXT.
047300     MOVE MATCH-KEY TO IDX-M-KEY.
047400     READ MASTER-IDX-FILE
047500       INVALID KEY CONTINUE.
047600     IF IDX-STATUS = '23'
047700       ADD 1 TO NOT-ON-IDX-CNT
047800       MOVE 'NOT ON FARSIDX' TO DL-TEXT
047900       PERFORM 2800-KEY-LINE
048000       IF WRITING-DECK
048100         MOVE '01' TO RS-TC
048200         PERFORM 2600-WRITE-IMAGE-CARD
048300       END-IF
048400       GO TO 2180-NEXT.
048500     IF IDX-STATUS NOT = '00'
048600       DISPLAY 'KEYED MASTER READ FAILED, STATUS=' IDX-STATUS
048700               ' KEY=' MATCH-KEY
048800       MOVE 1 TO IO-FAILED-SW
048900       MOVE 1 TO MASTER-EOF-SW
049000       GO TO 2190-EXIT.
049100     ADD 1 TO MATCHED-CNT.
049200     MOVE IDX-M-DATA TO IDX-IMAGE.
049300     IF SEQ-REC (1:128) = IDX-IMAGE
049400       ADD 1 TO EQUAL-CNT
049500       GO TO 2180-NEXT.
049600     PERFORM 2300-COMPARE-IMAGES THRU 2390-EXIT.
049700     IF DATA-DIFF-CNT > 0 AND WRITING-DECK
049800       MOVE '04' TO RS-TC
049900       PERFORM 2600-WRITE-IMAGE-CARD.
050000 2180-NEXT.
050100     PERFORM 2900-MASTER-READ.
050200 2190-EXIT.
050300     EXIT.
050400*    FINDS MATCH-KEY IN THE KEY TABLE BY BINARY SEARCH; A NEW
050500*    KEY IS INSERTED AT THE POINT THE SEARCH STOPPED
050600 2200-KEY-REMEMBER.
050700     PERFORM 2250-KEY-FIND.
050800     IF KEY-IN-TABLE
050900       GO TO 2290-EXIT.
051000     IF KT-CNT NOT < KT-MAX
051100       MOVE 1 TO KT-FULL-SW
051200       GO TO 2290-EXIT.
051300     MOVE KT-CNT TO KT-I.
051400     ADD 1 TO KT-CNT.
051500     PERFORM 2270-SHIFT-UP UNTIL KT-I < KT-LO.
051600     MOVE MATCH-KEY TO KT-KEY (KT-LO).
051700 2290-EXIT.
051800     EXIT.
051900 2250-KEY-FIND.
052000     MOVE 0 TO KT-FOUND-SW.
052100     MOVE 1 TO KT-LO.
052200     MOVE KT-CNT TO KT-HI.
052300     PERFORM 2260-KEY-PROBE
052400       UNTIL KT-LO > KT-HI OR KEY-IN-TABLE.
052500 2260-KEY-PROBE.
052600     COMPUTE KT-MID = (KT-LO + KT-HI) / 2.
052700     IF KT-KEY (KT-MID) = MATCH-KEY
052800       MOVE 1 TO KT-FOUND-SW
052900     ELSE
053000       IF KT-KEY (KT-MID) < MATCH-KEY
053100         COMPUTE KT-LO = KT-MID + 1
053200       ELSE
053300         COMPUTE KT-HI = KT-MID - 1.
053400 2270-SHIFT-UP.
053500     MOVE KT-KEY (KT-I) TO KT-KEY (KT-I + 1).
053600     SUBTRACT 1 FROM KT-I.
053700******************************************************************
053800***  THE IMAGES DIFFER.  DATA DIFFERENCES ARE LISTED FIELD BY  ***
053900***  FIELD FROM THE DICTIONARY; A RECORD DIFFERING ONLY IN THE ***
054000***  POSTING POSITIONS IS STAMP-ONLY                           ***
054100******************************************************************
054200 2300-COMPARE-IMAGES.
054300     MOVE 0 TO DATA-DIFF-CNT, POSTING-DIFF-CNT.
054400     MOVE 1 TO CMP-POS.
054500     PERFORM 2310-COUNT-DIFF UNTIL CMP-POS > 128.
054600     IF DATA-DIFF-CNT = 0
054700       ADD 1 TO STAMP-ONLY-CNT
054800       MOVE 'STAMP-ONLY DIFFERENCE (LAST TC / UPDATE STAMP)'
054900         TO DL-TEXT
055000       PERFORM 2800-KEY-LINE
055100       PERFORM 2400-POSTING-LINES
055200       GO TO 2390-EXIT.
055300     ADD 1 TO DIFFER-CNT.
055400     MOVE 'IMAGES DIFFER' TO DL-TEXT.
055500     PERFORM 2800-KEY-LINE.
055600     MOVE SPACES TO COVER-MAP.
055700     MOVE 1 TO DICT-TBL-I.
055800     PERFORM 2350-COMPARE-FIELD UNTIL DICT-TBL-I > DICT-TBL-CNT.
055900     MOVE 0 TO UNNAMED-DIFF-CNT, FIRST-UNNAMED-POS.
056000     MOVE 7 TO CMP-POS.
056100     PERFORM 2370-UNNAMED-DIFF UNTIL CMP-POS > 112.
056200     IF UNNAMED-DIFF-CNT > 0
056300       MOVE SPACES TO DL-KEY
056400       MOVE UNNAMED-DIFF-CNT  TO UT-COUNT
056500       MOVE FIRST-UNNAMED-POS TO UT-FIRST
056600       MOVE UNNAMED-TEXT TO DL-TEXT
056700       WRITE PRINT FROM DTL-LINE.
056800     IF POSTING-DIFF-CNT > 0
056900       PERFORM 2400-POSTING-LINES.
057000 2390-EXIT.
057100     EXIT.
057200 2310-COUNT-DIFF.
057300     IF SEQ-REC (CMP-POS:1) NOT = IDX-IMAGE (CMP-POS:1)
057400       IF CMP-POS = 5 OR CMP-POS = 6 OR CMP-POS > 112
057500         ADD 1 TO POSTING-DIFF-CNT
057600       ELSE
057700         ADD 1 TO DATA-DIFF-CNT.
057800     ADD 1 TO CMP-POS.
057900*    A FIELD OF THE KEY OR FIXED CARD, OR OF THIS RECORD'S
058000*    TYPE CARD, IS MARKED COVERED AND LISTED WHEN IT DIFFERS
058100 2350-COMPARE-FIELD.
058200     IF DT-RTYPE (DICT-TBL-I) = SPACES OR
058300        DT-RTYPE (DICT-TBL-I) = SR-SEQ-NUMBER
058400       MOVE ALL 'X' TO COVER-MAP (DT-LOCATION (DICT-TBL-I):
058500                                  DT-LENGTH (DICT-TBL-I))
058600       IF SEQ-REC (DT-LOCATION (DICT-TBL-I):
058700                   DT-LENGTH (DICT-TBL-I)) NOT =
058800          IDX-IMAGE (DT-LOCATION (DICT-TBL-I):
058900                     DT-LENGTH (DICT-TBL-I))
059000         MOVE DT-CARD-LABEL (DICT-TBL-I) TO FL-LABEL
059100         MOVE DT-FIELD-NO (DICT-TBL-I)   TO FL-FIELD-NO
059200         MOVE DT-LOCATION (DICT-TBL-I)   TO CMP-POS
059300         MOVE DT-LENGTH (DICT-TBL-I)     TO FIELD-VALUE-LEN
059400         PERFORM 2500-FIELD-LINE.
059500     ADD 1 TO DICT-TBL-I.
059600 2370-UNNAMED-DIFF.
059700     IF SEQ-REC (CMP-POS:1) NOT = IDX-IMAGE (CMP-POS:1) AND
059800        COVER-MAP (CMP-POS:1) = SPACE
059900       ADD 1 TO UNNAMED-DIFF-CNT
060000       IF FIRST-UNNAMED-POS = 0
060100         MOVE CMP-POS TO FIRST-UNNAMED-POS.
060200     ADD 1 TO CMP-POS.
060300*    THE POSTING POSITIONS THAT DIFFER, BOTH SIDES SHOWN
060400 2400-POSTING-LINES.
060500     MOVE 0 TO FL-FIELD-NO.
060600     IF SR-TC NOT = IR-TC
060700       MOVE 'LAST TC' TO FL-LABEL
060800       MOVE 5 TO CMP-POS
060900       MOVE 2 TO FIELD-VALUE-LEN
061000       PERFORM 2500-FIELD-LINE.
061100     IF SR-UPD-STAMP NOT = IR-UPD-STAMP
061200       MOVE 'UPD STAMP' TO FL-LABEL
061300       MOVE 113 TO CMP-POS
061400       MOVE 16 TO FIELD-VALUE-LEN
061500       PERFORM 2500-FIELD-LINE.
061600*    ONE FIELD LINE: POSITION CMP-POS, LENGTH FIELD-VALUE-LEN,
061700*    VALUES CUT TO 30 CHARACTERS
061800 2500-FIELD-LINE.
061900     MOVE CMP-POS         TO FL-POS.
062000     MOVE FIELD-VALUE-LEN TO FL-LEN.
062100     IF FIELD-VALUE-LEN > 30
062200       MOVE 30 TO FIELD-VALUE-LEN.
062300     MOVE SPACES TO FL-SEQ-VALUE, FL-IDX-VALUE.
062400     MOVE SEQ-REC (CMP-POS:FIELD-VALUE-LEN)   TO FL-SEQ-VALUE.
062500     MOVE IDX-IMAGE (CMP-POS:FIELD-VALUE-LEN) TO FL-IDX-VALUE.
062600     WRITE PRINT FROM FLD-LINE.
062700*    ADD (TC 01) OR REPLACE (TC 04) CARD CARRYING THE WHOLE
062800*    SEQUENTIAL IMAGE WITH NORMAL-PROCESSING SYSTEM FLAGS
062900 2600-WRITE-IMAGE-CARD.
063000     MOVE RS-TC TO SEQ-REC (5:2).
063100     MOVE SEQ-REC (1:128) TO RESYNC-CARD.
063200     MOVE LOW-VALUES TO RS-SYSTEM-FLAGS.
063300     WRITE DECK-OUT-CARD FROM RESYNC-CARD.
063400     IF RS-TC = '01'
063500       ADD 1 TO ADD-CARD-CNT
063600     ELSE
063700       ADD 1 TO RPL-CARD-CNT.
063800*    DELETE (TC 02) CARD: KEY COLUMNS AND KEY-CARD FIELDS FROM
063900*    THE FARSIDX IMAGE, THE POSTING DATE AND THE RESYNC ORIGIN
064000 2700-WRITE-DELETE-CARD.
064100     MOVE SPACES TO RESYNC-CARD.
064200     MOVE 1 TO DICT-TBL-I.
064300     PERFORM 2750-COPY-KEY-FIELD UNTIL DICT-TBL-I > DICT-TBL-CNT.
064400     MOVE IK-REC-ID       TO RS-REC-ID.
064500     MOVE IK-CLIENT       TO RS-CLIENT.
064600     MOVE '02'            TO RS-TC.
064700     MOVE POSTING-DATE    TO RS-DATE.
064800     MOVE IK-SEQ          TO RS-SEQ-NUMBER.
064900     MOVE RESYNC-USER     TO RS-ORIGIN-USER.
065000     MOVE LOW-VALUES      TO RS-SYSTEM-FLAGS.
065100     WRITE DECK-OUT-CARD FROM RESYNC-CARD.
065200     ADD 1 TO DEL-CARD-CNT.
065300 2750-COPY-KEY-FIELD.
065400     IF DT-CARD-LABEL (DICT-TBL-I) = 'KEY' AND
065500        DT-LOCATION (DICT-TBL-I) + DT-LENGTH (DICT-TBL-I) < 114
065600       MOVE IDX-IMAGE (DT-LOCATION (DICT-TBL-I):
065700                       DT-LENGTH (DICT-TBL-I))
065800         TO RESYNC-CARD-ARRAY (DT-LOCATION (DICT-TBL-I):
065900                               DT-LENGTH (DICT-TBL-I)).
066000     ADD 1 TO DICT-TBL-I.
066100 2800-KEY-LINE.
066200     MOVE SPACES TO DL-KEY.
066300     STRING MK-REC-ID ' ' MK-CLIENT ' ' MK-SEQ
066400         DELIMITED BY SIZE INTO DL-KEY.
066500     WRITE PRINT FROM DTL-LINE.
066600 2900-MASTER-READ.
066700     READ MASTER-IN-FILE INTO SEQ-REC, AT END
066800       MOVE 1 TO MASTER-EOF-SW.
066900     IF MORE-MASTER-RECS
067000       ADD 1 TO SEQ-READ-CNT.
067100******************************************************************
067200***  PASS 2: FARSIDX READ IN KEY ORDER; A KEY THE SEQUENTIAL   ***
067300***  MASTER NEVER CARRIED IS ON FARSIDX ONLY.  SKIPPED WHEN    ***
067400***  PASS 1 COULD NOT REMEMBER EVERY KEY                       ***
067500******************************************************************
067600 3000-KEYED-PASS.
067700     IF KEYED-IO-FAILED
067800       GO TO 3090-EXIT.
067900     IF KEY-TABLE-FULL
068000       WRITE PRINT FROM BLANK-LINE
068100       MOVE 'KEY TABLE FULL - FARSIDX-ONLY KEYS NOT CHECKED'
068200         TO ML-TEXT
068300       WRITE PRINT FROM MSG-LINE
068400       GO TO 3090-EXIT.
068500     MOVE LOW-VALUES TO IDX-M-KEY.
068600     START MASTER-IDX-FILE KEY IS NOT < IDX-M-KEY
068700       INVALID KEY MOVE 1 TO IDX-EOF-SW.
068800     IF IDX-STATUS NOT = '00' AND IDX-STATUS NOT = '23'
068900       DISPLAY 'KEYED MASTER START FAILED, STATUS=' IDX-STATUS
069000       MOVE 1 TO IO-FAILED-SW
069100       GO TO 3090-EXIT.
069200     IF MORE-IDX-RECS
069300       PERFORM 3900-IDX-READ-NEXT.
069400     PERFORM 3100-CHECK-ONE-KEYED UNTIL IDX-EOF.
069500 3090-EXIT.
069600     EXIT.
069700 3100-CHECK-ONE-KEYED.
069800     MOVE IDX-M-KEY TO MATCH-KEY.
069900     PERFORM 2250-KEY-FIND.
070000     IF NOT KEY-IN-TABLE
070100       ADD 1 TO NOT-ON-SEQ-CNT
070200       MOVE 'NOT ON THE SEQUENTIAL MASTER' TO DL-TEXT
070300       PERFORM 2800-KEY-LINE
070400       IF WRITING-DECK
070500         MOVE IDX-M-DATA TO IDX-IMAGE
070600         PERFORM 2700-WRITE-DELETE-CARD.
070700     PERFORM 3900-IDX-READ-NEXT.
070800 3900-IDX-READ-NEXT.
070900     READ MASTER-IDX-FILE NEXT RECORD, AT END
071000       MOVE 1 TO IDX-EOF-SW.
071100     IF MORE-IDX-RECS
071200       IF IDX-STATUS = '00' OR IDX-STATUS = '02'
071300         ADD 1 TO IDX-READ-CNT
071400       ELSE
071500         DISPLAY 'KEYED MASTER READ FAILED, STATUS=' IDX-STATUS
071600         MOVE 1 TO IO-FAILED-SW
071700         MOVE 1 TO IDX-EOF-SW.
071800******************************************************************
071900***  RUN TOTALS AND THE RETURN CODE                            ***
072000******************************************************************
072100 8000-REPORT-TOTALS.
072200     WRITE PRINT FROM BLANK-LINE.
072300     MOVE 'SEQUENTIAL MASTER RECORDS READ' TO CT-TEXT.
072400     MOVE SEQ-READ-CNT TO CT-COUNT.
072500     WRITE PRINT FROM CNT-DET-LINE.
072600     MOVE 'FARSIDX RECORDS READ' TO CT-TEXT.
072700     MOVE IDX-READ-CNT TO CT-COUNT.
072800     WRITE PRINT FROM CNT-DET-LINE.
072900     MOVE 'KEYS ON BOTH' TO CT-TEXT.
073000     MOVE MATCHED-CNT TO CT-COUNT.
073100     WRITE PRINT FROM CNT-DET-LINE.
073200     MOVE '  IMAGES EQUAL' TO CT-TEXT.
073300     MOVE EQUAL-CNT TO CT-COUNT.
073400     WRITE PRINT FROM CNT-DET-LINE.
073500     MOVE '  IMAGES DIFFER' TO CT-TEXT.
073600     MOVE DIFFER-CNT TO CT-COUNT.
073700     WRITE PRINT FROM CNT-DET-LINE.
073800     MOVE '  STAMP-ONLY DIFFERENCES' TO CT-TEXT.
073900     MOVE STAMP-ONLY-CNT TO CT-COUNT.
074000     WRITE PRINT FROM CNT-DET-LINE.
074100     MOVE 'KEYS NOT ON FARSIDX' TO CT-TEXT.
074200     MOVE NOT-ON-IDX-CNT TO CT-COUNT.
074300     WRITE PRINT FROM CNT-DET-LINE.
074400     MOVE 'KEYS NOT ON THE SEQUENTIAL MASTER' TO CT-TEXT.
074500     MOVE NOT-ON-SEQ-CNT TO CT-COUNT.
074600     WRITE PRINT FROM CNT-DET-LINE.
074700     MOVE 'KEYS REPEATED ON THE SEQUENTIAL MASTER' TO CT-TEXT.
074800     MOVE DUP-SEQ-CNT TO CT-COUNT.
074900     WRITE PRINT FROM CNT-DET-LINE.
075000     IF WRITING-DECK
075100       MOVE 'RESYNC TC 01 ADD CARDS WRITTEN' TO CT-TEXT
075200       MOVE ADD-CARD-CNT TO CT-COUNT
075300       WRITE PRINT FROM CNT-DET-LINE
075400       MOVE 'RESYNC TC 04 REPLACE CARDS WRITTEN' TO CT-TEXT
075500       MOVE RPL-CARD-CNT TO CT-COUNT
075600       WRITE PRINT FROM CNT-DET-LINE
075700       MOVE 'RESYNC TC 02 DELETE CARDS WRITTEN' TO CT-TEXT
075800       MOVE DEL-CARD-CNT TO CT-COUNT
075900       WRITE PRINT FROM CNT-DET-LINE.
076000     IF DIFFER-CNT > 0 OR NOT-ON-IDX-CNT > 0 OR
076100        NOT-ON-SEQ-CNT > 0 OR DUP-SEQ-CNT > 0
076200       MOVE 8 TO RETURN-CODE
076300     ELSE
076400       IF STAMP-ONLY-CNT > 0
076500         MOVE 4 TO RETURN-CODE
076600       ELSE
076700         MOVE 0 TO RETURN-CODE.
076800     IF KEYED-IO-FAILED OR KEY-TABLE-FULL
076900       MOVE 'RECONCILIATION NOT COMPLETED - SEE THE JOB LOG'
077000         TO ML-TEXT
077100       WRITE PRINT FROM MSG-LINE
077200       MOVE 16 TO RETURN-CODE.
077300     CLOSE PRNTR.
077400     IF WRITING-DECK
077500       CLOSE DECK-OUT-FILE.
077600 9000-EOJ.
077700     IF IDX-OPENED
077800       CLOSE MASTER-IDX-FILE.
077900     DISPLAY 'BDMS0252 SEQUENTIAL RECORDS READ..' SEQ-READ-CNT.
078000     DISPLAY 'BDMS0252 FARSIDX RECORDS READ.....' IDX-READ-CNT.
078100     DISPLAY 'BDMS0252 IMAGES DIFFERING.........' DIFFER-CNT.
078200     DISPLAY 'BDMS0252 STAMP-ONLY DIFFERENCES...' STAMP-ONLY-CNT.
078300     DISPLAY 'BDMS0252 NOT ON FARSIDX...........' NOT-ON-IDX-CNT.
078400     DISPLAY 'BDMS0252 NOT ON SEQUENTIAL MASTER.' NOT-ON-SEQ-CNT.
078500     DISPLAY 'BDMS0252 END PROCESSING'.
