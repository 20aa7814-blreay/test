001200***      NO FIXED OR RECORD-TYPE FIELD MAY OVERLAP THE FB1 KEY ***
001300***      POSITIONS, 'S' IS NOT AUTHORIZED ON THE KEY CARD, AND ***
001400***      RECORD-TYPE CARDS NEED NUMERIC, UNIQUE SEQ NUMBERS.   ***
      ***      A CONTINUATION CARD ('+' IN COLUMN 7) MUST FOLLOW A   ***
      ***      FULL CARD (OR CONTINUATION) OF THE SAME SEQ, AT MOST  ***
      ***      6 TO A CARD, WITH A NUMERIC OR BLANK LOCATION BASE IN ***
      ***      COLUMNS 8-10; THE KEY COMPONENTS MAY TOTAL 100 BYTES. ***
001500***      EVERY ERROR IS REPORTED; RETURN CODE 8 IF ANY.        ***
001600***    FUNCTION=COMPARE - DIFFS DECK FDTA AGAINST DECK FDTB    ***
001700***      AND LISTS ADDED, REMOVED, MOVED, RESIZED AND          ***
001800***      REFORMATTED FIELDS PER CARD, SO A LAYOUT CHANGE CAN   ***
001900***      BE REVIEWED BEFORE IT GOES LIVE.                      ***
001910***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
001920***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004900     03  R-FILE-ID                 PIC X.
005000     03  R-SEQ-NUMB                PIC X(3).
005100     03  R-FIELD-NO                PIC 99.
005110     03  R-CONT-MARK               PIC X.
005120     03  R-LOC-BASE                PIC X(3).
005130     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE  PIC 9(3).
005300     03  R-FIELD-DEFNS OCCURS 14 TIMES.
005400       05  R-FORMAT                PIC X.
005500       05  R-LOCATION              PIC 99.
007600***  FB1 KEY COMPONENTS OCCUPY                                 ***
007700******************************************************************
007800 01  KEY-COVERAGE-MAP.
007900     03  KEY-POS  OCCURS 512 TIMES  PIC X.
008000
008100 01  CARD-IX                       PIC 9(4) COMP-5 VALUE 0.
008200 01  CARD-IX-B                     PIC 9(4) COMP-5 VALUE 0.
008500 01  POS-END                       PIC 9(4) COMP-5 VALUE 0.
008600 01  ERROR-CNT                     PIC 9(6) COMP-5 VALUE 0.
008700 01  DIFF-CNT                      PIC 9(6) COMP-5 VALUE 0.
008800 01  CARD-LABEL                    PIC X(12) VALUE SPACES.
008900 01  FLD-NO-DISP                   PIC 99.
      ******************************************************************
      ***  CONTINUATION CARDS.  EACH LOADED CARD IS TAGGED WITH THE  ***
      ***  CARD IT BELONGS TO ('FB1', 'FB2' OR THE SEQ NUMBER) AND   ***
      ***  ITS CONTINUATION NUMBER (ZERO FOR THE CARD ITSELF); THE   ***
      ***  COMPARE MATCHES CARDS ON THIS TAG.  FIELDS ON THE N'TH    ***
      ***  CONTINUATION ARE NUMBERED FROM 14 X N + 1.                ***
      ******************************************************************
       01  DECKA-TAGS.
           03  DECKA-TAG  OCCURS 300 TIMES  PIC X(5).
       01  DECKB-TAGS.
           03  DECKB-TAG  OCCURS 300 TIMES  PIC X(5).
       01  CARD-TAG.
           03  CT-FAMILY                 PIC X(3).
           03  CT-CONT-NO                PIC 99.
       01  TAG-BASE-CNT                  PIC 9(4) COMP-5 VALUE 0.
       01  CONT-PER-CARD-MAX             PIC 9(4) COMP-5 VALUE 6.
       01  CONT-NO                       PIC 9(4) COMP-5 VALUE 0.
       01  CONT-LOC-BASE                 PIC 9(3) VALUE 0.
       01  FLD-NO-BIAS                   PIC 9(4) COMP-5 VALUE 0.
       01  CONT-DONE-SW                  PIC 9 VALUE 0.
           88  CONT-DONE                    VALUE 1.
       01  LABEL-WORK                    PIC X(12) VALUE SPACES.
       01  KEY-LEN-TOTAL                 PIC 9(4) COMP-5 VALUE 0.
       01  KEY-LEN-MAX                   PIC 9(4) COMP-5 VALUE 100.
009000 01  IS-KEY-CARD-SW                PIC 9 VALUE 0.
009100     88  EDITING-KEY-CARD             VALUE 1.
009110*    THE FB2 FIXED CARD LEGITIMATELY RE-EDITS THE KEY POSITIONS,
009400     03  RB-FILE-ID                PIC X.
009500     03  RB-SEQ-NUMB               PIC X(3).
009600     03  RB-FIELD-NO               PIC 99.
009610     03  RB-CONT-MARK              PIC X.
009620     03  RB-LOC-BASE               PIC X(3).
009800     03  RB-FIELD-DEFNS OCCURS 14 TIMES.
009900       05  RB-FORMAT               PIC X.
010000       05  RB-LOCATION             PIC 99.
      *    HEADER CARDS (ABSENT MEANS THE HISTORICAL 128)
       01  MASTER-LRECL-A                PIC 9(3) VALUE 128.
       01  MASTER-LRECL-B                PIC 9(3) VALUE 128.
       01  EFF-LOC                       PIC 9(4) VALUE 0.
010200 01  MATCH-FOUND-SW                PIC 9 VALUE 0.
010300     88  MATCH-FOUND                  VALUE 1.
010310*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
010320 01  PRM-PARMS.
010330     05  PRM-FUNCTION              PIC X    VALUE 'G'.
010340     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
010350     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0214'.
010360     05  PRM-STEP                  PIC X(8) VALUE SPACES.
010370     05  PRM-NAME                  PIC X(30).
010380     05  PRM-VALUE                 PIC X(100).
010390     05  PRM-SOURCE                PIC X.
010400
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
011000     ELSE
011100       PERFORM 2000-VALIDATE-DECK.
011200     PERFORM 9000-EOJ.
011210     MOVE 'C' TO PRM-FUNCTION.
011220     CALL 'PARMSRV' USING PRM-PARMS.
011300     EXIT PROGRAM.
011400     STOP RUN.
011410******************************************************************
011420***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
011430***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
011440******************************************************************
011450 0900-GET-PARM.
011460     MOVE 'G' TO PRM-FUNCTION.
011470     CALL 'PARMSRV' USING PRM-PARMS.
011500******************************************************************
011600***  RESOLVES THE FUNCTION AND LOADS THE DECK(S)               ***
011700******************************************************************
011800 1000-INITIALIZE.
011900     DISPLAY 'BDMS0214 BEGIN PROCESSING'.
012000     MOVE 'FUNCTION' TO PRM-NAME.
012100     PERFORM 0900-GET-PARM.
012110     MOVE PRM-VALUE TO RUN-FUNCTION.
012200     OPEN INPUT FDTA-FILE.
012300     PERFORM 1100-LOAD-DECKA UNTIL FDT-EOF.
012400     CLOSE FDTA-FILE.
012900       PERFORM 1200-LOAD-DECKB UNTIL FDT-EOF
013000       CLOSE FDTB-FILE
013100       DISPLAY 'BDMS0214 DECK B CARDS.............' DECKB-CNT.
013110     PERFORM 1300-TAG-DECKA.
013120     IF FUNC-COMPARE
013130       PERFORM 1350-TAG-DECKB.
      *    AN OPTIONAL LEADING 'LRECL NNN' CARD DECLARES THE MASTER
      *    RECORD LENGTH THE FIELD POSITIONS ARE VALIDATED AGAINST;
      *    A BAD VALUE IS AN ERROR, AND ON A COMPARE BOTH DECKS
014900       ELSE
015000         DISPLAY 'DECK B TOO LARGE - TRUNCATED AT ' DECK-MAX
015100         MOVE 1 TO FDT-EOF-SW.
      ******************************************************************
      ***  TAGS EACH CARD WITH THE CARD IT BELONGS TO AND ITS        ***
      ***  CONTINUATION NUMBER                                       ***
      ******************************************************************
       1300-TAG-DECKA.
           MOVE 0 TO TAG-BASE-CNT.
           MOVE 1 TO CARD-IX.
           PERFORM 1310-TAG-ONE-A
             UNTIL CARD-IX > DECKA-CNT.
       1310-TAG-ONE-A.
           IF DECKA-CARD (CARD-IX) (7:1) = '+' AND CARD-IX > 1
             MOVE DECKA-TAG (CARD-IX - 1) TO CARD-TAG
             ADD 1 TO CT-CONT-NO
           ELSE
             ADD 1 TO TAG-BASE-CNT
             MOVE 0 TO CT-CONT-NO
             MOVE DECKA-CARD (CARD-IX) (2:3) TO CT-FAMILY
             IF TAG-BASE-CNT = 1
               MOVE 'FB1' TO CT-FAMILY
             ELSE
               IF TAG-BASE-CNT = 2
                 MOVE 'FB2' TO CT-FAMILY.
           MOVE CARD-TAG TO DECKA-TAG (CARD-IX).
           ADD 1 TO CARD-IX.
       1350-TAG-DECKB.
           MOVE 0 TO TAG-BASE-CNT.
           MOVE 1 TO CARD-IX-B.
           PERFORM 1360-TAG-ONE-B
             UNTIL CARD-IX-B > DECKB-CNT.
       1360-TAG-ONE-B.
           IF DECKB-CARD (CARD-IX-B) (7:1) = '+' AND CARD-IX-B > 1
             MOVE DECKB-TAG (CARD-IX-B - 1) TO CARD-TAG
             ADD 1 TO CT-CONT-NO
           ELSE
             ADD 1 TO TAG-BASE-CNT
             MOVE 0 TO CT-CONT-NO
             MOVE DECKB-CARD (CARD-IX-B) (2:3) TO CT-FAMILY
             IF TAG-BASE-CNT = 1
               MOVE 'FB1' TO CT-FAMILY
             ELSE
               IF TAG-BASE-CNT = 2
                 MOVE 'FB2' TO CT-FAMILY.
           MOVE CARD-TAG TO DECKB-TAG (CARD-IX-B).
           ADD 1 TO CARD-IX-B.
015200******************************************************************
015300***  STRUCTURAL VALIDATION OF DECK A                           ***
015400******************************************************************
015900       ADD 1 TO ERROR-CNT
016000       GO TO 2090-EXIT.
016100     MOVE SPACES TO KEY-COVERAGE-MAP.
016110     MOVE 0 TO KEY-LEN-TOTAL.
016120     MOVE 1 TO CARD-IX.
016200     MOVE DECKA-CARD (1) TO RULE-CARD.
016300     MOVE 'FB1 KEY' TO CARD-LABEL.
016400     MOVE 1 TO IS-KEY-CARD-SW.
016500     PERFORM 2100-EDIT-CARD.
016600     PERFORM 2300-MARK-KEY-COVERAGE.
016610     PERFORM 2600-EDIT-CONT-CARDS.
016620     IF KEY-LEN-TOTAL > KEY-LEN-MAX
016630       ADD 1 TO ERROR-CNT
016640       DISPLAY 'ERROR: FB1 KEY COMPONENTS TOTAL ' KEY-LEN-TOTAL
016650               ' BYTES - MAXIMUM IS ' KEY-LEN-MAX.
016700     MOVE 0 TO IS-KEY-CARD-SW.
016710     ADD 1 TO CARD-IX.
016720     IF CARD-IX > DECKA-CNT
016730       DISPLAY 'ERROR: DECK MUST HOLD AT LEAST THE FB1 KEY'
016740               ' CARD AND THE FB2 FIXED CARD'
016750       ADD 1 TO ERROR-CNT
016760       GO TO 2090-EXIT.
016800     MOVE DECKA-CARD (CARD-IX) TO RULE-CARD.
016900     MOVE 'FB2 FIXED' TO CARD-LABEL.
017000     PERFORM 2100-EDIT-CARD.
017010     PERFORM 2600-EDIT-CONT-CARDS.
017100     ADD 1 TO CARD-IX.
017200     PERFORM 2400-EDIT-TYPE-CARD
017300       UNTIL CARD-IX > DECKA-CNT.
017400 2090-EXIT.
018100     PERFORM 2200-EDIT-ONE-FIELD THRU 2290-EXIT
018200       UNTIL FLD-IX > 14 OR R-FORMAT (FLD-IX) = SPACE.
018300 2200-EDIT-ONE-FIELD.
018400     COMPUTE FLD-NO-DISP = FLD-IX + FLD-NO-BIAS.
018500     IF R-FORMAT (FLD-IX) NOT = 'A' AND 'N' AND 'M' AND 'S'
018510        AND 'P'
018600       ADD 1 TO ERROR-CNT
             MOVE R-LOCATION (FLD-IX) TO EFF-LOC
           ELSE
             COMPUTE EFF-LOC = R-LOCATION (FLD-IX) + 100.
      *    A CONTINUATION CARD'S LOCATIONS ARE FROM ITS LOCATION BASE
           ADD CONT-LOC-BASE TO EFF-LOC.
020400     IF R-LOCATION (FLD-IX) = 0 OR
               EFF-LOC + R-LENGTH (FLD-IX) > MASTER-LRECL-A + 1
020600       ADD 1 TO ERROR-CNT
021800 2250-KEY-OVERLAP-CHECK.
021850     IF R-LOCATION (FLD-IX) = 0
021860       GO TO 2270-EXIT.
021900     COMPUTE POS-IX = R-LOCATION (FLD-IX) + CONT-LOC-BASE.
022000     COMPUTE POS-END = POS-IX
022100         + R-LENGTH (FLD-IX) - 1.
022200     IF POS-END > 512
022300       MOVE 512 TO POS-END.
022400     PERFORM 2260-OVERLAP-ONE-POS
022500       UNTIL POS-IX > POS-END.
022550 2270-EXIT.
024100     IF R-LOCATION (FLD-IX) NUMERIC AND
024200        R-LENGTH (FLD-IX) NUMERIC AND
024300        R-LOCATION (FLD-IX) > 0
024310       ADD R-LENGTH (FLD-IX) TO KEY-LEN-TOTAL
024400       COMPUTE POS-IX = R-LOCATION (FLD-IX) + CONT-LOC-BASE
024500       COMPUTE POS-END = POS-IX
024600           + R-LENGTH (FLD-IX) - 1
024700       IF POS-END > 512
024800         MOVE 512 TO POS-END
024900       END-IF
025000       PERFORM 2320-MARK-ONE-POS
025100         UNTIL POS-IX > POS-END.
026800     PERFORM 2500-DUP-SEQ-CHECK.
026810     MOVE 1 TO IS-TYPE-CARD-SW.
026900     PERFORM 2100-EDIT-CARD.
026910     PERFORM 2600-EDIT-CONT-CARDS.
026950     MOVE 0 TO IS-TYPE-CARD-SW.
027000     ADD 1 TO CARD-IX.
027100 2500-DUP-SEQ-CHECK.
027300     PERFORM 2510-DUP-ONE
027400       UNTIL CARD-IX-B > DECKA-CNT.
027500 2510-DUP-ONE.
027600     IF DECKA-CARD (CARD-IX-B) (2:3) = R-SEQ-NUMB AND
027610        DECKA-CARD (CARD-IX-B) (7:1) NOT = '+'
027700       ADD 1 TO ERROR-CNT
027800       DISPLAY 'ERROR: ' CARD-LABEL
027900               ' SEQ NUMBER DUPLICATED IN DECK'.
028000     ADD 1 TO CARD-IX-B.
      ******************************************************************
      ***  EDITS THE CONTINUATION CARDS FOLLOWING THE CARD AT        ***
      ***  CARD-IX (STILL IN RULE-CARD), LEAVING CARD-IX ON THE LAST ***
      ******************************************************************
       2600-EDIT-CONT-CARDS.
           MOVE 0 TO CONT-NO, CONT-DONE-SW.
           PERFORM 2610-EDIT-ONE-CONT THRU 2690-EXIT
             UNTIL CONT-DONE.
           MOVE 0 TO CONT-LOC-BASE, FLD-NO-BIAS.
       2610-EDIT-ONE-CONT.
           COMPUTE CARD-IX-B = CARD-IX + 1.
           IF CARD-IX-B > DECKA-CNT
             MOVE 1 TO CONT-DONE-SW
             GO TO 2690-EXIT.
           IF DECKA-CARD (CARD-IX-B) (7:1) NOT = '+'
             MOVE 1 TO CONT-DONE-SW
             GO TO 2690-EXIT.
           MOVE CARD-IX-B TO CARD-IX.
           ADD 1 TO CONT-NO.
           COMPUTE FLD-NO-BIAS = CONT-NO * 14.
           IF R-FORMAT (14) = SPACE
             ADD 1 TO ERROR-CNT
             DISPLAY 'ERROR: ' CARD-LABEL ' CONTINUATION CARD'
                     ' FOLLOWS A CARD THAT IS NOT FULL'.
           IF CONT-NO > CONT-PER-CARD-MAX
             ADD 1 TO ERROR-CNT
             DISPLAY 'ERROR: ' CARD-LABEL ' HAS MORE THAN '
                     CONT-PER-CARD-MAX ' CONTINUATION CARDS'.
           IF EDITING-TYPE-CARD AND
              DECKA-CARD (CARD-IX) (2:3) NOT = R-SEQ-NUMB
             ADD 1 TO ERROR-CNT
             DISPLAY 'ERROR: ' CARD-LABEL ' CONTINUATION SEQ <'
                     DECKA-CARD (CARD-IX) (2:3) '> DOES NOT MATCH'.
           MOVE DECKA-CARD (CARD-IX) TO RULE-CARD.
           MOVE 0 TO CONT-LOC-BASE.
           IF R-LOC-BASE NUMERIC
             MOVE R-LOC-BASE-9 TO CONT-LOC-BASE
           ELSE
             IF R-LOC-BASE NOT = SPACES
               ADD 1 TO ERROR-CNT
               DISPLAY 'ERROR: ' CARD-LABEL ' CONTINUATION BASE <'
                       R-LOC-BASE '> NOT NUMERIC'.
           PERFORM 2100-EDIT-CARD.
           IF EDITING-KEY-CARD
             PERFORM 2300-MARK-KEY-COVERAGE.
       2690-EXIT.
           EXIT.
028100******************************************************************
028200***  COMPARES DECK A (OLD) TO DECK B (NEW), CARD BY CARD       ***
028300******************************************************************
029000       UNTIL CARD-IX-B > DECKB-CNT.
029100 4100-COMPARE-ONE-A.
029200     MOVE DECKA-CARD (CARD-IX) TO RULE-CARD.
029210     MOVE DECKA-TAG (CARD-IX) TO CARD-TAG.
029220     COMPUTE FLD-NO-BIAS = CT-CONT-NO * 14.
029300     PERFORM 4150-SET-CARD-LABEL.
029400     PERFORM 4200-FIND-IN-B.
029500     IF NOT MATCH-FOUND
030000     ADD 1 TO CARD-IX.
030100 4150-SET-CARD-LABEL.
030200     MOVE SPACES TO CARD-LABEL.
030300     IF CT-FAMILY = 'FB1'
030400       MOVE 'FB1 KEY' TO CARD-LABEL
030500     ELSE
030600       IF CT-FAMILY = 'FB2'
030700         MOVE 'FB2 FIXED' TO CARD-LABEL
030800       ELSE
030900         STRING 'RTYPE ' CT-FAMILY DELIMITED BY SIZE
031000           INTO CARD-LABEL.
031010     IF CT-CONT-NO > 0
031020       MOVE CARD-LABEL TO LABEL-WORK
031030       MOVE SPACES TO CARD-LABEL
031040       STRING LABEL-WORK DELIMITED BY '  '
031050              '+' CT-CONT-NO DELIMITED BY SIZE
031060         INTO CARD-LABEL.
031100******************************************************************
031200***  LOCATES THE MATCHING CARD IN DECK B BY ITS TAG: POSITIONAL***
031300***  FOR THE FB1/FB2 CARDS, BY SEQ NUMBER FOR RECORD-TYPE      ***
031310***  CARDS, AND BY CONTINUATION NUMBER UNDER EITHER            ***
031400******************************************************************
031500 4200-FIND-IN-B.
031600     MOVE 0 TO MATCH-FOUND-SW.
032300     MOVE 1 TO CARD-IX-B.
032400     PERFORM 4250-SCAN-B
032500       UNTIL CARD-IX-B > DECKB-CNT OR MATCH-FOUND.
032600 4250-SCAN-B.
032700     IF DECKB-TAG (CARD-IX-B) = CARD-TAG
032800       MOVE DECKB-CARD (CARD-IX-B) TO RULE-CARD-B
032900       MOVE 1 TO MATCH-FOUND-SW.
033000     ADD 1 TO CARD-IX-B.
033200***  REPORTS FIELD-LEVEL DIFFERENCES BETWEEN MATCHED CARDS     ***
033300******************************************************************
033400 4300-COMPARE-FIELDS.
033410     IF CT-CONT-NO > 0 AND R-LOC-BASE NOT = RB-LOC-BASE
033420       ADD 1 TO DIFF-CNT
033430       DISPLAY CARD-LABEL ' LOCATION BASE MOVED '
033440               R-LOC-BASE ' -> ' RB-LOC-BASE.
033500     MOVE 1 TO FLD-IX.
033600     PERFORM 4310-COMPARE-ONE-FIELD THRU 4390-EXIT
033700       UNTIL FLD-IX > 14.
033800 4310-COMPARE-ONE-FIELD.
033900     COMPUTE FLD-NO-DISP = FLD-IX + FLD-NO-BIAS.
034000     IF R-FORMAT (FLD-IX) = SPACE AND
034100        RB-FORMAT (FLD-IX) NOT = SPACE
034200       ADD 1 TO DIFF-CNT
036900***  FLAGS DECK-B RECORD-TYPE CARDS WITH NO DECK-A MATCH       ***
037000******************************************************************
037100 4400-NEW-CARD-CHECK.
037200     MOVE DECKB-TAG (CARD-IX-B) TO CARD-TAG.
037400     MOVE 0 TO MATCH-FOUND-SW.
037500     MOVE 1 TO CARD-IX.
037600     PERFORM 4450-SCAN-A
037700       UNTIL CARD-IX > DECKA-CNT OR MATCH-FOUND.
037800     IF NOT MATCH-FOUND
037900       ADD 1 TO DIFF-CNT
037910       PERFORM 4150-SET-CARD-LABEL
038000       DISPLAY 'CARD ADDED: ' CARD-LABEL.
038100     ADD 1 TO CARD-IX-B.
038200 4450-SCAN-A.
038300     IF DECKA-TAG (CARD-IX) = CARD-TAG
038400       MOVE 1 TO MATCH-FOUND-SW.
038500     ADD 1 TO CARD-IX.
038600******************************************************************
