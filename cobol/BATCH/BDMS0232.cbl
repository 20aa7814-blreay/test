002200***    CHANGES) IS FLAGGED OUT OF BALANCE AND THE RUN ENDS     ***
002300***    WITH RETURN CODE 8 - THE RECONCILIATION AUDITORS        ***
002400***    REBUILD BY HAND EVERY QUARTER.                          ***
002410***  THE CLIENT'S NAME ON EACH STATEMENT COMES FROM THE CLIENT ***
002420***  MASTER THROUGH CLNTSRV.                                   ***
002430***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
002440***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
013400     03  FNN-FILE-ID             PIC X.
013500     03  FNN-SEQ-NUMB            PIC 9(3).
013600     03  FNN-FIELD-NO            PIC 99.
013700     03  FNN-CONT-MARK           PIC X.
013710     03  FNN-LOC-BASE            PIC X(3).
013800     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
013900       05  FNN-FORMAT            PIC X.
014000       05  FNN-LOCATION          PIC 99.
015300     03  R-FILE-ID               PIC X.
015400     03  R-SEQ-NUMB              PIC XXX.
015500     03  R-FIELD-NO              PIC 99.
015600     03  R-CONT-MARK             PIC X.
015610     03  R-LOC-BASE              PIC X(3).
015620     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
015700     03  R-FIELD-DEFNS OCCURS 14 TIMES.
015800       05  R-FORMAT              PIC X.
015900       05  R-LOCATION            PIC 99.
016000       05  R-LENGTH              PIC 99.
016003******************************************************************
016006***  FDT CONTINUATION CARDS, AS BDMS0201 FILES THEM.  A CARD   ***
016009***  WITH '+' IN COLUMN 7 CARRIES FIELDS 15-28 OF THE CARD IT  ***
016012***  DIRECTLY FOLLOWS (UP TO 6 PER CARD); COLUMNS 8-10 HOLD A  ***
016015***  LOCATION BASE ADDED TO EVERY LOCATION ON THE CARD.  THE   ***
016018***  FB2 AND RECORD-TYPE CARDS' CONTINUATIONS ARE CHAINED FROM ***
016021***  THEIR CARD; KEY CONTINUATIONS ARE PASSED OVER             ***
016024******************************************************************
016027 01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
016030 01  FDT-CONT-MAX                PIC 9(4) COMP-5 VALUE 300.
016033 01  FDT-CONT-AREA.
016036     03  FDT-CONT-CNT            PIC 9(4) COMP-5.
016039     03  FB2-CONT-FIRST          PIC 9(4) COMP-5.
016042     03  FB2-CONT-COUNT          PIC 9(4) COMP-5.
016045     03  FDT-CONT-LINK  OCCURS 999 TIMES.
016048       05  FCL-FIRST             PIC 9(4) COMP-5.
016051       05  FCL-COUNT             PIC 9(4) COMP-5.
016054     03  FDT-CONT-CARD  OCCURS 300 TIMES  PIC X(80).
016057*    CARD THE NEXT CONTINUATION BELONGS TO (ZERO IS THE FB2)
016060 01  FDT-CONT-OWNER-IX           PIC 9(4) COMP-5 VALUE 0.
016063 01  FDT-CONT-OWNER-SEQ          PIC X(3)  VALUE SPACES.
016066 01  FDT-CONT-OWNER-CNT          PIC 9(4) COMP-5 VALUE 0.
016069*    CONTINUATIONS STILL TO SUM FOR THE CARD IN RULE-CARD
016072 01  FDT-CONT-NEXT-IX            PIC 9(4) COMP-5 VALUE 0.
016075 01  FDT-CONT-LEFT               PIC 9(4) COMP-5 VALUE 0.
016078 01  FDT-CONT-LOC-BASE           PIC 9(4) COMP-5 VALUE 0.
016100
016200******************************************************************
016300***  SIGNED-FIELD ACCUMULATION, THE BDMS0201 SHAPE             ***
017400 01  SEQ-WORK-9 REDEFINES SEQ-WORK-X PIC 9(3).
017500 01  ACCUM-TARGET                PIC X VALUE 'O'.
017600 01  WORK-CLIENT                 PIC X(3).
017605*    CLNTSRV HANDSHAKE - THE CLIENT MASTER
017610 01  CLN-PARMS.
017615     05  CLN-FUNCTION              PIC X    VALUE SPACE.
017620     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
017625     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
017630     05  CLN-RECORD.
017635         10  CLN-CLIENT            PIC X(3).
017640         10  CLN-STATUS            PIC X.
017645         10  CLN-NAME              PIC X(40).
017650         10  FILLER                PIC X(436).
017700
017800******************************************************************
017900***  PER-CLIENT BALANCES                                       ***
020200     03  SH-CLIENT               PIC X(3).
020300     03  FILLER                  PIC X(10)  VALUE '   PERIOD '.
020400     03  SH-PERIOD               PIC X(6).
020500     03  FILLER                  PIC X(3)   VALUE SPACES.
020510     03  SH-NAME                 PIC X(40).
020520     03  FILLER                  PIC X(40)  VALUE SPACES.
020600 01  STM-DET-LINE.
020700     03  FILLER                  PIC X(2)   VALUE SPACES.
020800     03  SD-TEXT                 PIC X(30).
021300     03  SF-TEXT                 PIC X(60).
021400     03  FILLER                  PIC X(70)  VALUE SPACES.
021500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
021510*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
021520 01  PRM-PARMS.
021530     05  PRM-FUNCTION              PIC X    VALUE 'G'.
021540     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
021550     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0232'.
021560     05  PRM-STEP                  PIC X(8) VALUE SPACES.
021570     05  PRM-NAME                  PIC X(30).
021580     05  PRM-VALUE                 PIC X(100).
021590     05  PRM-SOURCE                PIC X.
021600
021700 PROCEDURE DIVISION.
021800 0000-MAINLINE.
021900     DISPLAY 'BDMS0232 BEGIN PROCESSING'.
022000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
022100     ACCEPT TODAY-TIME FROM TIME.
022200     MOVE 'FUNCTION' TO PRM-NAME.
022300     PERFORM 0900-GET-PARM.
022310     MOVE PRM-VALUE TO FUNCTION-REQ.
022313*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
022316     MOVE FUNCTION-REQ TO PRM-STEP.
022400     MOVE 'PERIOD' TO PRM-NAME.
022500     PERFORM 0900-GET-PARM.
022510     MOVE PRM-VALUE TO PERIOD-X.
022600     MOVE 'OPERATOR' TO PRM-NAME.
022700     PERFORM 0900-GET-PARM.
022710     MOVE PRM-VALUE TO OPERATOR-ID.
022800     IF CLOSE-FUNCTION
022900       PERFORM 1000-CLOSE-PERIOD THRU 1090-EXIT
023000     ELSE
023800               ' BALANCE'
023900       MOVE 16 TO RETURN-CODE.
024000     DISPLAY 'BDMS0232 END PROCESSING'.
024010     MOVE 'C' TO PRM-FUNCTION.
024020     CALL 'PARMSRV' USING PRM-PARMS.
024100     EXIT PROGRAM.
024200     STOP RUN.
024210******************************************************************
024220***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
024230***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
024240******************************************************************
024250 0900-GET-PARM.
024260     MOVE 'G' TO PRM-FUNCTION.
024270     CALL 'PARMSRV' USING PRM-PARMS.
024300******************************************************************
024400***  CLOSE: WRITE THE MARKER THE RELEASE STEP HONORS           ***
024500******************************************************************

027900     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
028000       MOVE 1 TO FDT-EOF-SW.
028010*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
028020     PERFORM 2150-KEY-CONT-SKIP UNTIL FDT-EOF OR
028030       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
028100     IF FDT-EOF
028200       DISPLAY 'BDMS0232 FDT DECK TOO SHORT - RUN REFUSED'
028300       MOVE 16 TO RETURN-CODE
028400       CLOSE FDT-FILE
028500       GO TO 2090-EXIT.
028600     MOVE SPACES TO FDT-REC-ARRAY.
028610     MOVE LOW-VALUES TO FDT-CONT-AREA.
028620     MOVE 0 TO FDT-CONT-OWNER-IX.
028630     MOVE FB2-SEQ-NUMB TO FDT-CONT-OWNER-SEQ.
028700     PERFORM 2100-FDT-ARRAY-BUILD UNTIL FDT-EOF OR RUN-REFUSED.
028800     CLOSE FDT-FILE.
028810     IF RUN-REFUSED
028820       GO TO 2090-EXIT.
028900     MOVE 'O' TO ACCUM-TARGET.
029000     OPEN INPUT MOPEN-IN-FILE.
029100     PERFORM 3000-ACCUM-OPEN UNTIL MOPEN-EOF.
031500     READ FDT-FILE INTO FDT-NN-REC, AT END
031600       MOVE 1 TO FDT-EOF-SW.
031700     IF MORE-FDT-RECS
031800       PERFORM 2120-FDT-CARD-STORE THRU 2139-EXIT.
031901******************************************************************
031902***  FILES ONE FDT CARD AS BDMS0201'S 112-FDT-CARD-STORE: A    ***
031903***  RECORD-TYPE CARD UNDER ITS SEQ NUMBER, A CONTINUATION     ***
031904***  CARD ON THE CHAIN OF THE CARD IT FOLLOWS (THE FB2 CARD    ***
031905***  UNTIL A RECORD-TYPE CARD IS SEEN).  A CONTINUATION OF A   ***
031906***  RECORD-TYPE CARD MUST CARRY THAT CARD'S SEQ NUMBER        ***
031907******************************************************************
031908 2120-FDT-CARD-STORE.
031909     IF FNN-CONT-MARK NOT = '+'
031910       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
031911       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX)
031912       MOVE 0 TO FCL-FIRST (FDT-REC-INDEX),
031913           FCL-COUNT (FDT-REC-INDEX)
031914       MOVE FDT-REC-INDEX TO FDT-CONT-OWNER-IX
031915       MOVE FDT-NN-REC (2:3) TO FDT-CONT-OWNER-SEQ
031916       GO TO 2139-EXIT.
031917     IF FDT-CONT-OWNER-IX > 0 AND
031918        FDT-NN-REC (2:3) NOT = FDT-CONT-OWNER-SEQ
031919       DISPLAY 'BDMS0232 FDT CONTINUATION CARD <' FDT-NN-REC (2:3)
031920               '> DOES NOT FOLLOW ITS RECORD-TYPE CARD'
031921               ' - RUN REFUSED'
031922       GO TO 2135-CONT-REFUSED.
031923     IF FDT-CONT-CNT NOT < FDT-CONT-MAX
031924       DISPLAY 'BDMS0232 FDT CONTINUATION TABLE FULL AT '
031925               FDT-CONT-MAX ' CARDS - RUN REFUSED'
031926       GO TO 2135-CONT-REFUSED.
031927     ADD 1 TO FDT-CONT-CNT.
031928     MOVE FDT-NN-REC TO FDT-CONT-CARD (FDT-CONT-CNT).
031929     IF FDT-CONT-OWNER-IX = 0
031930       IF FB2-CONT-COUNT = 0
031931         MOVE FDT-CONT-CNT TO FB2-CONT-FIRST
031932       END-IF
031933       ADD 1 TO FB2-CONT-COUNT
031934       MOVE FB2-CONT-COUNT TO FDT-CONT-OWNER-CNT
031935     ELSE
031936       IF FCL-COUNT (FDT-CONT-OWNER-IX) = 0
031937         MOVE FDT-CONT-CNT TO FCL-FIRST (FDT-CONT-OWNER-IX)
031938       END-IF
031939       ADD 1 TO FCL-COUNT (FDT-CONT-OWNER-IX)
031940       MOVE FCL-COUNT (FDT-CONT-OWNER-IX) TO FDT-CONT-OWNER-CNT.
031941     IF FDT-CONT-OWNER-CNT NOT > FDT-CONT-PER-CARD-MAX
031942       GO TO 2139-EXIT.
031943     DISPLAY 'BDMS0232 FDT CARD <' FDT-CONT-OWNER-SEQ
031944             '> HAS MORE THAN ' FDT-CONT-PER-CARD-MAX
031945             ' CONTINUATION CARDS - RUN REFUSED'.
031946 2135-CONT-REFUSED.
031947     MOVE 16 TO RETURN-CODE.
031948     MOVE 1 TO REFUSED-SW.
031949 2139-EXIT.
031950     EXIT.
031951 2150-KEY-CONT-SKIP.
031952     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
031953       MOVE 1 TO FDT-EOF-SW.
032000******************************************************************
032100***  ACCUMULATION LEGS                                         ***
032200******************************************************************
034800     ELSE
034900       ADD 1 TO CL-CLOSE-RECS (CLT-FOUND-IX).
035000     MOVE FIXED-FIELDS-DESCRIPTOR TO RULE-CARD.
035010     MOVE FB2-CONT-FIRST TO FDT-CONT-NEXT-IX.
035020     MOVE FB2-CONT-COUNT TO FDT-CONT-LEFT.
035100     PERFORM 3700-SUM-S-FIELDS.
035200     MOVE MASTER-REC-ARRAY (13:3) TO SEQ-WORK-X.
035300     IF SEQ-WORK-X NUMERIC AND SEQ-WORK-9 > 0
035400       IF FDT-FIELD-DESCRIPTORS (SEQ-WORK-9) NOT = SPACES
035500         MOVE FDT-FIELD-DESCRIPTORS (SEQ-WORK-9) TO RULE-CARD
035510         MOVE FCL-FIRST (SEQ-WORK-9) TO FDT-CONT-NEXT-IX
035520         MOVE FCL-COUNT (SEQ-WORK-9) TO FDT-CONT-LEFT
035600         PERFORM 3700-SUM-S-FIELDS.
035700 3590-EXIT.
035800     EXIT.
037900     IF CL-CLIENT (CLT-TBL-I) = WORK-CLIENT
038000       MOVE CLT-TBL-I TO CLT-FOUND-IX.
038100     ADD 1 TO CLT-TBL-I.
038110******************************************************************
038120***  SUMS THE 'S' FIELDS OF THE CARD IN RULE-CARD, THEN THOSE  ***
038130***  OF ITS CONTINUATION CARDS WHILE THE CARD BEFORE WAS FULL  ***
038140******************************************************************
038200 3700-SUM-S-FIELDS.
038210     MOVE 0 TO FDT-CONT-LOC-BASE.
038300     MOVE 1 TO FDT-FIELD-INDEX.
038400     PERFORM 3750-SUM-ONE-FIELD THRU 3790-EXIT
038500       UNTIL FDT-FIELD-INDEX > 14 OR
038600             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
038605     PERFORM 3720-SUM-CONT-CARD UNTIL
038610       FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
038615 3720-SUM-CONT-CARD.
038620     MOVE FDT-CONT-CARD (FDT-CONT-NEXT-IX) TO RULE-CARD.
038625     ADD 1 TO FDT-CONT-NEXT-IX.
038630     SUBTRACT 1 FROM FDT-CONT-LEFT.
038635     IF R-LOC-BASE NUMERIC
038640       MOVE R-LOC-BASE-9 TO FDT-CONT-LOC-BASE
038645     ELSE
038650       MOVE 0 TO FDT-CONT-LOC-BASE.
038655     MOVE 1 TO FDT-FIELD-INDEX.
038660     PERFORM 3750-SUM-ONE-FIELD THRU 3790-EXIT
038665       UNTIL FDT-FIELD-INDEX > 14 OR
038670             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
038700 3750-SUM-ONE-FIELD.
038800     IF R-FORMAT (FDT-FIELD-INDEX) NOT = 'S'
038900       GO TO 3785-NEXT.
039000     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
039100       MOVE R-LOCATION (FDT-FIELD-INDEX) TO RECORD-PTR
039200     ELSE
039300       ADD 100, R-LOCATION (FDT-FIELD-INDEX)
039400           GIVING RECORD-PTR.
039410     ADD FDT-CONT-LOC-BASE TO RECORD-PTR.
      *    A FIELD PAST THE DECLARED RECORD LENGTH CANNOT ACCUMULATE
           IF RECORD-PTR + R-LENGTH (FDT-FIELD-INDEX) >
              MASTER-LRECL + 1
             GO TO 3785-NEXT.
039500     MOVE ZEROS TO TRAN-SIGNED-FLD.
039600     COMPUTE CTR-PTR =
039700         CTR-LENGTH - R-LENGTH (FDT-FIELD-INDEX) + 1.
040300         ADD TRAN-SIGNED-FLD TO CL-OPEN-AMT (CLT-FOUND-IX)
040400       ELSE
040500         ADD TRAN-SIGNED-FLD TO CL-CLOSE-AMT (CLT-FOUND-IX).
040510 3785-NEXT.
040520     ADD 1 TO FDT-FIELD-INDEX.
040600 3790-EXIT.
040700     EXIT.
040800 3780-MOVE-ONE-CHAR.
041900 4000-ONE-STATEMENT.
042000     MOVE CL-CLIENT (CLT-TBL-I) TO SH-CLIENT.
042100     MOVE PERIOD-X TO SH-PERIOD.
042110     MOVE 'R' TO CLN-FUNCTION.
042120     MOVE CL-CLIENT (CLT-TBL-I) TO CLN-CLIENT.
042130     CALL 'CLNTSRV' USING CLN-PARMS.
042140     IF CLN-RC = 0
042150       MOVE CLN-NAME TO SH-NAME
042160     ELSE
042170       MOVE SPACES TO SH-NAME.
042200     MOVE STM-HDR-LINE TO PRT.
042300     WRITE PRINT.
042400     MOVE 'OPENING BALANCE' TO SD-TEXT.
