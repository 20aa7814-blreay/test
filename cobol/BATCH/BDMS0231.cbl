001200***    - T-REC-ID PRESENT (A BLANK COLUMN 1 MEANS A SHORT OR   ***
001300***      SHIFTED RECORD)                                       ***
001400***    - T-CLIENT PRESENT                                      ***
001500***    - T-TC ONE OF 01-06                                     ***
001600***    - T-DATE NUMERIC WITH A PLAUSIBLE MONTH AND DAY         ***
001700***  DECK CHECK: THE RECORD COUNT MUST EQUAL THE SENDER'S      ***
001800***  CONTROL RECORD (UT-S-SCTL, COLS 1-9 THE DECLARED COUNT).  ***
002000***  THE MACHINE-READABLE ACKNOWLEDGMENT FILE (UT-S-ACKOUT)    ***
002100***  GOES BACK TO THE SOURCE: AN ACK HEADER WITH COUNTS, OR A  ***
002200***  NAK HEADER FOLLOWED BY ONE REASON RECORD PER FAULT KIND.  ***
002210***  THE HEADER IS FOLLOWED BY ONE CLIENT RECORD PER CLIENT ON ***
002220***  THE DECK, NAMED FROM THE CLIENT MASTER (CLNTSRV).         ***
002300***  A REFUSED DECK LEAVES RETURN CODE 8 SO THE SCHEDULE DOES  ***
002400***  NOT PASS IT ON TO BDMS0240.                               ***
002405***                                                            ***
002410***  VOLUME CHECK: EACH CLIENT'S RECORD COUNT AND TC MIX IN    ***
002415***  THE DECK ARE COMPARED WITH THAT CLIENT'S ACCEPTED DECKS   ***
002420***  OF THE LAST HISTDAYS DAYS (UT-S-VOLHIN).  A DECK BREAKING ***
002425***  THE TOLERANCE IS HELD FOR OPERATOR REVIEW THROUGH         ***
002430***  OPRREPLY; ONLY A 'Y' LETS IT THROUGH.  EACH ANOMALY IS    ***
002435***  NAMED IN THE ACKNOWLEDGMENT EITHER WAY.  UT-S-VOLHOUT IS  ***
002440***  THE NEXT HISTORY GENERATION: AGED ENTRIES DROP OFF AND AN ***
002445***  ACCEPTED DECK ADDS ONE ENTRY PER CLIENT.                  ***
002450***  ENVIRONMENT VALUES (ALL OPTIONAL, ZERO-PADDED):           ***
002455***    VOLPCT   (4) - HOLD WHEN A CLIENT'S COUNT EXCEEDS THIS  ***
002460***               PERCENT OF ITS TRAILING AVERAGE (0300)       ***
002465***    MIXPTS   (3) - HOLD WHEN ANY TC'S SHARE OF A CLIENT'S   ***
002470***               RECORDS MOVES MORE THAN THIS MANY PERCENTAGE ***
002475***               POINTS FROM ITS TRAILING SHARE (050)         ***
002480***    MIXMIN   (5) - SMALLEST CLIENT COUNT GIVEN THE MIX TEST ***
002485***               (00020)                                      ***
002490***    MINHIST  (3) - DECKS OF HISTORY A CLIENT NEEDS BEFORE   ***
002492***               IT IS CHECKED AT ALL (003)                   ***
002494***    HISTDAYS (3) - DAYS OF HISTORY KEPT AND COMPARED (090)  ***
002495***                                                            ***
002496***  EVERY DECK ALSO LEAVES AN ACCEPTED OR REFUSED MILESTONE,  ***
002497***  WITH ITS BDMS0235 FINGERPRINT, ON THE DECK LOG            ***
002498***  (UT-S-DECKLOG) THE BDMS0259 TURNAROUND REPORT READS.      ***
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
003300        FILE STATUS IS SCTL-STATUS.
003400     SELECT ACK-OUT-FILE    ASSIGN TO UT-S-ACKOUT
003500        ORGANIZATION LINE SEQUENTIAL.
003510     SELECT OPTIONAL VOL-HIST-IN-FILE ASSIGN TO UT-S-VOLHIN
003520        ORGANIZATION LINE SEQUENTIAL.
003530     SELECT VOL-HIST-OUT-FILE ASSIGN TO UT-S-VOLHOUT
003540        ORGANIZATION LINE SEQUENTIAL.
003550*    SHARED DECK MILESTONE LOG: ARRIVAL, ACKNOWLEDGMENT, POSTING
003560*    AND STATEMENT EACH APPEND A RECORD CARRYING THE DECK
003570*    FINGERPRINT OR THE POSTING RUN IDENTIFIER
003580     SELECT OPTIONAL DECK-LOG-FILE ASSIGN TO UT-S-DECKLOG
003590        ORGANIZATION LINE SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  DECK-IN-FILE
005000       05  T-YY                               PIC XX.
005100     03  T-SEQ-NUMBER                         PIC X(3).
005200     03  FILLER                               PIC X(113).
005210*    THE FULL RECORD, AS THE FINGERPRINT SEES IT
005220 01  DECK-BYTES                               PIC X(512).
005300 FD  SCTL-IN-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD
006400     BLOCK CONTAINS 0 RECORDS
006500     DATA RECORD IS ACK-RECORD.
006600 01  ACK-RECORD                               PIC X(80).
006603 FD  VOL-HIST-IN-FILE
006606     RECORDING MODE IS F
006609     LABEL RECORDS ARE STANDARD
006612     BLOCK CONTAINS 0 RECORDS
006615     DATA RECORD IS VOL-HIST-IN-RECORD.
006618 01  VOL-HIST-IN-RECORD                       PIC X(100).
006621 FD  VOL-HIST-OUT-FILE
006624     RECORDING MODE IS F
006627     LABEL RECORDS ARE STANDARD
006630     BLOCK CONTAINS 0 RECORDS
006633     DATA RECORD IS VOL-HIST-OUT-RECORD.
006636 01  VOL-HIST-OUT-RECORD                      PIC X(100).
006639 FD  DECK-LOG-FILE
006642     RECORDING MODE IS F
006645     LABEL RECORDS ARE STANDARD
006648     BLOCK CONTAINS 0 RECORDS
006651     DATA RECORD IS DECK-LOG-RECORD.
006654 01  DECK-LOG-RECORD.
006657     03  DL-STAGE                  PIC X(8).
006660     03  DL-CLIENT                 PIC X(3).
006663     03  DL-RECORD-CNT             PIC 9(9).
006666     03  DL-DECK-HASH              PIC 9(15).
006669     03  DL-STAMP-DATE             PIC 9(8).
006672     03  DL-STAMP-TIME             PIC 9(8).
006675     03  DL-RUN-ID                 PIC X(28).
006678     03  FILLER                    PIC X.
006700 WORKING-STORAGE SECTION.
006800 01  SCTL-STATUS                 PIC XX.
006900 01  DECK-EOF-SW                 PIC 9 VALUE 0.
008500 01  TODAY-DATE                  PIC 9(8).
008600 01  TODAY-TIME                  PIC 9(8).
008700 01  ACK-LINE                    PIC X(80).
008702******************************************************************
008704***  VOLUME HISTORY ENTRY: ONE PER CLIENT PER ACCEPTED DECK,   ***
008706***  ITS RECORD COUNT AND ITS COUNT FOR EACH TC 01-06          ***
008708******************************************************************
008710 01  VOL-HIST-REC.
008712     03  VH-CLIENT                 PIC X(3).
008714     03  VH-DATE                   PIC 9(8).
008716     03  VH-TIME                   PIC 9(8).
008718     03  VH-REC-CNT                PIC 9(9).
008720     03  VH-TC-CNT                 PIC 9(9) OCCURS 6 TIMES.
008722     03  FILLER                    PIC X(18).
008724 01  VH-EOF-SW                   PIC 9 VALUE 0.
008726     88  VH-EOF                     VALUE 1.
008728
008730 01  VOLPCT-X                    PIC X(4) VALUE SPACES.
008732 01  VOL-PCT                     PIC 9(4) VALUE 300.
008734 01  MIXPTS-X                    PIC X(3) VALUE SPACES.
008736 01  MIX-PTS                     PIC 9(3) VALUE 50.
008738 01  MIXMIN-X                    PIC X(5) VALUE SPACES.
008740 01  MIX-MIN                     PIC 9(5) VALUE 20.
008742 01  MINHIST-X                   PIC X(3) VALUE SPACES.
008744 01  MIN-HIST                    PIC 9(3) VALUE 3.
008746 01  HISTDAYS-X                  PIC X(3) VALUE SPACES.
008748 01  HIST-DAYS                   PIC 9(3) VALUE 90.
008750*    HISTORY CUTOFF DATE AND THE CALENDAR WORK FIELDS THAT STEP
008752*    IT BACK ONE DAY AT A TIME
008754 01  CUTOFF-DATE.
008756     03  CUT-CCYY                PIC 9(4).
008758     03  CUT-MM                  PIC 9(2).
008760     03  CUT-DD                  PIC 9(2).
008762 01  CUTOFF-DATE-N REDEFINES CUTOFF-DATE PIC 9(8).
008764 01  MONTH-LEN-TBL               PIC X(24)
008766     VALUE '312831303130313130313031'.
008768 01  FILLER REDEFINES MONTH-LEN-TBL.
008770     03  MONTH-LEN  OCCURS 12 TIMES PIC 99.
008772 01  LEAP-WORK                   PIC 9(4) COMP-5.
008774 01  LEAP-REM                    PIC 9(4) COMP-5.
008776******************************************************************
008778***  THE DECK'S CLIENTS: THIS DECK'S COUNTS, THE TRAILING      ***
008780***  HISTORY TOTALS, AND WHICH TESTS EACH CLIENT BROKE         ***
008782******************************************************************
008784 01  CLI-TBL-CNT                 PIC 9(4) COMP-5 VALUE 0.
008786 01  CLI-TBL-MAX                 PIC 9(4) COMP-5 VALUE 100.
008788 01  CLIENT-TABLE.
008790     03  CLI-ENTRY OCCURS 100 TIMES.
008792       05  CL-CLIENT               PIC X(3).
008794       05  CL-DECK-CNT             PIC 9(9).
008796       05  CL-DECK-TC              PIC 9(9) OCCURS 6 TIMES.
008798       05  CL-HIST-DECKS           PIC 9(5).
008800       05  CL-HIST-CNT             PIC 9(11).
008802       05  CL-HIST-TC              PIC 9(11) OCCURS 6 TIMES.
008804       05  CL-AVG-CNT              PIC 9(9).
008806       05  CL-VOL-SW               PIC X.
008808       05  CL-MIX OCCURS 6 TIMES.
008810         07  CL-MIX-SW             PIC X.
008812         07  CL-DECK-SHR           PIC 9(3).
008814         07  CL-HIST-SHR           PIC 9(3).
008816 01  CL-IX                       PIC 9(4) COMP-5.
008818 01  CL-FOUND-IX                 PIC 9(4) COMP-5.
008820 01  TC-IX                       PIC 9(4) COMP-5.
008822 01  TC-DISP                     PIC 99.
008824 01  SEEK-CLIENT                 PIC X(3).
008826 01  VOL-TEST-DECK               PIC 9(15).
008828 01  VOL-TEST-LIMIT              PIC 9(15).
008830 01  SHARE-DIFF                  PIC 9(3).
008832 01  CLI-OVFL-CNT                PIC 9(9) VALUE 0.
008834 01  NO-HIST-CNT                 PIC 9(9) VALUE 0.
008836 01  VOL-ANOM-CNT                PIC 9(9) VALUE 0.
008838 01  MIX-ANOM-CNT                PIC 9(9) VALUE 0.
008840 01  ANOMALY-CNT                 PIC 9(9) VALUE 0.
008842 01  ANOM-CNT-DISP               PIC 9(4).
008844 01  FIRST-ANOM-CLIENT           PIC X(3) VALUE SPACES.
008846 01  HIST-KEPT-CNT               PIC 9(9) VALUE 0.
008848 01  HIST-ADDED-CNT              PIC 9(9) VALUE 0.
008850 01  RELEASE-SW                  PIC X VALUE SPACE.
008852     88  ANOMALY-RELEASED           VALUE 'Y'.
008854     88  ANOMALY-HELD               VALUE 'N'.
008856*    A DECK OUT OF PATTERN WAITS FOR AN OPRREPLY ANSWER;
008858*    ANYTHING BUT 'Y' (DECLINED OR TIMED OUT) HOLDS IT
008860 01  OPR-PARMS.
008862     05  OPR-PROGRAM               PIC X(8) VALUE 'BDMS0231'.
008864     05  OPR-QUESTION              PIC X(60) VALUE SPACES.
008866     05  OPR-TIMEOUT-SECS          PIC 9(4) VALUE 300.
008868     05  OPR-ANSWER                PIC X    VALUE SPACE.
008870
008872*    THE DECK FINGERPRINT FOR THE DECK LOG
008874 01  FIRST-CLIENT                PIC X(3) VALUE SPACES.
008876 01  DECK-HASH                   PIC 9(15) VALUE 0.
008878 01  HALFWORD-BIN                PIC 9(4) COMP.
008880 01  FILLER REDEFINES HALFWORD-BIN.
008882     03  HW-HI                   PIC X.
008884     03  HW-LO                   PIC X.
008886 01  BYTE-VALUE                  PIC 9(4) COMP-5.
008888 01  BYTE-IX                     PIC 9(4) COMP-5.
008889*    CLNTSRV HANDSHAKE - THE CLIENT MASTER
008890 01  CLN-PARMS.
008891     05  CLN-FUNCTION              PIC X    VALUE SPACE.
008892     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
008893     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
008894     05  CLN-RECORD.
008895         10  CLN-CLIENT            PIC X(3).
008896         10  CLN-STATUS            PIC X.
008897         10  CLN-NAME              PIC X(40).
008898         10  FILLER                PIC X(436).
008900 PROCEDURE DIVISION.
009000 0000-MAINLINE.
009100     PERFORM 1000-INITIALIZE.
009200     PERFORM 2000-CHECK-ONE-RECORD THRU 2090-EXIT
009300       UNTIL DECK-EOF.
009400     PERFORM 3000-DECK-VERDICT.
009410     PERFORM 5000-VOLUME-CHECK THRU 5090-EXIT.
009500     PERFORM 4000-WRITE-ACK.
009510     PERFORM 6000-UPDATE-HISTORY.
009520     PERFORM 6500-LOG-DECK.
009600     PERFORM 9000-EOJ.
009700     EXIT PROGRAM.
009800     STOP RUN.
010300     DISPLAY 'BDMS0231 BEGIN PROCESSING'.
010400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
010500     ACCEPT TODAY-TIME FROM TIME.
010510     PERFORM 1100-VOLUME-PARMS.
010600     OPEN INPUT SCTL-IN-FILE.
010700     IF SCTL-STATUS = '00' OR SCTL-STATUS = '05'
010800       READ SCTL-IN-FILE, AT END
012000     OPEN INPUT DECK-IN-FILE.
012100     OPEN OUTPUT ACK-OUT-FILE.
012200     PERFORM 2900-DECK-READ.
012202*    VOLUME-CHECK TOLERANCES; A MISSING OR NON-NUMERIC VALUE
012204*    LEAVES THE DEFAULT.  THE HISTORY CUTOFF IS TODAY STEPPED
012206*    BACK HIST-DAYS DAYS.
012208 1100-VOLUME-PARMS.
012210     DISPLAY 'VOLPCT' UPON ENVIRONMENT-NAME.
012212     ACCEPT VOLPCT-X FROM ENVIRONMENT-VALUE.
012214     IF VOLPCT-X NUMERIC AND VOLPCT-X NOT = '0000'
012216       MOVE VOLPCT-X TO VOL-PCT.
012218     DISPLAY 'MIXPTS' UPON ENVIRONMENT-NAME.
012220     ACCEPT MIXPTS-X FROM ENVIRONMENT-VALUE.
012222     IF MIXPTS-X NUMERIC AND MIXPTS-X NOT = '000'
012224       MOVE MIXPTS-X TO MIX-PTS.
012226     DISPLAY 'MIXMIN' UPON ENVIRONMENT-NAME.
012228     ACCEPT MIXMIN-X FROM ENVIRONMENT-VALUE.
012230     IF MIXMIN-X NUMERIC
012232       MOVE MIXMIN-X TO MIX-MIN.
012234     DISPLAY 'MINHIST' UPON ENVIRONMENT-NAME.
012236     ACCEPT MINHIST-X FROM ENVIRONMENT-VALUE.
012238     IF MINHIST-X NUMERIC AND MINHIST-X NOT = '000'
012240       MOVE MINHIST-X TO MIN-HIST.
012242     DISPLAY 'HISTDAYS' UPON ENVIRONMENT-NAME.
012244     ACCEPT HISTDAYS-X FROM ENVIRONMENT-VALUE.
012246     IF HISTDAYS-X NUMERIC AND HISTDAYS-X NOT = '000'
012248       MOVE HISTDAYS-X TO HIST-DAYS.
012250     MOVE TODAY-DATE TO CUTOFF-DATE-N.
012252     PERFORM 9100-DATE-MINUS-DAYS HIST-DAYS TIMES.
012254     DISPLAY 'BDMS0231 VOLUME TOLERANCE ' VOL-PCT
012256             ' PCT, MIX ' MIX-PTS ' POINTS, HISTORY FROM '
012258             CUTOFF-DATE-N.
012300******************************************************************
012400***  STRUCTURAL CHECKS ON ONE TRANSACTION                      ***
012500******************************************************************
013100       ADD 1 TO BAD-CLIENT-CNT
013200       MOVE 'N' TO ACCEPT-SW.
013300     IF T-TC NOT = '01' AND T-TC NOT = '02' AND
013400        T-TC NOT = '03' AND T-TC NOT = '04' AND
013410        T-TC NOT = '05' AND T-TC NOT = '06'
013500       ADD 1 TO BAD-TC-CNT
013600       MOVE 'N' TO ACCEPT-SW.
013700     IF T-DATE NOT NUMERIC
014200        T-DD < '01' OR T-DD > '31'
014300       ADD 1 TO BAD-DATE-CNT
014400       MOVE 'N' TO ACCEPT-SW.
014410     IF T-CLIENT NOT = SPACES AND T-TC NUMERIC AND
014420        T-TC > '00' AND T-TC < '07'
014430       PERFORM 2500-TALLY-CLIENT THRU 2590-EXIT.
014500 2090-EXIT.
014600     PERFORM 2900-DECK-READ.
014602*    ADDS A WELL-FORMED RECORD TO ITS CLIENT'S COUNT AND TC MIX
014604 2500-TALLY-CLIENT.
014606     MOVE T-CLIENT TO SEEK-CLIENT.
014608     PERFORM 2600-FIND-CLIENT.
014610     IF CL-FOUND-IX = 0
014612       IF CLI-TBL-CNT < CLI-TBL-MAX
014614         ADD 1 TO CLI-TBL-CNT
014616         MOVE CLI-TBL-CNT TO CL-FOUND-IX
014618         INITIALIZE CLI-ENTRY (CL-FOUND-IX)
014620         MOVE T-CLIENT TO CL-CLIENT (CL-FOUND-IX)
014622       ELSE
014624         ADD 1 TO CLI-OVFL-CNT
014626         GO TO 2590-EXIT.
014628     MOVE T-TC TO TC-IX.
014630     ADD 1 TO CL-DECK-CNT (CL-FOUND-IX).
014632     ADD 1 TO CL-DECK-TC (CL-FOUND-IX, TC-IX).
014634 2590-EXIT.
014636     EXIT.
014638 2600-FIND-CLIENT.
014640     MOVE 0 TO CL-FOUND-IX.
014642     PERFORM 2650-MATCH-CLIENT VARYING CL-IX FROM 1 BY 1
014644       UNTIL CL-IX > CLI-TBL-CNT OR CL-FOUND-IX > 0.
014646 2650-MATCH-CLIENT.
014648     IF CL-CLIENT (CL-IX) = SEEK-CLIENT
014650       MOVE CL-IX TO CL-FOUND-IX.
014700******************************************************************
014800***  DECK-LEVEL COUNT CHECK                                    ***
014900******************************************************************
016900              ' RECORDS ' T-READ-CNT
017000         DELIMITED BY SIZE INTO ACK-LINE.
017100     WRITE ACK-RECORD FROM ACK-LINE.
017110     PERFORM 4300-ACK-CLIENT
017120       VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CLI-TBL-CNT.
017200     IF SCTL-SEEN-SW = 0
017300       PERFORM 4100-ACK-REASON-NOCTL.
017400     IF SCTL-SEEN-SW = 1 AND T-READ-CNT NOT = DECLARED-CNT
019400       STRING 'REASON IMPLAUSIBLE-DATE ' BAD-DATE-CNT
019500         DELIMITED BY SIZE INTO ACK-LINE
019600       WRITE ACK-RECORD FROM ACK-LINE.
019610     IF ANOMALY-CNT > 0
019620       PERFORM 4200-ACK-ANOMALY
019630         VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CLI-TBL-CNT.
019640     IF ANOMALY-HELD
019650       MOVE 'REASON HELD-FOR-OPERATOR-REVIEW' TO ACK-LINE
019660       WRITE ACK-RECORD FROM ACK-LINE.
019670     IF ANOMALY-RELEASED
019680       MOVE 'NOTE ANOMALY-RELEASED-ON-OPERATOR-REVIEW' TO ACK-LINE
019690       WRITE ACK-RECORD FROM ACK-LINE.
019700 4100-ACK-REASON-NOCTL.
019800     MOVE 'REASON NO-SENDER-CONTROL-RECORD' TO ACK-LINE.
019900     WRITE ACK-RECORD FROM ACK-LINE.
020300            ' RECEIVED ' T-READ-CNT
020400       DELIMITED BY SIZE INTO ACK-LINE.
020500     WRITE ACK-RECORD FROM ACK-LINE.
020502*    NAMES EACH VOLUME AND TC-MIX ANOMALY FOR ONE CLIENT
020504 4200-ACK-ANOMALY.
020506     IF CL-VOL-SW (CL-IX) = 'Y'
020508       MOVE SPACES TO ACK-LINE
020510       STRING 'ANOMALY VOLUME CLIENT ' CL-CLIENT (CL-IX)
020512              ' RECORDS ' CL-DECK-CNT (CL-IX)
020514              ' TRAILING-AVERAGE ' CL-AVG-CNT (CL-IX)
020516         DELIMITED BY SIZE INTO ACK-LINE
020518       WRITE ACK-RECORD FROM ACK-LINE.
020520     PERFORM 4250-ACK-MIX-ANOMALY
020522       VARYING TC-IX FROM 1 BY 1 UNTIL TC-IX > 6.
020524 4250-ACK-MIX-ANOMALY.
020526     IF CL-MIX-SW (CL-IX, TC-IX) = 'Y'
020528       MOVE TC-IX TO TC-DISP
020530       MOVE SPACES TO ACK-LINE
020532       STRING 'ANOMALY TC-MIX CLIENT ' CL-CLIENT (CL-IX)
020534              ' TC ' TC-DISP
020536              ' SHARE-PCT ' CL-DECK-SHR (CL-IX, TC-IX)
020538              ' TRAILING-PCT ' CL-HIST-SHR (CL-IX, TC-IX)
020540         DELIMITED BY SIZE INTO ACK-LINE
020542       WRITE ACK-RECORD FROM ACK-LINE.
020547*    NAMES ONE CLIENT ON THE DECK FROM THE CLIENT MASTER
020552 4300-ACK-CLIENT.
020557     MOVE 'R' TO CLN-FUNCTION.
020562     MOVE CL-CLIENT (CL-IX) TO CLN-CLIENT.
020567     CALL 'CLNTSRV' USING CLN-PARMS.
020572     IF CLN-RC NOT = 0
020577       MOVE SPACES TO CLN-NAME.
020582     MOVE SPACES TO ACK-LINE.
020587     STRING 'CLIENT ' CL-CLIENT (CL-IX) ' ' CLN-NAME
020592       DELIMITED BY SIZE INTO ACK-LINE.
020597     WRITE ACK-RECORD FROM ACK-LINE.
020600******************************************************************
020700***  READS THE NEXT DECK RECORD                                ***
020800******************************************************************
021000     READ DECK-IN-FILE, AT END
021100       MOVE 1 TO DECK-EOF-SW.
021200     IF MORE-DECK-RECS
021300       ADD 1 TO T-READ-CNT
021310       IF T-READ-CNT = 1
021320         MOVE T-CLIENT TO FIRST-CLIENT.
021330     IF MORE-DECK-RECS
021340       MOVE 1 TO BYTE-IX
021350       PERFORM 2950-HASH-ONE-BYTE 512 TIMES.
021360*    THE DECK FINGERPRINT, BYTE FOR BYTE AS BDMS0235 TAKES IT
021370 2950-HASH-ONE-BYTE.
021380     MOVE LOW-VALUE TO HW-HI.
021385     MOVE DECK-BYTES (BYTE-IX:1) TO HW-LO.
021390     MOVE HALFWORD-BIN TO BYTE-VALUE.
021392     ADD BYTE-VALUE TO DECK-HASH.
021394     ADD 1 TO BYTE-IX.
021400******************************************************************
021500***  CLOSES FILES; A REFUSED DECK LEAVES RETURN CODE 8         ***
021600******************************************************************
022100     DISPLAY 'BDMS0231 MISSING CLIENT...........' BAD-CLIENT-CNT.
022200     DISPLAY 'BDMS0231 INVALID TC...............' BAD-TC-CNT.
022300     DISPLAY 'BDMS0231 IMPLAUSIBLE DATES........' BAD-DATE-CNT.
022310     DISPLAY 'BDMS0231 VOLUME ANOMALIES.........' VOL-ANOM-CNT.
022320     DISPLAY 'BDMS0231 TC-MIX ANOMALIES.........' MIX-ANOM-CNT.
022330     DISPLAY 'BDMS0231 CLIENTS WITHOUT HISTORY..' NO-HIST-CNT.
022340     IF CLI-OVFL-CNT > 0
022350       DISPLAY 'BDMS0231 RECORDS OF UNCHECKED CLIENTS (TABLE'
022360               ' FULL) ' CLI-OVFL-CNT.
022400     IF DECK-ACCEPTED
022500       DISPLAY 'BDMS0231 DECK ACCEPTED - RELEASE TO BDMS0240'
022600     ELSE
022700       DISPLAY 'BDMS0231 DECK REFUSED - SEE ACKNOWLEDGMENT'
022800       MOVE 8 TO RETURN-CODE.
022900     DISPLAY 'BDMS0231 END PROCESSING'.
022910******************************************************************
022920***  VOLUME CHECK: EACH CLIENT'S COUNT AND TC MIX AGAINST ITS  ***
022930***  TRAILING HISTORY.  AN OTHERWISE ACCEPTABLE DECK THAT      ***
022940***  BREAKS THE TOLERANCE WAITS FOR THE OPERATOR.              ***
022950******************************************************************
022960 5000-VOLUME-CHECK.
022970     IF CLI-TBL-CNT = 0
022980       GO TO 5090-EXIT.
022990     MOVE 0 TO VH-EOF-SW.
023000     OPEN INPUT VOL-HIST-IN-FILE.
023010     PERFORM 5100-LOAD-ONE-ENTRY THRU 5190-EXIT UNTIL VH-EOF.
023020     CLOSE VOL-HIST-IN-FILE.
023030     PERFORM 5200-CHECK-ONE-CLIENT THRU 5290-EXIT
023040       VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CLI-TBL-CNT.
023050     IF ANOMALY-CNT = 0
023060       GO TO 5090-EXIT.
023070     IF DECK-REFUSED
023080       DISPLAY 'BDMS0231 DECK ALREADY REFUSED - ANOMALIES'
023090               ' NAMED IN THE ACKNOWLEDGMENT ONLY'
023100       GO TO 5090-EXIT.
023110     MOVE ANOMALY-CNT TO ANOM-CNT-DISP.
023120     MOVE SPACES TO OPR-QUESTION.
023130     STRING 'CLIENT ' FIRST-ANOM-CLIENT ' DECK OUT OF PATTERN ('
023140            ANOM-CNT-DISP ' ANOMALIES) - POST IT?'
023150       DELIMITED BY SIZE INTO OPR-QUESTION.
023160     CALL 'OPRREPLY' USING OPR-PARMS.
023170     IF OPR-ANSWER = 'Y'
023180       MOVE 'Y' TO RELEASE-SW
023190       DISPLAY 'BDMS0231 OPERATOR RELEASED THE DECK DESPITE '
023200               ANOM-CNT-DISP ' ANOMALIES'
023210     ELSE
023220       MOVE 'N' TO RELEASE-SW
023230       MOVE 'N' TO ACCEPT-SW
023240       DISPLAY 'BDMS0231 OPERATOR DID NOT RELEASE THE DECK ('
023250               'ANSWER ' OPR-ANSWER ') - HELD FOR REVIEW'.
023260 5090-EXIT.
023270     EXIT.
023280*    TOTALS THE IN-WINDOW HISTORY OF EACH CLIENT IN THE DECK
023290 5100-LOAD-ONE-ENTRY.
023300     READ VOL-HIST-IN-FILE INTO VOL-HIST-REC, AT END
023310       MOVE 1 TO VH-EOF-SW.
023320     IF VH-EOF
023330       GO TO 5190-EXIT.
023340     IF VH-DATE < CUTOFF-DATE-N
023350       GO TO 5190-EXIT.
023360     MOVE VH-CLIENT TO SEEK-CLIENT.
023370     PERFORM 2600-FIND-CLIENT.
023380     IF CL-FOUND-IX = 0
023390       GO TO 5190-EXIT.
023400     ADD 1 TO CL-HIST-DECKS (CL-FOUND-IX).
023410     ADD VH-REC-CNT TO CL-HIST-CNT (CL-FOUND-IX).
023420     PERFORM 5150-ADD-HIST-TC
023430       VARYING TC-IX FROM 1 BY 1 UNTIL TC-IX > 6.
023440 5190-EXIT.
023450     EXIT.
023460 5150-ADD-HIST-TC.
023470     ADD VH-TC-CNT (TC-IX) TO CL-HIST-TC (CL-FOUND-IX, TC-IX).
023480*    VOLUME: THE DECK COUNT AGAINST VOL-PCT PERCENT OF THE
023490*    TRAILING AVERAGE.  MIX: EACH TC'S SHARE AGAINST ITS
023500*    TRAILING SHARE, WHEN THE CLIENT SENT ENOUGH TO JUDGE.
023510 5200-CHECK-ONE-CLIENT.
023520     IF CL-HIST-DECKS (CL-IX) < MIN-HIST
023530       DISPLAY 'BDMS0231 CLIENT ' CL-CLIENT (CL-IX) ' HAS '
023540               CL-HIST-DECKS (CL-IX) ' DECKS OF HISTORY -'
023550               ' VOLUME NOT CHECKED'
023560       ADD 1 TO NO-HIST-CNT
023570       GO TO 5290-EXIT.
023580     DIVIDE CL-HIST-CNT (CL-IX) BY CL-HIST-DECKS (CL-IX)
023590       GIVING CL-AVG-CNT (CL-IX) ROUNDED.
023600     COMPUTE VOL-TEST-DECK = CL-DECK-CNT (CL-IX) * 100.
023610     COMPUTE VOL-TEST-LIMIT = CL-AVG-CNT (CL-IX) * VOL-PCT.
023620     IF VOL-TEST-DECK > VOL-TEST-LIMIT
023630       MOVE 'Y' TO CL-VOL-SW (CL-IX)
023640       ADD 1 TO VOL-ANOM-CNT
023650       PERFORM 5400-NOTE-ANOMALY
023660       DISPLAY 'BDMS0231 CLIENT ' CL-CLIENT (CL-IX)
023670               ' VOLUME ANOMALY: ' CL-DECK-CNT (CL-IX)
023680               ' RECORDS, TRAILING AVERAGE ' CL-AVG-CNT (CL-IX).
023690     IF CL-DECK-CNT (CL-IX) < MIX-MIN OR CL-HIST-CNT (CL-IX) = 0
023700       GO TO 5290-EXIT.
023710     PERFORM 5300-CHECK-ONE-TC
023720       VARYING TC-IX FROM 1 BY 1 UNTIL TC-IX > 6.
023730 5290-EXIT.
023740     EXIT.
023750 5300-CHECK-ONE-TC.
023760     COMPUTE CL-DECK-SHR (CL-IX, TC-IX) ROUNDED =
023770       CL-DECK-TC (CL-IX, TC-IX) * 100 / CL-DECK-CNT (CL-IX).
023780     COMPUTE CL-HIST-SHR (CL-IX, TC-IX) ROUNDED =
023790       CL-HIST-TC (CL-IX, TC-IX) * 100 / CL-HIST-CNT (CL-IX).
023800     IF CL-DECK-SHR (CL-IX, TC-IX) > CL-HIST-SHR (CL-IX, TC-IX)
023810       SUBTRACT CL-HIST-SHR (CL-IX, TC-IX)
023820         FROM CL-DECK-SHR (CL-IX, TC-IX) GIVING SHARE-DIFF
023830     ELSE
023840       SUBTRACT CL-DECK-SHR (CL-IX, TC-IX)
023850         FROM CL-HIST-SHR (CL-IX, TC-IX) GIVING SHARE-DIFF.
023860     IF SHARE-DIFF > MIX-PTS
023870       MOVE 'Y' TO CL-MIX-SW (CL-IX, TC-IX)
023880       ADD 1 TO MIX-ANOM-CNT
023890       PERFORM 5400-NOTE-ANOMALY
023900       MOVE TC-IX TO TC-DISP
023910       DISPLAY 'BDMS0231 CLIENT ' CL-CLIENT (CL-IX)
023920               ' TC-MIX ANOMALY: TC ' TC-DISP ' IS '
023930               CL-DECK-SHR (CL-IX, TC-IX) ' PCT, TRAILING '
023940               CL-HIST-SHR (CL-IX, TC-IX) ' PCT'.
023950 5400-NOTE-ANOMALY.
023960     ADD 1 TO ANOMALY-CNT.
023970     IF FIRST-ANOM-CLIENT = SPACES
023980       MOVE CL-CLIENT (CL-IX) TO FIRST-ANOM-CLIENT.
023990******************************************************************
024000***  NEXT HISTORY GENERATION: IN-WINDOW ENTRIES CARRY FORWARD; ***
024010***  AN ACCEPTED DECK ADDS ONE ENTRY PER CLIENT                ***
024020******************************************************************
024030 6000-UPDATE-HISTORY.
024040     MOVE 0 TO VH-EOF-SW.
024050     OPEN INPUT VOL-HIST-IN-FILE.
024060     OPEN OUTPUT VOL-HIST-OUT-FILE.
024070     PERFORM 6100-CARRY-ONE-ENTRY THRU 6190-EXIT UNTIL VH-EOF.
024080     CLOSE VOL-HIST-IN-FILE.
024090     IF DECK-ACCEPTED
024100       PERFORM 6200-ADD-ONE-ENTRY
024110         VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > CLI-TBL-CNT.
024120     CLOSE VOL-HIST-OUT-FILE.
024130     DISPLAY 'BDMS0231 HISTORY ENTRIES KEPT ' HIST-KEPT-CNT
024140             ' ADDED ' HIST-ADDED-CNT.
024150 6100-CARRY-ONE-ENTRY.
024160     READ VOL-HIST-IN-FILE INTO VOL-HIST-REC, AT END
024170       MOVE 1 TO VH-EOF-SW.
024180     IF VH-EOF
024190       GO TO 6190-EXIT.
024200     IF VH-DATE NOT < CUTOFF-DATE-N
024210       WRITE VOL-HIST-OUT-RECORD FROM VOL-HIST-REC
024220       ADD 1 TO HIST-KEPT-CNT.
024230 6190-EXIT.
024240     EXIT.
024250 6200-ADD-ONE-ENTRY.
024260     MOVE SPACES TO VOL-HIST-REC.
024270     MOVE CL-CLIENT (CL-IX)   TO VH-CLIENT.
024280     MOVE TODAY-DATE          TO VH-DATE.
024290     MOVE TODAY-TIME          TO VH-TIME.
024300     MOVE CL-DECK-CNT (CL-IX) TO VH-REC-CNT.
024310     PERFORM 6250-MOVE-ONE-TC
024320       VARYING TC-IX FROM 1 BY 1 UNTIL TC-IX > 6.
024330     WRITE VOL-HIST-OUT-RECORD FROM VOL-HIST-REC.
024340     ADD 1 TO HIST-ADDED-CNT.
024350 6250-MOVE-ONE-TC.
024360     MOVE CL-DECK-TC (CL-IX, TC-IX) TO VH-TC-CNT (TC-IX).
024370******************************************************************
024380***  STEPS THE CUTOFF DATE BACK ONE CALENDAR DAY, BORROWING    ***
024390***  ACROSS MONTH AND YEAR ENDS (FEBRUARY 29 IN LEAP YEARS)    ***
024400******************************************************************
024410 9100-DATE-MINUS-DAYS.
024420     IF CUT-DD > 1
024430       SUBTRACT 1 FROM CUT-DD
024440     ELSE
024450       IF CUT-MM = 1
024460         SUBTRACT 1 FROM CUT-CCYY
024470         MOVE 12 TO CUT-MM
024480         MOVE 31 TO CUT-DD
024490       ELSE
024500         SUBTRACT 1 FROM CUT-MM
024510         MOVE MONTH-LEN (CUT-MM) TO CUT-DD
024520         IF CUT-MM = 2
024530           DIVIDE CUT-CCYY BY 4 GIVING LEAP-WORK
024540               REMAINDER LEAP-REM
024550           IF LEAP-REM = 0
024560             MOVE 29 TO CUT-DD.
024570******************************************************************
024580***  THE DECK'S ACKNOWLEDGMENT MILESTONE ON THE DECK LOG       ***
024590******************************************************************
024600 6500-LOG-DECK.
024610     OPEN EXTEND DECK-LOG-FILE.
024620     MOVE SPACES TO DECK-LOG-RECORD.
024630     IF DECK-ACCEPTED
024640       MOVE 'ACCEPTED' TO DL-STAGE
024650     ELSE
024660       MOVE 'REFUSED' TO DL-STAGE.
024670     MOVE FIRST-CLIENT  TO DL-CLIENT.
024680     MOVE T-READ-CNT    TO DL-RECORD-CNT.
024690     MOVE DECK-HASH     TO DL-DECK-HASH.
024700     MOVE TODAY-DATE    TO DL-STAMP-DATE.
024710     MOVE TODAY-TIME    TO DL-STAMP-TIME.
024720     WRITE DECK-LOG-RECORD.
024730     CLOSE DECK-LOG-FILE.
