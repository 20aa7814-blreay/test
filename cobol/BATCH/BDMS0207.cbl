000300******************************************************************
000400***  BDMS0207 - DUAL-CONTROL RELEASE GATE FOR HIGH-RISK        ***
000500***  CORRECTION DECKS (BDMS0203 BACKOUTS, BDMS0206 'W'         ***
000600***  WRITE-OFF CARDS, BDMS0219 PATCH CARDS, BDMS0247 MASS-     ***
000610***  CHANGE DECKS, BDMS0249 DORMANT-RECORD CLEANUP DECKS,      ***
000620***  BDMS0252 KEYED-MASTER RESYNC DECKS).                      ***
000700***                                                            ***
000800***  DECKS ARE STAGED INTO A PENDING-RELEASE FILE INSTEAD OF   ***
000900***  GOING STRAIGHT INTO A LIVE RUN.  A SECOND OPERATOR - ONE  ***
001900***    STAGE   - READ DECK CARDS FROM DECKIN AND ADD THEM TO   ***
002000***              THE PENDING FILE IN STATUS P, OWNED BY THE    ***
002100***              STAGING OPERATOR.  DECKTYPE NAMES THE KIND    ***
002200***              (B=BACKOUT, W=WRITE-OFF, Z=ZAP PATCH,         ***
002210***              M=MASS CHANGE, D=DORMANT CLEANUP,             ***
002220***              K=KEYED-MASTER RESYNC).                       ***
002300***    APPROVE - MARK DECK DECKID STATUS A.  REFUSED WHEN THE  ***
002400***              APPROVER IS THE OPERATOR WHO STAGED IT.       ***
002410***              A 'W' CARD FROM THE ONLINE SUSPENSE           ***
002420***              CORRECTION EXTRACT (BDMS0262) NAMES THE       ***
002430***              OPERATOR WHO ASKED FOR THE WRITE-OFF IN       ***
002440***              COLUMNS 121-128; THAT OPERATOR CAN NEITHER    ***
002450***              APPROVE NOR RELEASE THE DECK EITHER.          ***
002500***    REJECT  - MARK DECK DECKID STATUS R WITH A REASON.      ***
002600***    RELEASE - WRITE THE CARDS OF AN APPROVED DECK TO        ***
002700***              RELOUT, MARK IT STATUS X, AND APPEND THE      ***
003200***  THE PENDING FILE IS COPIED PENDIN TO PENDOUT ON EVERY     ***
003300***  FUNCTION, THE WAY THE MASTER COPY STEPS WORK; THE JOB     ***
003400***  STREAM SWAPS GENERATIONS.                                 ***
003410***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
003420***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
011400         88  BACKOUT-DECK             VALUE 'B'.
011500         88  WRITEOFF-DECK            VALUE 'W'.
011600         88  ZAP-DECK                 VALUE 'Z'.
011610         88  MASSCHG-DECK             VALUE 'M'.
011620         88  DORMANT-DECK             VALUE 'D'.
011630         88  RESYNC-DECK              VALUE 'K'.
011700       05  PH-STATUS               PIC X.
011800         88  DECK-PENDING             VALUE 'P'.
011900         88  DECK-APPROVED            VALUE 'A'.
015700     88  DECK-FOUND                   VALUE 1.
015800 01  RELEASING-SW                  PIC 9 VALUE 0.
015900     88  RELEASING-THIS-DECK          VALUE 1.
015910 01  REQUESTER-SW                  PIC 9 VALUE 0.
015920     88  OPERATOR-REQUESTED           VALUE 1.
016000
016100 01  HIGH-DECK-ID                  PIC 9(6) VALUE 0.
016200 01  NEW-DECK-ID                   PIC 9(6) VALUE 0.
021800     03  LD-REASON                 PIC X(20).
021900     03  FILLER                    PIC X(27)  VALUE SPACES.
022000 01  BLANK-LINE                    PIC X(132) VALUE SPACES.
022010*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
022020 01  PRM-PARMS.
022030     05  PRM-FUNCTION              PIC X    VALUE 'G'.
022040     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
022050     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0207'.
022060     05  PRM-STEP                  PIC X(8) VALUE SPACES.
022070     05  PRM-NAME                  PIC X(30).
022080     05  PRM-VALUE                 PIC X(100).
022090     05  PRM-SOURCE                PIC X.
022100
022200 PROCEDURE DIVISION.
022300 0000-MAINLINE.
023400       ELSE
023500         PERFORM 5000-LIST-REGISTER THRU 5090-EXIT.
023600     PERFORM 9000-EOJ.
023610     MOVE 'C' TO PRM-FUNCTION.
023620     CALL 'PARMSRV' USING PRM-PARMS.
023700     EXIT PROGRAM.
023800     STOP RUN.
023810******************************************************************
023820***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
023830***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
023840******************************************************************
023850 0900-GET-PARM.
023860     MOVE 'G' TO PRM-FUNCTION.
023870     CALL 'PARMSRV' USING PRM-PARMS.
023900******************************************************************
024000***  RESOLVES THE OPERATOR AND REQUESTED FUNCTION; EVERY       ***
024100***  FUNCTION NEEDS AN OPERATOR IDENTITY ON RECORD             ***
024400     DISPLAY 'BDMS0207 BEGIN PROCESSING'.
024500     ACCEPT DATE-ACCEPT-8 FROM DATE YYYYMMDD.
024600     ACCEPT TIME-ACCEPT-8 FROM TIME.
024700     MOVE 'FUNCTION' TO PRM-NAME.
024800     PERFORM 0900-GET-PARM.
024810     MOVE PRM-VALUE TO FUNCTION-REQ.
024900*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
025000     MOVE FUNCTION-REQ TO PRM-STEP.
025010     MOVE 'OPERATOR' TO PRM-NAME.
025013     PERFORM 0900-GET-PARM.
025016     MOVE PRM-VALUE TO OPERATOR-ID.
025100     MOVE 'DECKID' TO PRM-NAME.
025200     PERFORM 0900-GET-PARM.
025210     MOVE PRM-VALUE TO DECK-ID-REQ-X.
025300     MOVE 'DECKTYPE' TO PRM-NAME.
025400     PERFORM 0900-GET-PARM.
025410     MOVE PRM-VALUE TO DECK-TYPE-REQ.
025500     MOVE 'REASON' TO PRM-NAME.
025600     PERFORM 0900-GET-PARM.
025610     MOVE PRM-VALUE TO REASON-REQ.
           DISPLAY 'MT_BATCH_RUN_ID' UPON ENVIRONMENT-NAME.
           ACCEPT RUN-ID-ENV FROM ENVIRONMENT-VALUE.
025700     IF OPERATOR-ID = SPACES
026900       GO TO 1090-EXIT.
027000     IF STAGE-FUNCTION AND
027100        DECK-TYPE-REQ NOT = 'B' AND DECK-TYPE-REQ NOT = 'W'
027200        AND DECK-TYPE-REQ NOT = 'Z' AND DECK-TYPE-REQ NOT = 'M'
027210        AND DECK-TYPE-REQ NOT = 'D' AND DECK-TYPE-REQ NOT = 'K'
027300       DISPLAY 'BDMS0207 DECKTYPE MUST BE B, W, Z, M, D OR K'
027310               ' - REFUSED'
027400       MOVE 16 TO RETURN-CODE
027500       MOVE 1 TO REFUSED-SW
027600       GO TO 1090-EXIT.
038300     IF PENDING-EOF
038400       GO TO 3190-EXIT.
038500     MOVE PENDING-REC-IN TO PENDING-WORK-REC.
038510     IF PR-REC-TYPE = 'D' AND PR-DECK-ID = DECK-ID-REQ-9
038520       PERFORM 3150-REQUESTER-CHECK.
038600     IF PR-REC-TYPE = 'H' AND PR-DECK-ID = DECK-ID-REQ-9
038700       PERFORM 3200-ACTION-HEADER THRU 3290-EXIT.
038800     WRITE PENDING-REC-OUT FROM PENDING-WORK-REC.
038900 3190-EXIT.
039000     EXIT.
039010*    AN ONLINE WRITE-OFF CARD CARRIES ITS REQUESTER IN 121-128
039020 3150-REQUESTER-CHECK.
039030     IF PD-CARD-IMAGE (1:1) = 'W' AND
039040        PD-CARD-IMAGE (121:8) = OPERATOR-ID
039050       MOVE 1 TO REQUESTER-SW.
039100 3200-ACTION-HEADER.
039200     IF NOT DECK-PENDING
039300       DISPLAY 'BDMS0207 DECK ' DECK-ID-REQ-X ' IS IN STATUS '
040300       MOVE 16 TO RETURN-CODE
040400       MOVE 1 TO REFUSED-SW
040500       GO TO 3290-EXIT.
040502*    THE DECK'S DETAILS COME AHEAD OF ITS HEADER, SO BY NOW AN
040504*    ONLINE WRITE-OFF REQUESTED BY THIS OPERATOR HAS BEEN SEEN
040510     IF APPROVE-FUNCTION AND WRITEOFF-DECK AND OPERATOR-REQUESTED
040520       DISPLAY 'BDMS0207 DUAL-CONTROL REFUSAL: ' OPERATOR-ID
040530               ' REQUESTED A WRITE-OFF IN DECK ' DECK-ID-REQ-X
040540               ' AND CANNOT APPROVE IT'
040550       MOVE 16 TO RETURN-CODE
040560       MOVE 1 TO REFUSED-SW
040570       GO TO 3290-EXIT.
040600     MOVE 1 TO DECK-FOUND-SW.
040700     IF APPROVE-FUNCTION
040800       MOVE 'A' TO PH-STATUS
           IF PENDING-EOF
             GO TO 4059-EXIT.
           MOVE PENDING-REC-IN TO PENDING-WORK-REC.
           IF PR-REC-TYPE = 'D' AND PR-DECK-ID = DECK-ID-REQ-9
             PERFORM 3150-REQUESTER-CHECK.
           IF PR-REC-TYPE = 'H' AND PR-DECK-ID = DECK-ID-REQ-9
             PERFORM 4200-RELEASE-HEADER THRU 4290-EXIT.
       4059-EXIT.
047500       MOVE 16 TO RETURN-CODE
047600       MOVE 1 TO REFUSED-SW
047700       GO TO 4290-EXIT.
047710     IF WRITEOFF-DECK AND OPERATOR-REQUESTED
047720       DISPLAY 'BDMS0207 DUAL-CONTROL REFUSAL: ' OPERATOR-ID
047730               ' REQUESTED A WRITE-OFF IN DECK ' DECK-ID-REQ-X
047740               ' AND CANNOT RELEASE IT'
047750       MOVE 16 TO RETURN-CODE
047760       MOVE 1 TO REFUSED-SW
047770       GO TO 4290-EXIT.
047800     MOVE 1 TO DECK-FOUND-SW, RELEASING-SW.
048000     MOVE PH-DECK-TYPE  TO DECK-TYPE-REQ.
048100     MOVE 'X'           TO PH-STATUS.
