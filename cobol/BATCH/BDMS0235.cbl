002000***    FINGERPRINT IS THEN APPENDED TO THE REGISTRY COPY       ***
002100***    (UT-S-REGIN TO UT-S-REGOUT), ENTRIES OLDER THAN THE     ***
002200***    WINDOW DROPPING OFF.                                    ***
002210***    A REGISTERED DECK ALSO GOES ON THE DECK LOG             ***
002220***    (UT-S-DECKLOG) AS POSTED, WITH THE RUN IDENTIFIER FROM  ***
002230***    THE EOJ SUMMARY, FOR THE BDMS0259 TURNAROUND REPORT.    ***
002240***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
002250***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003200        ORGANIZATION LINE SEQUENTIAL.
003300     SELECT OPTIONAL EOJ-SUMMARY-FILE ASSIGN TO UT-S-EOJSUM
003400        ORGANIZATION LINE SEQUENTIAL.
003410*    SHARED DECK MILESTONE LOG (SAME LAYOUT AS BDMS0231)
003420     SELECT OPTIONAL DECK-LOG-FILE ASSIGN TO UT-S-DECKLOG
003430        ORGANIZATION LINE SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  DECK-IN-FILE
006200     03  ES-RUN-DATE               PIC 9(8).
006300     03  ES-RUN-TIME               PIC 9(8).
006400     03  ES-RETURN-STATUS          PIC 9(4).
006500     03  FILLER                    PIC X(103).
006510     03  ES-RUN-ID                 PIC X(28).
006523 FD  DECK-LOG-FILE
006526     RECORDING MODE IS F
006529     LABEL RECORDS ARE STANDARD
006532     BLOCK CONTAINS 0 RECORDS
006535     DATA RECORD IS DECK-LOG-RECORD.
006538 01  DECK-LOG-RECORD.
006541     03  DL-STAGE                  PIC X(8).
006544     03  DL-CLIENT                 PIC X(3).
006547     03  DL-RECORD-CNT             PIC 9(9).
006550     03  DL-DECK-HASH              PIC 9(15).
006553     03  DL-STAMP-DATE             PIC 9(8).
006556     03  DL-STAMP-TIME             PIC 9(8).
006559     03  DL-RUN-ID                 PIC X(28).
006562     03  FILLER                    PIC X.
006600 WORKING-STORAGE SECTION.
006700******************************************************************
006800***  REGISTRY ENTRY: WHEN THE DECK POSTED, ITS COUNT AND HASH  ***
010000
010100 01  DECK-REC-CNT                PIC 9(9) VALUE 0.
010200 01  DECK-HASH                   PIC 9(15) VALUE 0.
010210 01  FIRST-CLIENT                PIC X(3) VALUE SPACES.
010300 01  HALFWORD-BIN                PIC 9(4) COMP.
010400 01  FILLER REDEFINES HALFWORD-BIN.
010500     03  HW-HI                   PIC X.
010600     03  HW-LO                   PIC X.
010700 01  BYTE-VALUE                  PIC 9(4) COMP-5.
010800 01  BYTE-IX                     PIC 9(4) COMP-5.
010810*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
010820 01  PRM-PARMS.
010830     05  PRM-FUNCTION              PIC X    VALUE 'G'.
010840     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
010850     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0235'.
010860     05  PRM-STEP                  PIC X(8) VALUE SPACES.
010870     05  PRM-NAME                  PIC X(30).
010880     05  PRM-VALUE                 PIC X(100).
010890     05  PRM-SOURCE                PIC X.
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011300     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
011400     ACCEPT TODAY-TIME FROM TIME.
           MOVE TODAY-DATE TO CUTOFF-DATE-N.
011600     MOVE 'FUNCTION' TO PRM-NAME.
011700     PERFORM 0900-GET-PARM.
011710     MOVE PRM-VALUE TO FUNCTION-REQ.
011713*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
011716     MOVE FUNCTION-REQ TO PRM-STEP.
011800     MOVE 'REGDAYS' TO PRM-NAME.
011900     PERFORM 0900-GET-PARM.
011910     MOVE PRM-VALUE TO REGDAYS-X.
012000     IF REGDAYS-X NUMERIC AND REGDAYS-X NOT = '000'
012100       MOVE REGDAYS-X TO WINDOW-DAYS.
      *    THE WINDOW CUTOFF IS TODAY STEPPED BACK WINDOW-DAYS DAYS
012500     ELSE
012600       PERFORM 2000-CHECK-DECK THRU 2090-EXIT.
012700     DISPLAY 'BDMS0235 END PROCESSING'.
012710     MOVE 'C' TO PRM-FUNCTION.
012720     CALL 'PARMSRV' USING PRM-PARMS.
012800     EXIT PROGRAM.
012900     STOP RUN.
012910******************************************************************
012920***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
012930***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
012940******************************************************************
012950 0900-GET-PARM.
012960     MOVE 'G' TO PRM-FUNCTION.
012970     CALL 'PARMSRV' USING PRM-PARMS.
013000******************************************************************
013100***  COUNT AND BYTE-SUM HASH OF THE ARRIVING DECK              ***
013200******************************************************************
014100       MOVE 1 TO DECK-EOF-SW.
014200     IF MORE-DECK-RECS
014300       ADD 1 TO DECK-REC-CNT
014310       IF DECK-REC-CNT = 1
014320         MOVE DECK-RECORD (2:3) TO FIRST-CLIENT
014330       END-IF
014400       MOVE 1 TO BYTE-IX
      *      THE FULL RECORD COUNTS: EXTENSION-AREA CONTENT ON AN
      *      LRECL-EXTENDED DECK CHANGES THE FINGERPRINT
016500             MATCH-DATE ' ***'.
016600     DISPLAY 'BDMS0235 SAME RECORD COUNT AND CONTENT HASH -'
016700             ' A RE-SUBMISSION POSTS EVERY ADD TWICE'.
016800     MOVE 'OVERRIDE' TO PRM-NAME.
016900     PERFORM 0900-GET-PARM.
016910     MOVE PRM-VALUE TO OVERRIDE-X.
017000     MOVE 'OPERATOR' TO PRM-NAME.
017100     PERFORM 0900-GET-PARM.
017110     MOVE PRM-VALUE TO OPERATOR-ID.
017200     IF OVERRIDE-X = 'Y' AND OPERATOR-ID NOT = SPACES
017300       DISPLAY 'BDMS0235 OVERRIDDEN BY ' OPERATOR-ID
017400               ' - DECK RELEASED'
022300     MOVE ES-PROGRAM   TO RG-OPERATOR.
022400     WRITE REG-OUT-RECORD FROM REG-WORK-REC.
022500     CLOSE REG-IN-FILE, REG-OUT-FILE.
022510     OPEN EXTEND DECK-LOG-FILE.
022520     MOVE SPACES        TO DECK-LOG-RECORD.
022530     MOVE 'POSTED'      TO DL-STAGE.
022540     MOVE FIRST-CLIENT  TO DL-CLIENT.
022550     MOVE DECK-REC-CNT  TO DL-RECORD-CNT.
022560     MOVE DECK-HASH     TO DL-DECK-HASH.
022570     MOVE TODAY-DATE    TO DL-STAMP-DATE.
022580     MOVE TODAY-TIME    TO DL-STAMP-TIME.
022585     MOVE ES-RUN-ID     TO DL-RUN-ID.
022590     WRITE DECK-LOG-RECORD.
022595     CLOSE DECK-LOG-FILE.
022600     DISPLAY 'BDMS0235 DECK REGISTERED (CNT=' DECK-REC-CNT
022700             ' HASH=' DECK-HASH ')'.
022800 3090-EXIT.
