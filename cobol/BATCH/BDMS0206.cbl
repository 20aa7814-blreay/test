001700***    CORRECT - APPLY CORRECTION CARDS (SUSPADD): 'C' CARDS   ***
001800***              CARRY THE REPAIRED 128-BYTE TRANSACTION AND   ***
001900***              MARK THE ENTRY CORRECTED; 'W' CARDS WRITE THE ***
002000***              ENTRY OFF (DROPPED AND LOGGED).               ***
002010***              COLUMNS 136-143 OF A 'C' CARD NAME THE        ***
002020***              CORRECTING OPERATOR, KEPT ON THE ENTRY WITH   ***
002030***              THE RUN DATE (ONLINE CORRECTIONS KEYED ON     ***
002040***              THE SCOR TRANSACTION ARRIVE THIS WAY, FROM    ***
002050***              THE BDMS0262 EXTRACT).  A CARD MAY ALSO NAME  ***
002060***              THE REJECT DATE OF THE ENTRY MEANT ('C'       ***
002070***              COLUMNS 144-149, 'W' 115-120)                 ***
002100***    RELEASE - WRITE EVERY CORRECTED ENTRY TO THE RELEASE    ***
002200***              DECK (SUSPREL) AND DROP IT FROM SUSPENSE      ***
002300***    AGE     - PRINT THE AGING REPORT (OVER 5/10/30 DAYS)    ***
002600***  UNCHANGED), THE SAME OLD/NEW GENERATION STYLE AS THE      ***
002700***  MASTER FILES.  AGING USES THE 360-DAY (30-DAY MONTH)      ***
002800***  CONVENTION.                                               ***
002810***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
002820***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
005200     03  SI-STATUS                            PIC X.
005300     03  SI-MAINT-FLAG                        PIC X(2).
005400     03  SI-TRANS                             PIC X(128).
005410*    WHO CORRECTED THE ENTRY AND ON WHICH RUN DATE; BLANK UNTIL
005420*    A 'C' CARD HAS BEEN APPLIED
005430     03  SI-CORR-USER                         PIC X(8).
005440     03  SI-CORR-DATE                         PIC 9(6).
005500 FD  SUSP-OUT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD
005800     BLOCK CONTAINS 0 RECORDS
005900     DATA RECORD IS SUSP-OUT-RECORD.
006000 01  SUSP-OUT-RECORD                          PIC X(157).
006100 FD  SUSP-ADD-FILE
006200     RECORDING MODE IS F
006300     LABEL RECORDS ARE STANDARD
007200         05  SA-SYS-FLAGS.
007300             07  SA-MAINT-FLAG                PIC X(2).
007400             07  FILLER                       PIC X(12).
007410*    THE CORRECTING OPERATOR, COLUMNS 136-143 OF A 'C' CARD (THE
007420*    SUSPENSE CORRECTION EXTRACT, BDMS0262, FILLS IT IN)
007430     03  SA-CORR-USER                         PIC X(8).
007440*    OPTIONAL REJECT DATE (YYMMDD) OF THE ENTRY MEANT, COLUMNS
007450*    144-149 OF A 'C' CARD OR 115-120 OF A 'W' CARD; BLANK MATCHES
007460*    THE CLIENT AND SEQUENCE NUMBER'S FIRST ENTRY
007470     03  SA-REJECT-DATE                       PIC X(6).
007500 FD  SUSP-REL-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD
011600         05  WS-T-SYS-FLAGS.
011700             07  WS-T-MAINT-FLAG   PIC X(2).
011800             07  FILLER            PIC X(12).
011810     03  WS-CORR-USER              PIC X(8).
011820     03  WS-CORR-DATE              PIC 9(6).
011900
012000******************************************************************
012100***  CORRECTION/WRITE-OFF CARD TABLE FOR THE CORRECT PASS      ***
013000       05  CO-CLIENT               PIC X(3).
013100       05  CO-SEQ-NUMBER           PIC X(3).
013200       05  CO-TRANS                PIC X(128).
013210       05  CO-CORR-USER            PIC X(8).
013220       05  CO-REJECT-DATE          PIC X(6).
013300       05  CO-USED-SW              PIC 9.
013400
013500******************************************************************
017100 01  WRITEOFF-CNT                  PIC 9(8) COMP-5 VALUE 0.
017200 01  RELEASED-CNT                  PIC 9(8) COMP-5 VALUE 0.
017300 01  UNMATCHED-CARD-CNT            PIC 9(8) COMP-5 VALUE 0.
017310*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
017320 01  PRM-PARMS.
017330     05  PRM-FUNCTION              PIC X    VALUE 'G'.
017340     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
017350     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0206'.
017360     05  PRM-STEP                  PIC X(8) VALUE SPACES.
017370     05  PRM-NAME                  PIC X(30).
017380     05  PRM-VALUE                 PIC X(100).
017390     05  PRM-SOURCE                PIC X.
017400
017500 PROCEDURE DIVISION.
017600 0000-MAINLINE.
018800         PERFORM 4000-AGING-PRINT
018900       END-IF
019000       PERFORM 9000-EOJ.
019010     MOVE 'C' TO PRM-FUNCTION.
019020     CALL 'PARMSRV' USING PRM-PARMS.
019100     EXIT PROGRAM.
019200     STOP RUN.
019210******************************************************************
019220***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
019230***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
019240******************************************************************
019250 0900-GET-PARM.
019260     MOVE 'G' TO PRM-FUNCTION.
019270     CALL 'PARMSRV' USING PRM-PARMS.
019300******************************************************************
019400***  RESOLVES FUNCTION AND DATES, OPENS FILES, AND FOR THE     ***
019500***  CORRECT PASS PRELOADS THE CARD TABLE                      ***
019600******************************************************************
019700 1000-INITIALIZE.
019800     DISPLAY 'BDMS0206 BEGIN PROCESSING'.
019900     MOVE 'FUNCTION' TO PRM-NAME.
020000     PERFORM 0900-GET-PARM.
020010     MOVE PRM-VALUE TO RUN-FUNCTION.
020100     IF NOT (FUNC-LOAD OR FUNC-CORRECT OR FUNC-RELEASE
020200             OR FUNC-AGE)
020300       DISPLAY 'BDMS0206 FUNCTION MUST BE LOAD/CORRECT/'
020600       MOVE 1 TO REFUSED-SW
020700       GO TO 1090-EXIT.
020800     DISPLAY 'BDMS0206 FUNCTION..........' RUN-FUNCTION.
020803*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
020806     MOVE RUN-FUNCTION TO PRM-STEP.
020900     ACCEPT DATE-ACCEPT FROM DATE.
021000     MOVE 'RUNDATE' TO PRM-NAME.
021100     PERFORM 0900-GET-PARM.
021110     MOVE PRM-VALUE TO RUN-DATE-X.
021200     IF RUN-DATE-X NOT NUMERIC
021300       MOVE DATE-ACCEPT TO RUN-DATE-X.
021400     MOVE 'ASOFDATE' TO PRM-NAME.
021500     PERFORM 0900-GET-PARM.
021510     MOVE PRM-VALUE TO ASOF-DATE-X.
021600     IF ASOF-DATE-X NOT NUMERIC
021700       MOVE DATE-ACCEPT TO ASOF-DATE-X.
021800     OPEN INPUT SUSP-IN-FILE.
024800         MOVE SA-CLIENT     TO CO-CLIENT (CORR-TBL-CNT)
024900         MOVE SA-SEQ-NUMBER TO CO-SEQ-NUMBER (CORR-TBL-CNT)
025000         MOVE SA-TRANS      TO CO-TRANS (CORR-TBL-CNT)
025010         MOVE SA-CORR-USER  TO CO-CORR-USER (CORR-TBL-CNT)
025020         MOVE SA-REJECT-DATE TO CO-REJECT-DATE (CORR-TBL-CNT)
025100         MOVE 0             TO CO-USED-SW (CORR-TBL-CNT).
025110     IF MORE-ADD-RECS AND SA-ACTION = 'W'
025120       MOVE SA-TRANS (108:6) TO CO-REJECT-DATE (CORR-TBL-CNT).
025200******************************************************************
025300***  WORKS ONE EXISTING SUSPENSE ENTRY THROUGH THE SELECTED    ***
025400***  PASS.  ENTRIES ONLY LEAVE BY RELEASE OR WRITE-OFF.        ***
026100       WRITE SUSP-REL-RECORD FROM WS-TRANS
026200       ADD 1 TO RELEASED-CNT
026300       DISPLAY 'RELEASED : CLIENT=' WS-CLIENT
026400               ' SEQ=' WS-SEQ-NUMBER ' CORRECTED BY ' WS-CORR-USER
026500       GO TO 2080-NEXT.
026600     IF FUNC-AGE
026700       PERFORM 2300-AGE-ENTRY.
029200       GO TO 2190-EXIT.
029300     MOVE CO-TRANS (CORR-FOUND-IX) TO WS-TRANS.
029400     MOVE 'C' TO WS-STATUS.
029410     MOVE CO-CORR-USER (CORR-FOUND-IX) TO WS-CORR-USER.
029420     MOVE RUN-DATE TO WS-CORR-DATE.
029500     ADD 1 TO CORRECTED-CNT.
029600     DISPLAY 'CORRECTED: CLIENT=' WS-CLIENT
029700             ' SEQ=' WS-SEQ-NUMBER ' BY ' WS-CORR-USER.
029800 2190-EXIT.
029900     EXIT.
030000 2200-SCAN-CARDS.
030100     IF CO-USED-SW (CORR-TBL-I) = 0 AND
030200        CO-CLIENT (CORR-TBL-I) = WS-CLIENT AND
030300        CO-SEQ-NUMBER (CORR-TBL-I) = WS-SEQ-NUMBER AND
030310       (CO-REJECT-DATE (CORR-TBL-I) NOT NUMERIC OR
030320        CO-REJECT-DATE (CORR-TBL-I) = WS-REJECT-DATE)
030400       MOVE CORR-TBL-I TO CORR-FOUND-IX.
030500     ADD 1 TO CORR-TBL-I.
030600******************************************************************
036100       MOVE RUN-DATE        TO WS-REJECT-DATE
036200       MOVE 'S'             TO WS-STATUS
036300       MOVE WS-T-MAINT-FLAG TO WS-MAINT-FLAG
036310       MOVE ZERO            TO WS-CORR-DATE
036400       WRITE SUSP-OUT-RECORD FROM WORK-SUSP-RECORD
036500       ADD 1 TO SUSP-WRITTEN-CNT
036600       ADD 1 TO LOADED-CNT.
