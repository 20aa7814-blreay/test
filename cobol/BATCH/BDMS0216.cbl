002100***  STORE AND PURGE COPY REPOIN TO REPOOUT, THE SAME OLD/NEW  ***
002200***  GENERATION STYLE AS THE MASTER FILES.  RETENTION AGING    ***
002300***  USES THE 360-DAY CONVENTION.                              ***
002310***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
002320***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
013700 01  REPORTS-KEPT-CNT              PIC 9(6) COMP-5 VALUE 0.
013800 01  REPORTS-PURGED-CNT            PIC 9(6) COMP-5 VALUE 0.
013900 01  REPRINT-LINE-CNT              PIC 9(6) COMP-5 VALUE 0.
013910*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
013920 01  PRM-PARMS.
013930     05  PRM-FUNCTION              PIC X    VALUE 'G'.
013940     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
013950     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0216'.
013960     05  PRM-STEP                  PIC X(8) VALUE SPACES.
013970     05  PRM-NAME                  PIC X(30).
013980     05  PRM-VALUE                 PIC X(100).
013990     05  PRM-SOURCE                PIC X.
014000
014100 PROCEDURE DIVISION.
014200 0000-MAINLINE.
014800         PERFORM 3000-APPEND-NEW-REPORT
014900       END-IF
015000       PERFORM 9000-EOJ.
015010     MOVE 'C' TO PRM-FUNCTION.
015020     CALL 'PARMSRV' USING PRM-PARMS.
015100     EXIT PROGRAM.
015200     STOP RUN.
015210******************************************************************
015220***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
015230***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
015240******************************************************************
015250 0900-GET-PARM.
015260     MOVE 'G' TO PRM-FUNCTION.
015270     CALL 'PARMSRV' USING PRM-PARMS.
015300******************************************************************
015400***  RESOLVES THE FUNCTION, DATES AND SELECTION, OPENS FILES   ***
015500******************************************************************
015600 1000-INITIALIZE.
015700     DISPLAY 'BDMS0216 BEGIN PROCESSING'.
015800     MOVE 'FUNCTION' TO PRM-NAME.
015900     PERFORM 0900-GET-PARM.
015910     MOVE PRM-VALUE TO RUN-FUNCTION.
016000     IF NOT (FUNC-STORE OR FUNC-INDEX OR FUNC-REPRINT
016100             OR FUNC-PURGE)
016200       DISPLAY 'BDMS0216 FUNCTION MUST BE STORE/INDEX/'
016400       MOVE 16 TO RETURN-CODE
016500       MOVE 1 TO REFUSED-SW
016600       GO TO 1090-EXIT.
016603*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
016606     MOVE RUN-FUNCTION TO PRM-STEP.
016700     ACCEPT DATE-ACCEPT-8 FROM DATE YYYYMMDD.
016800     MOVE 'RUNDATE' TO PRM-NAME.
016900     PERFORM 0900-GET-PARM.
016910     MOVE PRM-VALUE TO RUN-DATE-X.
017000     IF RUN-DATE-X NOT NUMERIC
017100       MOVE DATE-ACCEPT-8 TO RUN-DATE-X.
017200     MOVE 'ASOFDATE' TO PRM-NAME.
017300     PERFORM 0900-GET-PARM.
017310     MOVE PRM-VALUE TO ASOF-DATE-X.
017400     IF ASOF-DATE-X NOT NUMERIC
017500       MOVE DATE-ACCEPT-8 TO ASOF-DATE-X.
017600     MOVE 'CLIENTLO' TO PRM-NAME.
017700     PERFORM 0900-GET-PARM.
017710     MOVE PRM-VALUE TO CLIENT-LO-ENV.
017800     MOVE 'CLIENTHI' TO PRM-NAME.
017900     PERFORM 0900-GET-PARM.
017910     MOVE PRM-VALUE TO CLIENT-HI-ENV.
018000     MOVE 'CLIENT' TO PRM-NAME.
018100     PERFORM 0900-GET-PARM.
018110     MOVE PRM-VALUE TO CLIENT-PICK.
018200     MOVE 'RETDAYS' TO PRM-NAME.
018300     PERFORM 0900-GET-PARM.
018310     MOVE PRM-VALUE TO RETDAYS-X.
018400     IF RETDAYS-X NOT NUMERIC
018500       MOVE '090' TO RETDAYS-X.
018600     MOVE ASOF-DATE-X TO SERIAL-WORK-DATE.
