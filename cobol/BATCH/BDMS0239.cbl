001700***  THE GROUP CONTROL ENTRY'S GC-FDTVER FIELD PINS A MASTER   ***
001800***  TO THE VERSION; THE LOADING PROGRAMS REFUSE ANY OTHER     ***
001900***  DECK AND RECORD THE LOADED VERSION IN THE RUN HISTORY.    ***
001910***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
001920***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
007000 01  VALIDATE-RC                 PIC S9(9) COMP-5 VALUE 0.
007100 01  VER-CARD                    PIC X(80).
007200 01  FDTIN-PATH                  PIC X(60) VALUE SPACES.
007210*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
007220 01  PRM-PARMS.
007230     05  PRM-FUNCTION              PIC X    VALUE 'G'.
007240     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
007250     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0239'.
007260     05  PRM-STEP                  PIC X(8) VALUE SPACES.
007270     05  PRM-NAME                  PIC X(30).
007280     05  PRM-VALUE                 PIC X(100).
007290     05  PRM-SOURCE                PIC X.
007300
007400 PROCEDURE DIVISION.
007500 0000-MAINLINE.
007600     DISPLAY 'BDMS0239 BEGIN PROCESSING'.
007700     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
007800     ACCEPT TODAY-TIME FROM TIME.
007900     MOVE 'OPERATOR' TO PRM-NAME.
008000     PERFORM 0900-GET-PARM.
008010     MOVE PRM-VALUE TO OPERATOR-ID.
008100     IF OPERATOR-ID = SPACES
008200       DISPLAY 'BDMS0239 OPERATOR REQUIRED - RUN REFUSED'
008300       MOVE 16 TO RETURN-CODE
008400       GO TO 9000-EOJ.
008500     MOVE 'FDTVER' TO PRM-NAME.
008600     PERFORM 0900-GET-PARM.
008610     MOVE PRM-VALUE TO VERSION-STAMP.
008700     IF VERSION-STAMP = SPACES
      *      MMDDHHMM - TO-THE-MINUTE SO TWO SAME-DAY CHECK-INS
      *      NEVER SHARE A STAMP (THE CATALOG CARRIES THE FULL DATE)
009900             VERSION-STAMP ' (' CARD-CNT ' CARDS)'.
010000 9000-EOJ.
010100     DISPLAY 'BDMS0239 END PROCESSING'.
010110     MOVE 'C' TO PRM-FUNCTION.
010120     CALL 'PARMSRV' USING PRM-PARMS.
010200     EXIT PROGRAM.
010300     STOP RUN.
010310******************************************************************
010320***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
010330***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
010340******************************************************************
010350 0900-GET-PARM.
010360     MOVE 'G' TO PRM-FUNCTION.
010370     CALL 'PARMSRV' USING PRM-PARMS.
010400******************************************************************
010500***  THE CANDIDATE MUST PASS THE STRUCTURAL VALIDATOR.  THE    ***
010600***  VALIDATOR READS ITS DECK THROUGH UT-S-FDTA, SO THE        ***
