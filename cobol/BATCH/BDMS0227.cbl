001400***  FUNCTION=LIST - SUMMARIZES THE CALENDAR ON CALCARDS PER   ***
001500***    MONTH: BUSINESS DAYS, HOLIDAYS, WEEKEND DAYS AND THE    ***
001600***    MONTH-END RUN DAY.                                      ***
001610***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
001620***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
006300 01  MO-HOL-CNT                  PIC 9(3) VALUE 0.
006400 01  MO-WKD-CNT                  PIC 9(3) VALUE 0.
006500 01  MO-END-DATE                 PIC X(8) VALUE SPACES.
006510*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
006520 01  PRM-PARMS.
006530     05  PRM-FUNCTION              PIC X    VALUE 'G'.
006540     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
006550     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0227'.
006560     05  PRM-STEP                  PIC X(8) VALUE SPACES.
006570     05  PRM-NAME                  PIC X(30).
006580     05  PRM-VALUE                 PIC X(100).
006590     05  PRM-SOURCE                PIC X.
006600 PROCEDURE DIVISION.
006700 0000-MAINLINE.
006800     DISPLAY 'BDMS0227 BEGIN PROCESSING'.
006900     MOVE 'FUNCTION' TO PRM-NAME.
007000     PERFORM 0900-GET-PARM.
007010     MOVE PRM-VALUE TO FUNCTION-REQ.
007100     IF NOT LOAD-FUNCTION AND NOT LIST-FUNCTION
007200       DISPLAY 'BDMS0227 FUNCTION MUST BE LOAD OR LIST'
007300       MOVE 16 TO RETURN-CODE
009400     IF RUN-REFUSED
009500       DISPLAY 'BDMS0227 DECK REFUSED - CALENDAR NOT REPLACED'.
009600     DISPLAY 'BDMS0227 END PROCESSING'.
009610     MOVE 'C' TO PRM-FUNCTION.
009620     CALL 'PARMSRV' USING PRM-PARMS.
009700     EXIT PROGRAM.
009800     STOP RUN.
009810******************************************************************
009820***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
009830***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
009840******************************************************************
009850 0900-GET-PARM.
009860     MOVE 'G' TO PRM-FUNCTION.
009870     CALL 'PARMSRV' USING PRM-PARMS.
009900******************************************************************
010000***  VALIDATES ONE CARD; LOAD COPIES IT OUT, LIST ROLLS IT     ***
010100***  INTO THE MONTH SUMMARY                                    ***
