001100***    REQUEST, ANSWER IS Y OR N, OPERATOR IDENTIFIES WHO      ***
001200***    DECIDED.  THE WAITING PROGRAM PICKS THE REPLY UP ON     ***
001300***    ITS NEXT POLL.                                          ***
001310***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
001320***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
006700 01  ANSWERED-TABLE.
006800     03  ANS-SEQ  OCCURS 500 TIMES PIC X(6).
006900 01  PENDING-CNT                 PIC 9(5) VALUE 0.
006910*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
006920 01  PRM-PARMS.
006930     05  PRM-FUNCTION              PIC X    VALUE 'G'.
006940     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
006950     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0229'.
006960     05  PRM-STEP                  PIC X(8) VALUE SPACES.
006970     05  PRM-NAME                  PIC X(30).
006980     05  PRM-VALUE                 PIC X(100).
006990     05  PRM-SOURCE                PIC X.
007000 PROCEDURE DIVISION.
007100 0000-MAINLINE.
007200     DISPLAY 'BDMS0229 BEGIN PROCESSING'.
007300     MOVE 'FUNCTION' TO PRM-NAME.
007400     PERFORM 0900-GET-PARM.
007410     MOVE PRM-VALUE TO FUNCTION-REQ.
007413*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
007416     MOVE FUNCTION-REQ TO PRM-STEP.
007500     IF FUNCTION-REQ = 'ANSWER'
007600       PERFORM 3000-POST-ANSWER THRU 3090-EXIT
007700     ELSE
007800       PERFORM 2000-LIST-PENDING THRU 2090-EXIT.
007900     DISPLAY 'BDMS0229 END PROCESSING'.
007910     MOVE 'C' TO PRM-FUNCTION.
007920     CALL 'PARMSRV' USING PRM-PARMS.
008000     EXIT PROGRAM.
008100     STOP RUN.
008110******************************************************************
008120***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
008130***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
008140******************************************************************
008150 0900-GET-PARM.
008160     MOVE 'G' TO PRM-FUNCTION.
008170     CALL 'PARMSRV' USING PRM-PARMS.
008200******************************************************************
008300***  LIST: REPLIES ARE TABLED FIRST, THEN EVERY REQUEST        ***
008400***  WITHOUT ONE IS SHOWN                                      ***
012700***  ANSWER: APPENDS THE REPLY RECORD                          ***
012800******************************************************************
012900 3000-POST-ANSWER.
013000     MOVE 'REQSEQ' TO PRM-NAME.
013100     PERFORM 0900-GET-PARM.
013110     MOVE PRM-VALUE TO REQSEQ-X.
013200     MOVE 'ANSWER' TO PRM-NAME.
013300     PERFORM 0900-GET-PARM.
013310     MOVE PRM-VALUE TO ANSWER-X.
013400     MOVE 'OPERATOR' TO PRM-NAME.
013500     PERFORM 0900-GET-PARM.
013510     MOVE PRM-VALUE TO OPERATOR-ID.
013600     IF REQSEQ-X NOT NUMERIC
013700       DISPLAY 'BDMS0229 REQSEQ MUST BE NUMERIC - REFUSED'
013800       MOVE 16 TO RETURN-CODE
