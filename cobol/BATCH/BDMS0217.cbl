002000***    REFUSES A MASTER THAT ALREADY HOLDS THE CLIENT, AND     ***
002100***    MERGES THE ARCHIVED RECORDS BACK INTO CLIENT SEQUENCE   ***
002200***    ON OUT1.                                                ***
002210***  EITHER WAY THE CLIENT MASTER (CLNTSRV) FOLLOWS: A CLEAN   ***
002220***  ARCHIVE MARKS THE CLIENT TERMINATED, A CLEAN RESTORE      ***
002230***  MARKS IT ACTIVE AGAIN.                                    ***
002240***  A CLIENT UNDER LEGAL HOLD (HOLDSRV) IS NEVER ARCHIVED:    ***
002250***  THE ARCHIVE RUN IS REFUSED AND THE BLOCKED ACTION LOGGED. ***
002260***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
002270***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
010000     88  ARCHIVE-FUNCTION             VALUE 'ARCHIVE'.
010100     88  RESTORE-FUNCTION             VALUE 'RESTORE'.
010200 01  CLIENT-REQ                    PIC X(3)  VALUE SPACES.
010210*    CLNTSRV HANDSHAKE - THE CLIENT MASTER
010220 01  CLN-PARMS.
010230     05  CLN-FUNCTION              PIC X    VALUE SPACE.
010240     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
010250     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
010260     05  CLN-RECORD.
010270         10  CLN-CLIENT            PIC X(3).
010280         10  CLN-STATUS            PIC X.
010290         10  FILLER                PIC X(476).
010300
010305*    HOLDSRV HANDSHAKE - THE LEGAL-HOLD REGISTRY
010310 01  HLD-PARMS.
010315     05  HLD-FUNCTION              PIC X     VALUE 'C'.
010320     05  HLD-RC                    PIC S9(4) COMP-5 VALUE 0.
010325     05  HLD-PROGRAM               PIC X(8)  VALUE 'BDMS0217'.
010330     05  HLD-ACTION                PIC X(12) VALUE 'ARCHIVE'.
010335     05  HLD-TYPE                  PIC X     VALUE 'F'.
010340     05  HLD-ID                    PIC X(44) VALUE SPACES.
010345     05  HLD-MATTER                PIC X(16).
010350     05  HLD-PLACED-BY             PIC X(8).
010355     05  HLD-RELEASE-DATE          PIC 9(8).
010360
010400 01  MASTER-EOF-SW                 PIC 9 VALUE 0.
010500     88  MORE-MASTER-RECS             VALUE 0.
010600     88  MASTER-EOF                   VALUE 1.
014000 01  CH-SEQ-9 REDEFINES CH-SEQ-X   PIC 9(3).
014100 01  CH-CLI-X                      PIC X(2).
014200 01  CH-CLI-9 REDEFINES CH-CLI-X   PIC 9(2).
014210*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
014220 01  PRM-PARMS.
014230     05  PRM-FUNCTION              PIC X    VALUE 'G'.
014240     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
014250     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0217'.
014260     05  PRM-STEP                  PIC X(8) VALUE SPACES.
014270     05  PRM-NAME                  PIC X(30).
014280     05  PRM-VALUE                 PIC X(100).
014290     05  PRM-SOURCE                PIC X.
014300
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014900         PERFORM 2000-ARCHIVE-CLIENT THRU 2090-EXIT
015000       ELSE
015100         PERFORM 3000-RESTORE-CLIENT THRU 3090-EXIT.
015110     IF NOT RUN-REFUSED AND RETURN-CODE = 0
015120       PERFORM 5000-CLIENT-STATUS.
015200     PERFORM 9000-EOJ.
015210     MOVE 'C' TO PRM-FUNCTION.
015220     CALL 'PARMSRV' USING PRM-PARMS.
015300     EXIT PROGRAM.
015400     STOP RUN.
015410******************************************************************
015420***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
015430***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
015440******************************************************************
015450 0900-GET-PARM.
015460     MOVE 'G' TO PRM-FUNCTION.
015470     CALL 'PARMSRV' USING PRM-PARMS.
015500******************************************************************
015600***  RESOLVES FUNCTION, CLIENT AND OPERATOR                    ***
015700******************************************************************
015900     DISPLAY 'BDMS0217 BEGIN PROCESSING'.
016000     ACCEPT DATE-ACCEPT-8 FROM DATE YYYYMMDD.
016100     ACCEPT TIME-ACCEPT-8 FROM TIME.
016200     MOVE 'FUNCTION' TO PRM-NAME.
016300     PERFORM 0900-GET-PARM.
016310     MOVE PRM-VALUE TO FUNCTION-REQ.
016313*    THE FUNCTION IS THIS RUN'S STEP IN THE PARAMETER STORE
016316     MOVE FUNCTION-REQ TO PRM-STEP.
016400     MOVE 'CLIENT' TO PRM-NAME.
016500     PERFORM 0900-GET-PARM.
016510     MOVE PRM-VALUE TO CLIENT-REQ.
016600     MOVE 'OPERATOR' TO PRM-NAME.
016700     PERFORM 0900-GET-PARM.
016710     MOVE PRM-VALUE TO OPERATOR-ID.
016800     IF NOT ARCHIVE-FUNCTION AND NOT RESTORE-FUNCTION
016900       DISPLAY 'BDMS0217 FUNCTION MUST BE ARCHIVE OR RESTORE'
017000       MOVE 16 TO RETURN-CODE
018000       MOVE 16 TO RETURN-CODE
018100       MOVE 1 TO REFUSED-SW
018200       GO TO 1090-EXIT.
018210     IF ARCHIVE-FUNCTION
018220       PERFORM 1100-HOLD-CHECK.
018300 1090-EXIT.
018400     EXIT.
018405******************************************************************
018410***  A CLIENT UNDER LEGAL HOLD MAY NOT LEAVE THE MASTER, AND   ***
018415***  NOTHING IS ARCHIVED WHILE THE HOLD REGISTRY IS DOWN       ***
018420******************************************************************
018425 1100-HOLD-CHECK.
018430     MOVE CLIENT-REQ TO HLD-ID.
018435     CALL 'HOLDSRV' USING HLD-PARMS.
018440     IF HLD-RC = 8
018445       DISPLAY 'BDMS0217 HOLD REGISTRY UNAVAILABLE - RUN REFUSED'
018450       MOVE 16 TO RETURN-CODE
018455       MOVE 1 TO REFUSED-SW
018460     ELSE
018465     IF HLD-RC = 4
018470       DISPLAY 'BDMS0217 CLIENT ' CLIENT-REQ
018475               ' UNDER LEGAL HOLD, MATTER ' HLD-MATTER
018480               ' PLACED BY ' HLD-PLACED-BY
018485       DISPLAY 'BDMS0217 ARCHIVE REFUSED'
018490       MOVE 16 TO RETURN-CODE
018495       MOVE 1 TO REFUSED-SW.
018500******************************************************************
018600***  ARCHIVE: HEADER, FDT DECK, THEN THE COPY-AND-EXTRACT PASS ***
018700***  AND THE CONTROL TRAILER                                   ***
034600     MOVE CUSTODY-HASH-REC (3:2) TO CH-CLI-X.
034700     IF CH-CLI-X NUMERIC
034800       ADD CH-CLI-9 TO CUSTODY-CONTRIB.
034802******************************************************************
034804***  KEEPS THE CLIENT MASTER STATUS IN STEP WITH THE MASTER    ***
034806***  FILE.  THE ARCHIVE OR RESTORE HAS ALREADY SUCCEEDED, SO   ***
034808***  AN UNAVAILABLE CLIENT MASTER IS ONLY A WARNING            ***
034810******************************************************************
034812 5000-CLIENT-STATUS.
034814     MOVE SPACES      TO CLN-RECORD.
034816     MOVE 'S'         TO CLN-FUNCTION.
034818     MOVE OPERATOR-ID TO CLN-OPERATOR.
034820     MOVE CLIENT-REQ  TO CLN-CLIENT.
034822     IF ARCHIVE-FUNCTION
034824       MOVE 'T' TO CLN-STATUS
034826     ELSE
034828       MOVE 'A' TO CLN-STATUS.
034830     CALL 'CLNTSRV' USING CLN-PARMS.
034832     IF CLN-RC = 8
034834       DISPLAY 'BDMS0217 CLIENT MASTER UNAVAILABLE - CLIENT '
034836               CLIENT-REQ ' STATUS NOT SET TO ' CLN-STATUS
034838       MOVE 4 TO RETURN-CODE
034840     ELSE
034842       DISPLAY 'BDMS0217 CLIENT MASTER STATUS SET TO '
034844               CLN-STATUS ' FOR CLIENT ' CLIENT-REQ.
034900******************************************************************
035000***  READS THE NEXT MASTER RECORD                              ***
035100******************************************************************
