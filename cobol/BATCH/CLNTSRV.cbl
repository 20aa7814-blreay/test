000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CLNTSRV.
000300******************************************************************
000400***  CLNTSRV - CALLABLE CLIENT MASTER SERVICE.  THE CLIENT     ***
000500***  MASTER (CLNTMSTR), A KSDS KEYED BY CLIENT, CARRIES EACH   ***
000600***  CLIENT'S NAME, STATUS, CONTACTS, BILLING ADDRESS,         ***
000700***  STATEMENT DELIVERY METHOD AND CONTRACTED TURNAROUND.      ***
000800***  BDMS0261 MAINTAINS IT FROM CARDS; THE ONBOARDING AND      ***
000900***  OFFBOARDING RUNS KEEP ITS STATUS IN STEP THROUGH THIS     ***
001000***  SERVICE AND THE CLIENT-FACING REPORTS READ NAMES AND      ***
001100***  DELIVERY DETAILS THROUGH IT.                              ***
001200***                                                            ***
001300***  OPENED ON THE FIRST CALL, THE REFLOOKUP WAY.  FUNCTIONS:  ***
001400***    R - READ.  CLN-RC 0 FOUND, CLN-RECORD FILLED; 4 CLIENT  ***
001500***        NOT ON THE MASTER, CLN-RECORD CLEARED               ***
001600***    S - SET STATUS.  CLN-STATUS IS APPLIED; CLN-NAME AND    ***
001700***        CLN-GROUP-ID ARE TAKEN ONLY WHERE THE MASTER HAS    ***
001800***        NONE.  ACTIVE STAMPS THE ONBOARD DATE (FIRST TIME)  ***
001900***        AND CLEARS THE OFFBOARD DATE; TERMINATED STAMPS     ***
002000***        THE OFFBOARD DATE.  A CLIENT NOT ON THE MASTER IS   ***
002100***        ADDED.  CLN-RC 0 UPDATED, 4 ADDED.  CLN-RECORD      ***
002200***        COMES BACK AS STORED.                               ***
002300***    CLN-RC 8 - MASTER UNAVAILABLE OR I/O FAILURE; CALLERS   ***
002400***               DECIDE WHETHER TO CARRY ON WITHOUT IT        ***
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CM-FILE         ASSIGN TO CLNTMSTR
003000        ORGANIZATION INDEXED
003100        ACCESS MODE IS DYNAMIC
003200        RECORD KEY IS CM-CLIENT
003300        FILE STATUS IS CM-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600*    THE CLIENT MASTER - ONE RECORD PER CLIENT
003700 FD  CM-FILE
003800     LABEL RECORDS ARE STANDARD
003900     DATA RECORD IS CM-RECORD.
004000 01  CM-RECORD.
004100     03  CM-CLIENT                 PIC X(3).
004200     03  CM-STATUS                 PIC X.
004300         88  CM-PROSPECT              VALUE 'P'.
004400         88  CM-ACTIVE                VALUE 'A'.
004500         88  CM-SUSPENDED             VALUE 'S'.
004600         88  CM-TERMINATED            VALUE 'T'.
004700     03  CM-NAME                   PIC X(40).
004800     03  CM-OPS-CONTACT.
004900         05  CM-OPS-NAME           PIC X(30).
005000         05  CM-OPS-PHONE          PIC X(15).
005100         05  CM-OPS-EMAIL          PIC X(50).
005200     03  CM-BILL-CONTACT.
005300         05  CM-BILL-NAME          PIC X(30).
005400         05  CM-BILL-PHONE         PIC X(15).
005500         05  CM-BILL-EMAIL         PIC X(50).
005600     03  CM-BILL-ADDRESS.
005700         05  CM-ADDR-1             PIC X(40).
005800         05  CM-ADDR-2             PIC X(40).
005900         05  CM-CITY               PIC X(25).
006000         05  CM-STATE              PIC X(2).
006100         05  CM-ZIP                PIC X(10).
006200     03  CM-DELIVERY               PIC X.
006300         88  CM-BY-MAIL               VALUE 'M'.
006400         88  CM-BY-EMAIL              VALUE 'E'.
006500         88  CM-BY-XMIT               VALUE 'X'.
006600     03  CM-DELIVERY-DEST          PIC X(50).
006700     03  CM-TAT-HOURS              PIC 9(4).
006800     03  CM-GROUP-ID               PIC X(3).
006900     03  CM-ONBOARD-DATE           PIC 9(8).
007000     03  CM-OFFBOARD-DATE          PIC 9(8).
007100     03  CM-MAINT-DATE             PIC 9(8).
007200     03  CM-MAINT-USER             PIC X(8).
007300     03  FILLER                    PIC X(39).
007400 WORKING-STORAGE SECTION.
007500 01  CM-FILE-STATUS              PIC XX VALUE '00'.
007600 01  OPEN-STATE                  PIC 9 VALUE 0.
007700     88  MASTER-CLOSED              VALUE 0.
007800     88  MASTER-OPEN-INPUT          VALUE 1.
007900     88  MASTER-OPEN-UPDATE         VALUE 2.
008000     88  MASTER-OPEN-LOAD           VALUE 3.
008100     88  MASTER-UNAVAILABLE         VALUE 9.
008200 01  FOUND-SW                    PIC 9 VALUE 0.
008300     88  CLIENT-FOUND               VALUE 1.
008400 01  TODAY-DATE                  PIC 9(8).
008500 LINKAGE SECTION.
008600 01  CLN-PARMS.
008700     05  CLN-FUNCTION            PIC X.
008800     05  CLN-RC                  PIC S9(4) COMP-5.
008900     05  CLN-OPERATOR            PIC X(8).
009000     05  CLN-RECORD.
009100         10  CLN-CLIENT          PIC X(3).
009200         10  CLN-STATUS          PIC X.
009300         10  CLN-NAME            PIC X(40).
009400         10  FILLER              PIC X(362).
009500         10  CLN-GROUP-ID        PIC X(3).
009600         10  FILLER              PIC X(71).
009700 PROCEDURE DIVISION USING CLN-PARMS.
009800 0000-MAINLINE.
009900     IF CLN-FUNCTION = 'S'
010000       PERFORM 2000-SET-STATUS THRU 2090-EXIT
010100     ELSE
010200       PERFORM 1000-READ-CLIENT THRU 1090-EXIT.
010300     GOBACK.
010400******************************************************************
010500***  READ ONE CLIENT                                           ***
010600******************************************************************
010700 1000-READ-CLIENT.
010800     IF MASTER-CLOSED
010900       OPEN INPUT CM-FILE
011000       IF CM-FILE-STATUS = '00'
011100         MOVE 1 TO OPEN-STATE
011200       ELSE
011300         DISPLAY 'CLNTSRV CLNTMSTR UNAVAILABLE, ST='
011400                 CM-FILE-STATUS
011500         MOVE 9 TO OPEN-STATE.
011600     IF MASTER-UNAVAILABLE
011700       MOVE 8 TO CLN-RC
011800       GO TO 1090-EXIT.
011900     PERFORM 8000-READ-MASTER.
012000     IF CM-FILE-STATUS NOT = '00' AND NOT = '23'
012100       DISPLAY 'CLNTSRV CLNTMSTR READ FAILED, ST='
012200               CM-FILE-STATUS ' CLIENT ' CLN-CLIENT
012300       MOVE 8 TO CLN-RC
012400       GO TO 1090-EXIT.
012500     IF CLIENT-FOUND
012600       MOVE CM-RECORD TO CLN-RECORD
012700       MOVE 0 TO CLN-RC
012800     ELSE
012900       MOVE CLN-CLIENT TO CM-CLIENT
013000       MOVE SPACES TO CLN-RECORD
013100       MOVE CM-CLIENT TO CLN-CLIENT
013200       MOVE 4 TO CLN-RC.
013300 1090-EXIT.
013400     EXIT.
013500******************************************************************
013600***  SET ONE CLIENT'S STATUS, ADDING THE CLIENT IF NEED BE     ***
013700******************************************************************
013800 2000-SET-STATUS.
013900     IF MASTER-OPEN-INPUT
014000       CLOSE CM-FILE
014100       MOVE 0 TO OPEN-STATE.
014200     IF MASTER-CLOSED
014300       PERFORM 2100-OPEN-UPDATE.
014400     IF MASTER-UNAVAILABLE
014500       MOVE 8 TO CLN-RC
014600       GO TO 2090-EXIT.
014700     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
014800     PERFORM 8000-READ-MASTER.
014900     IF CM-FILE-STATUS NOT = '00' AND NOT = '23'
015000       DISPLAY 'CLNTSRV CLNTMSTR READ FAILED, ST='
015100               CM-FILE-STATUS ' CLIENT ' CLN-CLIENT
015200       MOVE 8 TO CLN-RC
015300       GO TO 2090-EXIT.
015400     IF NOT CLIENT-FOUND
015500       MOVE SPACES TO CM-RECORD
015600       MOVE CLN-CLIENT TO CM-CLIENT
015700       MOVE 'M' TO CM-DELIVERY
015800       MOVE 0 TO CM-TAT-HOURS CM-ONBOARD-DATE
015900                 CM-OFFBOARD-DATE.
016000     MOVE CLN-STATUS TO CM-STATUS.
016100     IF CM-NAME = SPACES
016200       MOVE CLN-NAME TO CM-NAME.
016300     IF CM-GROUP-ID = SPACES
016400       MOVE CLN-GROUP-ID TO CM-GROUP-ID.
016500     IF CM-ACTIVE
016600       MOVE 0 TO CM-OFFBOARD-DATE
016700       IF CM-ONBOARD-DATE = 0
016800         MOVE TODAY-DATE TO CM-ONBOARD-DATE.
016900     IF CM-TERMINATED
017000       MOVE TODAY-DATE TO CM-OFFBOARD-DATE.
017100     MOVE TODAY-DATE TO CM-MAINT-DATE.
017200     MOVE CLN-OPERATOR TO CM-MAINT-USER.
017300     IF CLIENT-FOUND
017400       REWRITE CM-RECORD INVALID KEY
017500         CONTINUE
017600       END-REWRITE
017700       MOVE 0 TO CLN-RC
017800     ELSE
017900       WRITE CM-RECORD INVALID KEY
018000         CONTINUE
018100       END-WRITE
018200       MOVE 4 TO CLN-RC.
018300     IF CM-FILE-STATUS NOT = '00'
018400       DISPLAY 'CLNTSRV CLNTMSTR UPDATE FAILED, ST='
018500               CM-FILE-STATUS ' CLIENT ' CLN-CLIENT
018600       MOVE 8 TO CLN-RC
018700       GO TO 2090-EXIT.
018800     MOVE CM-RECORD TO CLN-RECORD.
018900*    A MASTER LOADED FROM EMPTY IS REOPENED FOR UPDATE NEXT TIME
019000     IF MASTER-OPEN-LOAD
019100       CLOSE CM-FILE
019200       MOVE 0 TO OPEN-STATE.
019300 2090-EXIT.
019400     EXIT.
019500 2100-OPEN-UPDATE.
019600     OPEN I-O CM-FILE.
019700     MOVE 2 TO OPEN-STATE.
019800*    A NEWLY DEFINED, EMPTY MASTER IS LOADED IN OUTPUT MODE
019900     IF CM-FILE-STATUS = '35'
020000       OPEN OUTPUT CM-FILE
020100       MOVE 3 TO OPEN-STATE.
020200     IF CM-FILE-STATUS NOT = '00'
020300       DISPLAY 'CLNTSRV CLNTMSTR UPDATE OPEN FAILED, ST='
020400               CM-FILE-STATUS
020500       MOVE 9 TO OPEN-STATE.
020600******************************************************************
020700***  KEYED READ OF THE MASTER                                  ***
020800******************************************************************
020900 8000-READ-MASTER.
021000     MOVE 0 TO FOUND-SW.
021100     MOVE CLN-CLIENT TO CM-CLIENT.
021200*    A MASTER BEING LOADED FROM EMPTY HOLDS NOTHING TO READ
021300     IF MASTER-OPEN-LOAD
021400       MOVE '23' TO CM-FILE-STATUS
021500     ELSE
021600       READ CM-FILE INVALID KEY
021700         CONTINUE
021800       END-READ.
021900     IF CM-FILE-STATUS = '00'
022000       MOVE 1 TO FOUND-SW.
