000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FRZSRV.
000300******************************************************************
000400***  FRZSRV - CALLABLE CLIENT POSTING-FREEZE SERVICE.  THE     ***
000500***  FREEZE REGISTRY (FRZREG), A KSDS KEYED BY CLIENT CODE,    ***
000600***  CARRIES EVERY FREEZE PLACED ON A CLIENT'S POSTING - IN    ***
000700***  DISPUTE, UNDER AUDIT OR MID-MIGRATION - WITH THE REASON,  ***
000800***  WHO ASKED FOR IT, WHO PLACED IT AND WHEN, AND THE THAW    ***
000900***  DATE.  A FREEZE IS IN FORCE UNTIL ITS THAW DATE IS        ***
001000***  REACHED; A ZERO THAW DATE FREEZES UNTIL FURTHER NOTICE.   ***
001100***  BDMS0269 MAINTAINS THE REGISTRY AND REPORTS ON IT.        ***
001200***  BDMS0240 ASKS HERE BEFORE IT RELEASES A CLIENT'S WORK,    ***
001300***  BDMS0201 BEFORE IT POSTS IT AND BDMS0234 BEFORE IT STATES ***
001400***  IT.                                                       ***
001500***                                                            ***
001600***  OPENED ON THE FIRST CALL, THE HOLDSRV WAY.  FUNCTION:     ***
001700***    C - CHECK FRZ-CLIENT AS AT FRZ-ASOF-DATE (CCYYMMDD,     ***
001800***        ZERO IS TODAY).  FRZ-RC 0 NOT FROZEN; 4 FROZEN,     ***
001900***        FRZ-REASON, FRZ-REQUESTER, FRZ-PLACED-DATE AND      ***
002000***        FRZ-THAW-DATE FILLED                                ***
002100***    FRZ-RC 8 - REGISTRY UNAVAILABLE OR I/O FAILURE.  NO     ***
002200***               CALLER MAY TREAT THIS AS NOT FROZEN          ***
002300***  A REGISTRY THAT HAS NEVER BEEN DEFINED HOLDS NO FREEZES.  ***
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT FR-FILE         ASSIGN TO FRZREG
002900        ORGANIZATION INDEXED
003000        ACCESS MODE IS DYNAMIC
003100        RECORD KEY IS FR-CLIENT
003200        FILE STATUS IS FR-FILE-STATUS.
003300 DATA DIVISION.
003400 FILE SECTION.
003500*    THE FREEZE REGISTRY - ONE RECORD PER FROZEN CLIENT
003600 FD  FR-FILE
003700     LABEL RECORDS ARE STANDARD
003800     DATA RECORD IS FR-RECORD.
003900 01  FR-RECORD.
004000     03  FR-CLIENT                 PIC X(3).
004100     03  FR-REASON                 PIC X(30).
004200     03  FR-REQUESTER              PIC X(20).
004300     03  FR-PLACED-BY              PIC X(8).
004400     03  FR-PLACED-DATE            PIC 9(8).
004500     03  FR-THAW-DATE              PIC 9(8).
004600     03  FR-LIFTED-BY              PIC X(8).
004700     03  FILLER                    PIC X(35).
004800 WORKING-STORAGE SECTION.
004900 01  FR-FILE-STATUS              PIC XX VALUE '00'.
005000 01  OPEN-STATE                  PIC 9 VALUE 0.
005100     88  REGISTRY-CLOSED            VALUE 0.
005200     88  REGISTRY-OPEN              VALUE 1.
005300     88  REGISTRY-NOT-DEFINED       VALUE 2.
005400     88  REGISTRY-UNAVAILABLE       VALUE 9.
005500 01  CHECK-DATE                  PIC 9(8).
005600 LINKAGE SECTION.
005700 01  FRZ-PARMS.
005800     05  FRZ-FUNCTION            PIC X.
005900     05  FRZ-RC                  PIC S9(4) COMP-5.
006000     05  FRZ-CLIENT              PIC X(3).
006100     05  FRZ-ASOF-DATE           PIC 9(8).
006200     05  FRZ-REASON              PIC X(30).
006300     05  FRZ-REQUESTER           PIC X(20).
006400     05  FRZ-PLACED-DATE         PIC 9(8).
006500     05  FRZ-THAW-DATE           PIC 9(8).
006600 PROCEDURE DIVISION USING FRZ-PARMS.
006700 0000-MAINLINE.
006800     PERFORM 1000-CHECK-FREEZE THRU 1090-EXIT.
006900     GOBACK.
007000******************************************************************
007100***  LOOKS THE CLIENT UP AND SAYS WHETHER A FREEZE IS IN FORCE ***
007200***  ON IT AT THE CALLER'S DATE                                ***
007300******************************************************************
007400 1000-CHECK-FREEZE.
007500     MOVE SPACES TO FRZ-REASON, FRZ-REQUESTER.
007600     MOVE 0 TO FRZ-PLACED-DATE, FRZ-THAW-DATE.
007700     IF REGISTRY-CLOSED
007800       OPEN INPUT FR-FILE
007900       IF FR-FILE-STATUS = '00'
008000         MOVE 1 TO OPEN-STATE
008100       ELSE
008200       IF FR-FILE-STATUS = '35'
008300         DISPLAY 'FRZSRV FRZREG NOT DEFINED - NO CLIENT FROZEN'
008400         MOVE 2 TO OPEN-STATE
008500       ELSE
008600         DISPLAY 'FRZSRV FRZREG UNAVAILABLE, ST='
008700                 FR-FILE-STATUS
008800         MOVE 9 TO OPEN-STATE.
008900     IF REGISTRY-NOT-DEFINED
009000       MOVE 0 TO FRZ-RC
009100       GO TO 1090-EXIT.
009200     IF REGISTRY-UNAVAILABLE
009300       MOVE 8 TO FRZ-RC
009400       GO TO 1090-EXIT.
009500     IF FRZ-ASOF-DATE = 0
009600       ACCEPT CHECK-DATE FROM DATE YYYYMMDD
009700     ELSE
009800       MOVE FRZ-ASOF-DATE TO CHECK-DATE.
009900     MOVE FRZ-CLIENT TO FR-CLIENT.
010000     READ FR-FILE INVALID KEY
010100       CONTINUE
010200     END-READ.
010300     IF FR-FILE-STATUS = '23'
010400       MOVE 0 TO FRZ-RC
010500       GO TO 1090-EXIT.
010600     IF FR-FILE-STATUS NOT = '00'
010700       DISPLAY 'FRZSRV FRZREG READ FAILED, ST='
010800               FR-FILE-STATUS ' ' FRZ-CLIENT
010900       MOVE 8 TO FRZ-RC
011000       GO TO 1090-EXIT.
011100*    A FREEZE WHOSE THAW DATE HAS COME NO LONGER STOPS POSTING
011200     IF FR-THAW-DATE NOT = 0 AND
011300        FR-THAW-DATE NOT > CHECK-DATE
011400       MOVE 0 TO FRZ-RC
011500       GO TO 1090-EXIT.
011600     MOVE FR-REASON       TO FRZ-REASON.
011700     MOVE FR-REQUESTER    TO FRZ-REQUESTER.
011800     MOVE FR-PLACED-DATE  TO FRZ-PLACED-DATE.
011900     MOVE FR-THAW-DATE    TO FRZ-THAW-DATE.
012000     MOVE 4 TO FRZ-RC.
012100 1090-EXIT.
012200     EXIT.
