000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HOLDSRV.
000300******************************************************************
000400***  HOLDSRV - CALLABLE LEGAL-HOLD SERVICE.  THE HOLD REGISTRY ***
000500***  (HOLDREG), A KSDS KEYED BY HOLD TYPE AND IDENTIFIER,      ***
000600***  CARRIES EVERY HOLD LEGAL HAS PLACED:                      ***
000700***    C - A CUSTOMER, BY VS-CUSTIDENT                         ***
000800***    F - A FARS CLIENT, BY CLIENT CODE                       ***
000900***    D - A DATASET OR GDG BASE, BY NAME                      ***
001000***  WITH THE MATTER REFERENCE, WHO PLACED IT AND WHEN, AND    ***
001100***  THE RELEASE DATE.  A HOLD IS IN FORCE UNTIL ITS RELEASE   ***
001200***  DATE IS REACHED; A ZERO RELEASE DATE HOLDS INDEFINITELY.  ***
001300***  BDMS0264 MAINTAINS THE REGISTRY AND REPORTS ON IT.  EVERY ***
001400***  PURGE, ERASURE AND RETENTION PROCESS ASKS THIS SERVICE    ***
001500***  BEFORE IT DESTROYS ANYTHING.                              ***
001600***                                                            ***
001700***  OPENED ON THE FIRST CALL, THE REFLOOKUP WAY.  FUNCTIONS:  ***
001800***    C - CHECK.  HLD-RC 0 NOT HELD; 4 HELD, HLD-MATTER,      ***
001900***        HLD-PLACED-BY AND HLD-RELEASE-DATE FILLED AND THE   ***
002000***        BLOCKED ACTION (HLD-PROGRAM, HLD-ACTION) WRITTEN TO ***
002100***        THE BLOCKED-ACTION LOG (HOLDLOG)                    ***
002200***    Q - QUERY.  AS CHECK, BUT NOTHING IS LOGGED - FOR A     ***
002300***        PREVIEW THAT WILL NOT ACT EITHER WAY                ***
002400***    HLD-RC 8 - REGISTRY UNAVAILABLE OR I/O FAILURE.  NO     ***
002500***               CALLER MAY TREAT THIS AS NOT HELD            ***
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HR-FILE         ASSIGN TO HOLDREG
003100        ORGANIZATION INDEXED
003200        ACCESS MODE IS DYNAMIC
003300        RECORD KEY IS HR-KEY
003400        FILE STATUS IS HR-FILE-STATUS.
003500     SELECT HOLD-LOG-FILE   ASSIGN TO HOLDLOG
003600        ORGANIZATION LINE SEQUENTIAL
003700        FILE STATUS IS HL-FILE-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*    THE HOLD REGISTRY - ONE RECORD PER HELD ITEM
004100 FD  HR-FILE
004200     LABEL RECORDS ARE STANDARD
004300     DATA RECORD IS HR-RECORD.
004400 01  HR-RECORD.
004500     03  HR-KEY.
004600         05  HR-TYPE               PIC X.
004700         05  HR-ID                 PIC X(44).
004800     03  HR-MATTER                 PIC X(16).
004900     03  HR-PLACED-BY              PIC X(8).
005000     03  HR-PLACED-DATE            PIC 9(8).
005100     03  HR-RELEASE-DATE           PIC 9(8).
005200     03  HR-RELEASED-BY            PIC X(8).
005300     03  FILLER                    PIC X(35).
005400*    ONE ACTION A HOLD BLOCKED
005500 FD  HOLD-LOG-FILE
005600     LABEL RECORDS ARE STANDARD
005700     DATA RECORD IS HOLD-LOG-RECORD.
005800 01  HOLD-LOG-RECORD.
005900     03  HL-STAMP-DATE             PIC 9(8).
006000     03  HL-STAMP-TIME             PIC 9(8).
006100     03  HL-PROGRAM                PIC X(8).
006200     03  HL-ACTION                 PIC X(12).
006300     03  HL-TYPE                   PIC X.
006400     03  HL-ID                     PIC X(44).
006500     03  HL-MATTER                 PIC X(16).
006600     03  HL-PLACED-BY              PIC X(8).
006700     03  FILLER                    PIC X(23).
006800 WORKING-STORAGE SECTION.
006900 01  HR-FILE-STATUS              PIC XX VALUE '00'.
007000 01  HL-FILE-STATUS              PIC XX VALUE '00'.
007100 01  OPEN-STATE                  PIC 9 VALUE 0.
007200     88  REGISTRY-CLOSED            VALUE 0.
007300     88  REGISTRY-OPEN              VALUE 1.
007400     88  REGISTRY-UNAVAILABLE       VALUE 9.
007500 01  TODAY-DATE                  PIC 9(8).
007600 01  TODAY-TIME                  PIC 9(8).
007700 LINKAGE SECTION.
007800 01  HLD-PARMS.
007900     05  HLD-FUNCTION            PIC X.
008000     05  HLD-RC                  PIC S9(4) COMP-5.
008100     05  HLD-PROGRAM             PIC X(8).
008200     05  HLD-ACTION              PIC X(12).
008300     05  HLD-TYPE                PIC X.
008400     05  HLD-ID                  PIC X(44).
008500     05  HLD-MATTER              PIC X(16).
008600     05  HLD-PLACED-BY           PIC X(8).
008700     05  HLD-RELEASE-DATE        PIC 9(8).
008800 PROCEDURE DIVISION USING HLD-PARMS.
008900 0000-MAINLINE.
009000     PERFORM 1000-CHECK-HOLD THRU 1090-EXIT.
009100     GOBACK.
009200******************************************************************
009300***  LOOKS THE ITEM UP AND, IF A HOLD IS IN FORCE ON IT AND    ***
009400***  THE CALLER IS ACTING, LOGS THE ACTION IT BLOCKED          ***
009500******************************************************************
009600 1000-CHECK-HOLD.
009700     MOVE SPACES TO HLD-MATTER, HLD-PLACED-BY.
009800     MOVE 0 TO HLD-RELEASE-DATE.
009900     IF REGISTRY-CLOSED
010000       OPEN INPUT HR-FILE
010100       IF HR-FILE-STATUS = '00'
010200         MOVE 1 TO OPEN-STATE
010300       ELSE
010400         DISPLAY 'HOLDSRV HOLDREG UNAVAILABLE, ST='
010500                 HR-FILE-STATUS
010600         MOVE 9 TO OPEN-STATE.
010700     IF REGISTRY-UNAVAILABLE
010800       MOVE 8 TO HLD-RC
010900       GO TO 1090-EXIT.
011000     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
011100     ACCEPT TODAY-TIME FROM TIME.
011200     MOVE HLD-TYPE TO HR-TYPE.
011300     MOVE HLD-ID   TO HR-ID.
011400     READ HR-FILE INVALID KEY
011500       CONTINUE
011600     END-READ.
011700     IF HR-FILE-STATUS = '23'
011800       MOVE 0 TO HLD-RC
011900       GO TO 1090-EXIT.
012000     IF HR-FILE-STATUS NOT = '00'
012100       DISPLAY 'HOLDSRV HOLDREG READ FAILED, ST='
012200               HR-FILE-STATUS ' ' HLD-TYPE ' ' HLD-ID
012300       MOVE 8 TO HLD-RC
012400       GO TO 1090-EXIT.
012500*    A HOLD WHOSE RELEASE DATE HAS COME NO LONGER BLOCKS
012600     IF HR-RELEASE-DATE NOT = 0 AND
012700        HR-RELEASE-DATE NOT > TODAY-DATE
012800       MOVE 0 TO HLD-RC
012900       GO TO 1090-EXIT.
013000     MOVE HR-MATTER       TO HLD-MATTER.
013100     MOVE HR-PLACED-BY    TO HLD-PLACED-BY.
013200     MOVE HR-RELEASE-DATE TO HLD-RELEASE-DATE.
013300     MOVE 4 TO HLD-RC.
013400     IF HLD-FUNCTION = 'C'
013500       PERFORM 2000-LOG-BLOCKED THRU 2090-EXIT.
013600 1090-EXIT.
013700     EXIT.
013800******************************************************************
013900***  APPENDS THE BLOCKED ACTION TO THE LOG.  THE LOG IS OPENED ***
014000***  AND CLOSED AROUND EACH ENTRY SO AN ABEND LATER IN THE     ***
014100***  CALLER CANNOT LOSE IT                                     ***
014200******************************************************************
014300 2000-LOG-BLOCKED.
014400     OPEN EXTEND HOLD-LOG-FILE.
014500     IF HL-FILE-STATUS = '35'
014600       OPEN OUTPUT HOLD-LOG-FILE.
014700     IF HL-FILE-STATUS NOT = '00'
014800       DISPLAY 'HOLDSRV HOLDLOG UNAVAILABLE, ST='
014900               HL-FILE-STATUS ' - BLOCKED ' HLD-ACTION ' '
015000               HLD-TYPE ' ' HLD-ID ' NOT LOGGED'
015100       GO TO 2090-EXIT.
015200     MOVE SPACES          TO HOLD-LOG-RECORD.
015300     MOVE TODAY-DATE      TO HL-STAMP-DATE.
015400     MOVE TODAY-TIME      TO HL-STAMP-TIME.
015500     MOVE HLD-PROGRAM     TO HL-PROGRAM.
015600     MOVE HLD-ACTION      TO HL-ACTION.
015700     MOVE HLD-TYPE        TO HL-TYPE.
015800     MOVE HLD-ID          TO HL-ID.
015900     MOVE HR-MATTER       TO HL-MATTER.
016000     MOVE HR-PLACED-BY    TO HL-PLACED-BY.
016100     WRITE HOLD-LOG-RECORD.
016200     CLOSE HOLD-LOG-FILE.
016300 2090-EXIT.
016400     EXIT.
