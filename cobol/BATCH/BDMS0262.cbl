000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0262.
000300******************************************************************
000400***  BDMS0262 - ONLINE SUSPENSE CORRECTION EXTRACT.  THE       ***
000500***  BATCH SIDE OF THE SCOR CICS TRANSACTION (SUSPCOR), WHICH  ***
000600***  LETS CLIENT SERVICES BROWSE THE BDMS0206 SUSPENSE FILE    ***
000700***  AND CORRECT OR ASK TO WRITE OFF AN ENTRY WITHOUT KEYING   ***
000800***  A CARD.  THE FUNCTION ENVIRONMENT VALUE SELECTS THE PASS: ***
000900***    EXTRACT - (DEFAULT) EVERY ENTRY STILL STAGED IN THE     ***
001000***              SUSPSTG KSDS AT THE RUN'S START STAMP GOES    ***
001100***              OUT AS A CARD AND IS MARKED X WITH TODAY'S    ***
001200***              DATE:                                         ***
001300***                A CORRECTION AS A BDMS0206 'C' CARD ON      ***
001400***                CORROUT (THE REPAIRED TRANSACTION, THE      ***
001500***                CORRECTING OPERATOR IN 136-143 AND THE      ***
001600***                REJECT DATE IN 144-149), FOR THAT NIGHT'S   ***
001700***                BDMS0206 CORRECT PASS - THE ENTRY THEN      ***
001800***                RELEASES INTO THE NEXT CYCLE;               ***
001900***                A WRITE-OFF AS A BDMS0206 'W' CARD ON       ***
002000***                WOFFOUT (THE REJECT DATE IN 115-120 AND     ***
002100***                THE REQUESTING OPERATOR IN 121-128), TO BE  ***
002200***                STAGED INTO BDMS0207 AS A DECKTYPE W DECK,  ***
002300***                SO A WRITE-OFF STILL NEEDS A SECOND         ***
002400***                APPROVER - AND NOT THE ONE WHO ASKED.       ***
002500***              ENTRIES TAKEN BY AN EARLIER NIGHT'S EXTRACT   ***
002600***              ARE DROPPED.  THE CARDS ARE WRITTEN BEFORE    ***
002700***              ANY ENTRY IS MARKED, SO A RUN THAT STOPS      ***
002800***              SHORT LEAVES EVERY ENTRY STAGED FOR A RERUN.  ***
002900***              NOTHING STAGED LEAVES EMPTY DECKS AND RC 4.   ***
003000***    REFRESH - RELOADS THE SUSPVSAM KSDS THE TRANSACTION     ***
003100***              BROWSES FROM THE CURRENT SUSPENSE GENERATION  ***
003200***              (SUSPIN); RUN AFTER THE NIGHT'S LAST BDMS0206 ***
003300***              PASS.  A DUPLICATE SUSPENSE KEY KEEPS THE     ***
003400***              FIRST ENTRY AND LEAVES RC 4.                  ***
003500***  AN UNREADABLE OR UNWRITABLE KSDS REFUSES THE RUN (RC 16). ***
003510***  RUN PARAMETERS ARE RESOLVED THROUGH PARMSRV, WHERE AN     ***
003520***  ENVIRONMENT VALUE OF THE SAME NAME STILL OVERRIDES.       ***
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000*    THE SAME KSDS THE SCOR TRANSACTION WRITES: THE SUSPENSE
004100*    KEY (CLIENT, SEQUENCE NUMBER, REJECT DATE) AHEAD OF THE
004200*    STAGED ACTION
004300     SELECT STAGE-FILE      ASSIGN TO UT-S-SUSPSTG
004400        ORGANIZATION INDEXED
004500        ACCESS MODE IS SEQUENTIAL
004600        RECORD KEY IS SS-KEY
004700        FILE STATUS IS STG-STATUS.
004800     SELECT CORR-OUT-FILE   ASSIGN TO UT-S-CORROUT
004900        ORGANIZATION LINE SEQUENTIAL.
005000     SELECT WOFF-OUT-FILE   ASSIGN TO UT-S-WOFFOUT
005100        ORGANIZATION LINE SEQUENTIAL.
005200     SELECT OPTIONAL SUSP-IN-FILE ASSIGN TO UT-S-SUSPIN
005300        ORGANIZATION LINE SEQUENTIAL.
005400*    THE KEYED COPY OF THE SUSPENSE FILE THE TRANSACTION READS
005500     SELECT SUSP-KEY-FILE   ASSIGN TO UT-S-SUSPVSAM
005600        ORGANIZATION INDEXED
005700        ACCESS MODE IS RANDOM
005800        RECORD KEY IS SK-KEY
005900        FILE STATUS IS SK-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  STAGE-FILE
006300     LABEL RECORDS ARE STANDARD
006400     BLOCK CONTAINS 0 RECORDS
006500     DATA RECORD IS STG-RECORD.
006600 01  STG-RECORD.
006700     03  SS-KEY.
006800         05  SS-CLIENT                        PIC X(3).
006900         05  SS-SEQ-NUMBER                    PIC X(3).
007000         05  SS-REJECT-DATE                   PIC X(6).
007100     03  SS-ACTION                            PIC X.
007200         88  SS-CORRECTION                       VALUE 'C'.
007300         88  SS-WRITE-OFF                        VALUE 'W'.
007400     03  SS-STATUS                            PIC X.
007500         88  SS-STAGED                           VALUE 'S'.
007600         88  SS-EXTRACTED                        VALUE 'X'.
007700     03  SS-OPERATOR                          PIC X(8).
007800     03  SS-STAGE-STAMP.
007900         05  SS-STAGE-DATE                    PIC 9(8).
008000         05  SS-STAGE-TIME                    PIC 9(6).
008100     03  SS-EXTRACT-DATE                      PIC 9(8).
008200     03  SS-TRANS                             PIC X(128).
008300     03  FILLER                               PIC X(28).
008400 FD  CORR-OUT-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD
008700     BLOCK CONTAINS 0 RECORDS
008800     DATA RECORD IS CORR-CARD.
008900*    THE BDMS0206 SUSPADD CARD LAYOUT
009000 01  CORR-CARD.
009100     03  CC-ACTION                            PIC X.
009200     03  CC-CLIENT                            PIC X(3).
009300     03  CC-SEQ-NUMBER                        PIC X(3).
009400     03  CC-TRANS                             PIC X(128).
009500     03  CC-CORR-USER                         PIC X(8).
009600     03  CC-REJECT-DATE                       PIC X(6).
009700 FD  WOFF-OUT-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD
010000     BLOCK CONTAINS 0 RECORDS
010100     DATA RECORD IS WOFF-CARD.
010200*    A BDMS0206 'W' CARD CUT TO THE 128 BYTES A BDMS0207 DECK
010300*    CARRIES
010400 01  WOFF-CARD.
010500     03  WC-ACTION                            PIC X.
010600     03  WC-CLIENT                            PIC X(3).
010700     03  WC-SEQ-NUMBER                        PIC X(3).
010800     03  FILLER                               PIC X(107).
010900     03  WC-REJECT-DATE                       PIC X(6).
011000     03  WC-REQUESTER                         PIC X(8).
011100 FD  SUSP-IN-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD
011400     BLOCK CONTAINS 0 RECORDS
011500     DATA RECORD IS SUSP-IN-RECORD.
011600 01  SUSP-IN-RECORD                           PIC X(157).
011700 FD  SUSP-KEY-FILE
011800     LABEL RECORDS ARE STANDARD
011900     BLOCK CONTAINS 0 RECORDS
012000     DATA RECORD IS SUSP-KEY-RECORD.
012100*    THE BDMS0206 SUSPENSE ENTRY, KEYED ON ITS FIRST 12 BYTES
012200 01  SUSP-KEY-RECORD.
012300     03  SK-KEY                               PIC X(12).
012400     03  FILLER                               PIC X(145).
012500
012600 WORKING-STORAGE SECTION.
012700 01  RUN-FUNCTION                  PIC X(8)  VALUE SPACES.
012800     88  FUNC-EXTRACT                 VALUE 'EXTRACT', SPACES.
012900     88  FUNC-REFRESH                 VALUE 'REFRESH'.
013000 01  STG-STATUS                    PIC XX.
013100 01  SK-STATUS                     PIC XX.
013200 01  STG-EOF-SW                    PIC 9     VALUE 0.
013300     88  MORE-STG-RECS                VALUE 0.
013400     88  STG-EOF                      VALUE 1.
013500 01  SUSP-EOF-SW                   PIC 9     VALUE 0.
013600     88  MORE-SUSP-RECS               VALUE 0.
013700     88  SUSP-EOF                     VALUE 1.
013800 01  REFUSED-SW                    PIC 9     VALUE 0.
013900     88  RUN-REFUSED                  VALUE 1.
014000 01  TODAY-DATE                    PIC 9(8).
014100 01  TODAY-TIME                    PIC 9(8).
014200 01  CUTOFF-STAMP.
014300     03  CO-DATE                   PIC 9(8).
014400     03  CO-TIME                   PIC 9(6).
014500
014600 01  STG-READ-CNT                  PIC 9(8) COMP-5 VALUE 0.
014700 01  STG-LATE-CNT                  PIC 9(8) COMP-5 VALUE 0.
014800 01  CORR-WRITTEN-CNT              PIC 9(8) COMP-5 VALUE 0.
014900 01  WOFF-WRITTEN-CNT              PIC 9(8) COMP-5 VALUE 0.
015000 01  MARKED-CNT                    PIC 9(8) COMP-5 VALUE 0.
015100 01  EXTRACTED-DROP-CNT            PIC 9(8) COMP-5 VALUE 0.
015200 01  SUSP-READ-CNT                 PIC 9(8) COMP-5 VALUE 0.
015300 01  SUSP-LOADED-CNT               PIC 9(8) COMP-5 VALUE 0.
015400 01  SUSP-DUP-CNT                  PIC 9(8) COMP-5 VALUE 0.
015410*    PARMSRV HANDSHAKE - THE RUNTIME PARAMETER STORE
015420 01  PRM-PARMS.
015430     05  PRM-FUNCTION              PIC X    VALUE 'G'.
015440     05  PRM-RC                    PIC S9(4) COMP-5 VALUE 0.
015450     05  PRM-JOB                   PIC X(8) VALUE 'BDMS0262'.
015460     05  PRM-STEP                  PIC X(8) VALUE SPACES.
015470     05  PRM-NAME                  PIC X(30).
015480     05  PRM-VALUE                 PIC X(100).
015490     05  PRM-SOURCE                PIC X.
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
015900     IF NOT RUN-REFUSED
016000       IF FUNC-REFRESH
016100         PERFORM 6000-REFRESH THRU 6090-EXIT
016200       ELSE
016300         PERFORM 2000-WRITE-CARDS THRU 2090-EXIT
016400         IF NOT RUN-REFUSED
016500           PERFORM 5000-MARK-STAGED THRU 5090-EXIT.
016600     PERFORM 9000-EOJ.
016610     MOVE 'C' TO PRM-FUNCTION.
016620     CALL 'PARMSRV' USING PRM-PARMS.
016700     EXIT PROGRAM.
016800     STOP RUN.
016810******************************************************************
016820***  ONE RUN PARAMETER FROM THE PARAMETER STORE; AN UNSET      ***
016830***  VALUE COMES BACK AS SPACES AND THE OLD DEFAULT STANDS     ***
016840******************************************************************
016850 0900-GET-PARM.
016860     MOVE 'G' TO PRM-FUNCTION.
016870     CALL 'PARMSRV' USING PRM-PARMS.
016900******************************************************************
017000***  RESOLVES THE FUNCTION AND FIXES THE CUTOFF STAMP -        ***
017100***  ANYTHING KEYED AFTER THIS MOMENT BELONGS TO THE NEXT      ***
017200***  NIGHT                                                     ***
017300******************************************************************
017400 1000-INITIALIZE.
017500     DISPLAY 'BDMS0262 BEGIN PROCESSING'.
017600     MOVE 'FUNCTION' TO PRM-NAME.
017700     PERFORM 0900-GET-PARM.
017710     MOVE PRM-VALUE TO RUN-FUNCTION.
017800     IF NOT FUNC-EXTRACT AND NOT FUNC-REFRESH
017900       DISPLAY 'BDMS0262 FUNCTION MUST BE EXTRACT OR REFRESH'
018000               ' - RUN REFUSED'
018100       MOVE 16 TO RETURN-CODE
018200       MOVE 1 TO REFUSED-SW
018300       GO TO 1090-EXIT.
018400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
018500     ACCEPT TODAY-TIME FROM TIME.
018600     MOVE TODAY-DATE      TO CO-DATE.
018700     MOVE TODAY-TIME (1:6) TO CO-TIME.
018800     IF FUNC-EXTRACT
018900       DISPLAY 'BDMS0262 CUTOFF STAMP......' CUTOFF-STAMP
019000     ELSE
019100       DISPLAY 'BDMS0262 FUNCTION.........REFRESH'.
019200 1090-EXIT.
019300     EXIT.
019400******************************************************************
019500***  PASS 1 (READ ONLY): WRITES A CARD FOR EVERY ENTRY STILL   ***
019600***  STAGED AT THE CUTOFF.  THE KSDS IS IN SUSPENSE KEY ORDER, ***
019700***  THE ORDER BDMS0206 READS ITS SUSPENSE FILE IN.            ***
019800******************************************************************
019900 2000-WRITE-CARDS.
020000     OPEN INPUT STAGE-FILE.
020100     IF STG-STATUS NOT = '00'
020200       DISPLAY 'BDMS0262 SUSPSTG OPEN FAILED, STATUS '
020300               STG-STATUS ' - RUN REFUSED'
020400       MOVE 16 TO RETURN-CODE
020500       MOVE 1 TO REFUSED-SW
020600       GO TO 2090-EXIT.
020700     OPEN OUTPUT CORR-OUT-FILE, WOFF-OUT-FILE.
020800     DISPLAY 'ACTION  CLIENT  SEQ  REJECTED  OPERATOR  STAGED'.
020900     PERFORM 2100-CARD-ONE UNTIL STG-EOF.
021000     CLOSE STAGE-FILE, CORR-OUT-FILE, WOFF-OUT-FILE.
021100 2090-EXIT.
021200     EXIT.
021300 2100-CARD-ONE.
021400     PERFORM 2900-STG-READ.
021500     IF MORE-STG-RECS AND SS-STAGED
021600       IF SS-STAGE-STAMP > CUTOFF-STAMP
021700         ADD 1 TO STG-LATE-CNT
021800       ELSE
021900       IF SS-CORRECTION
022000         PERFORM 2200-CORRECTION-CARD
022100       ELSE
022200       IF SS-WRITE-OFF
022300         PERFORM 2300-WRITE-OFF-CARD.
022400 2200-CORRECTION-CARD.
022500     MOVE SPACES         TO CORR-CARD.
022600     MOVE 'C'            TO CC-ACTION.
022700     MOVE SS-CLIENT      TO CC-CLIENT.
022800     MOVE SS-SEQ-NUMBER  TO CC-SEQ-NUMBER.
022900     MOVE SS-TRANS       TO CC-TRANS.
023000     MOVE SS-OPERATOR    TO CC-CORR-USER.
023100     MOVE SS-REJECT-DATE TO CC-REJECT-DATE.
023200     WRITE CORR-CARD.
023300     ADD 1 TO CORR-WRITTEN-CNT.
023400     DISPLAY '  C     ' SS-CLIENT '     ' SS-SEQ-NUMBER
023500             '  ' SS-REJECT-DATE '    ' SS-OPERATOR
023600             '  ' SS-STAGE-STAMP.
023700 2300-WRITE-OFF-CARD.
023800     MOVE SPACES         TO WOFF-CARD.
023900     MOVE 'W'            TO WC-ACTION.
024000     MOVE SS-CLIENT      TO WC-CLIENT.
024100     MOVE SS-SEQ-NUMBER  TO WC-SEQ-NUMBER.
024200     MOVE SS-REJECT-DATE TO WC-REJECT-DATE.
024300     MOVE SS-OPERATOR    TO WC-REQUESTER.
024400     WRITE WOFF-CARD.
024500     ADD 1 TO WOFF-WRITTEN-CNT.
024600     DISPLAY '  W     ' SS-CLIENT '     ' SS-SEQ-NUMBER
024700             '  ' SS-REJECT-DATE '    ' SS-OPERATOR
024800             '  ' SS-STAGE-STAMP.
024900******************************************************************
025000***  PASS 2 (UPDATE): ENTRIES NOW ON A CARD ARE MARKED X AND   ***
025100***  PAST THE CUTOFF; EARLIER NIGHTS' EXTRACTED ENTRIES ARE    ***
025200***  DROPPED FROM THE STAGING FILE                             ***
025300******************************************************************
025400 5000-MARK-STAGED.
025500     MOVE 0 TO STG-EOF-SW.
025600     OPEN I-O STAGE-FILE.
025700     IF STG-STATUS NOT = '00'
025800       DISPLAY 'BDMS0262 SUSPSTG REOPEN FAILED, STATUS '
025900               STG-STATUS ' - CARDS WRITTEN, ENTRIES NOT MARKED'
026000       MOVE 16 TO RETURN-CODE
026100       GO TO 5090-EXIT.
026200     PERFORM 5100-MARK-ONE UNTIL STG-EOF.
026300     CLOSE STAGE-FILE.
026400 5090-EXIT.
026500     EXIT.
026600 5100-MARK-ONE.
026700     PERFORM 2900-STG-READ.
026800     IF MORE-STG-RECS
026900       IF SS-STAGED AND SS-STAGE-STAMP NOT > CUTOFF-STAMP
027000         MOVE 'X'        TO SS-STATUS
027100         MOVE TODAY-DATE TO SS-EXTRACT-DATE
027200         REWRITE STG-RECORD
027300         ADD 1 TO MARKED-CNT
027400       ELSE
027500       IF SS-EXTRACTED AND SS-EXTRACT-DATE < TODAY-DATE
027600         DELETE STAGE-FILE RECORD
027700         ADD 1 TO EXTRACTED-DROP-CNT.
027800******************************************************************
027900***  REFRESH: RELOADS THE KEYED SUSPENSE COPY.  ENTRIES ARE    ***
028000***  WRITTEN BY KEY, SO A LOAD-PASS ENTRY APPENDED OUT OF KEY  ***
028100***  ORDER STILL LANDS IN ITS PLACE.                           ***
028200******************************************************************
028300 6000-REFRESH.
028400     OPEN OUTPUT SUSP-KEY-FILE.
028500     IF SK-STATUS NOT = '00'
028600       DISPLAY 'BDMS0262 SUSPVSAM OPEN FAILED, STATUS '
028700               SK-STATUS ' - RUN REFUSED'
028800       MOVE 16 TO RETURN-CODE
028900       MOVE 1 TO REFUSED-SW
029000       GO TO 6090-EXIT.
029100     OPEN INPUT SUSP-IN-FILE.
029200     PERFORM 6100-LOAD-ONE UNTIL SUSP-EOF.
029300     CLOSE SUSP-IN-FILE, SUSP-KEY-FILE.
029400 6090-EXIT.
029500     EXIT.
029600 6100-LOAD-ONE.
029700     READ SUSP-IN-FILE, AT END
029800       MOVE 1 TO SUSP-EOF-SW.
029900     IF MORE-SUSP-RECS
030000       ADD 1 TO SUSP-READ-CNT
030100       MOVE SUSP-IN-RECORD TO SUSP-KEY-RECORD
030200       WRITE SUSP-KEY-RECORD
030300       IF SK-STATUS = '00'
030400         ADD 1 TO SUSP-LOADED-CNT
030500       ELSE
030600       IF SK-STATUS = '22'
030700         ADD 1 TO SUSP-DUP-CNT
030800         DISPLAY 'BDMS0262 DUPLICATE SUSPENSE KEY ' SK-KEY
030900                 ' - FIRST ENTRY KEPT'
031000         MOVE 4 TO RETURN-CODE
031100       ELSE
031200         DISPLAY 'BDMS0262 SUSPVSAM WRITE FAILED, STATUS '
031300                 SK-STATUS ' - RUN REFUSED'
031400         MOVE 16 TO RETURN-CODE
031500         MOVE 1 TO REFUSED-SW
031600         MOVE 1 TO SUSP-EOF-SW.
031700******************************************************************
031800***  READS THE NEXT STAGING RECORD IN KEY ORDER                ***
031900******************************************************************
032000 2900-STG-READ.
032100     READ STAGE-FILE NEXT RECORD, AT END
032200       MOVE 1 TO STG-EOF-SW.
032300     IF MORE-STG-RECS
032400       ADD 1 TO STG-READ-CNT.
032500******************************************************************
032600***  DISPLAYS THE RUN TOTALS; AN EMPTY NIGHT LEAVES RC 4       ***
032700******************************************************************
032800 9000-EOJ.
032900     IF FUNC-REFRESH
033000       DISPLAY 'BDMS0262 SUSPENSE ENTRIES READ....' SUSP-READ-CNT
033100       DISPLAY 'BDMS0262 ENTRIES LOADED...........'
033200               SUSP-LOADED-CNT
033300       DISPLAY 'BDMS0262 DUPLICATE KEYS SKIPPED...' SUSP-DUP-CNT
033400     ELSE
033500       DISPLAY 'BDMS0262 STAGING RECORDS READ.....' STG-READ-CNT
033600       DISPLAY 'BDMS0262 KEYED AFTER THE CUTOFF...' STG-LATE-CNT
033700       DISPLAY 'BDMS0262 CORRECTION CARDS.........'
033800               CORR-WRITTEN-CNT
033900       DISPLAY 'BDMS0262 WRITE-OFF CARDS..........'
034000               WOFF-WRITTEN-CNT
034100       DISPLAY 'BDMS0262 ENTRIES MARKED EXTRACTED.' MARKED-CNT
034200       DISPLAY 'BDMS0262 OLD EXTRACTED DROPPED....'
034300               EXTRACTED-DROP-CNT
034400       IF NOT RUN-REFUSED AND
034500          CORR-WRITTEN-CNT = 0 AND WOFF-WRITTEN-CNT = 0
034600         DISPLAY 'BDMS0262 NO STAGED ENTRIES - EMPTY DECKS'
034700         MOVE 4 TO RETURN-CODE.
034800     DISPLAY 'BDMS0262 END PROCESSING'.
