000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0244.
000300******************************************************************
000400***  BDMS0244 - ONLINE ENTRY STAGING EXTRACT.  TURNS THE       ***
000500***  TRANSACTIONS CLIENT SERVICES KEYED THROUGH THE FARSENT    ***
000600***  CICS ENTRY TRANSACTION (THE FARSSTG STAGING KSDS) INTO AN ***
000700***  INBOUND SCLTRANS-FORMAT DECK FOR THE NEXT NIGHT, WITH THE ***
000800***  SENDER CONTROL RECORD (COLS 1-9 THE RECORD COUNT) THAT    ***
000900***  BDMS0231 VERIFIES, SO AN ONLINE DECK TAKES EXACTLY THE    ***
001000***  SAME ACCEPTANCE / HOLD / UPDATE PATH AS A CLIENT'S DECK.  ***
001100***                                                            ***
001200***  THIS RUN IS THE CUTOFF: EVERY ENTRY STILL STAGED (STATUS  ***
001300***  S) AT OR BEFORE THE RUN'S START STAMP GOES INTO THE DECK  ***
001400***  IN CLIENT / SEQUENCE ORDER (TIES KEEP THE ORDER THEY WERE ***
001500***  KEYED IN) AND IS MARKED X WITH TODAY'S DATE, AFTER WHICH  ***
001600***  THE OPERATOR CAN NO LONGER WITHDRAW IT.  WITHDRAWN (W)    ***
001700***  ENTRIES, AND ENTRIES TAKEN BY AN EARLIER NIGHT'S EXTRACT, ***
001800***  ARE DROPPED FROM THE STAGING FILE.  AN ENTRY KEYED WHILE  ***
001900***  THIS STEP RUNS WAITS FOR THE NEXT NIGHT.                  ***
002000***                                                            ***
002100***  THE DECK IS WRITTEN BEFORE ANY ENTRY IS MARKED, SO A RUN  ***
002200***  THAT STOPS SHORT LEAVES EVERY ENTRY STAGED FOR A RERUN.   ***
002300***  NOTHING STAGED LEAVES AN EMPTY DECK AND RETURN CODE 4.    ***
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800*    THE SAME KSDS THE FARSENT TRANSACTION WRITES: OPERATOR ID
002900*    PLUS ENTRY NUMBER KEY AHEAD OF THE STAGED CARD
003000     SELECT STAGE-FILE      ASSIGN TO UT-S-FARSSTG
003100        ORGANIZATION INDEXED
003200        ACCESS MODE IS SEQUENTIAL
003300        RECORD KEY IS SG-KEY
003400        FILE STATUS IS STG-STATUS.
003500     SELECT DECK-OUT-FILE   ASSIGN TO UT-S-DECKOUT
003600        ORGANIZATION LINE SEQUENTIAL.
003700     SELECT SCTL-OUT-FILE   ASSIGN TO UT-S-SCTLOUT
003800        ORGANIZATION LINE SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  STAGE-FILE
004200     LABEL RECORDS ARE STANDARD
004300     BLOCK CONTAINS 0 RECORDS
004400     DATA RECORD IS STG-RECORD.
004500 01  STG-RECORD.
004600     03  SG-KEY.
004700         05  SG-OPERATOR                      PIC X(8).
004800         05  SG-ENTRY-NO                      PIC 9(6).
004900     03  SG-STATUS                            PIC X.
005000         88  SG-STAGED                           VALUE 'S'.
005100         88  SG-WITHDRAWN                        VALUE 'W'.
005200         88  SG-EXTRACTED                        VALUE 'X'.
005300     03  SG-STAGE-STAMP.
005400         05  SG-STAGE-DATE                    PIC 9(8).
005500         05  SG-STAGE-TIME                    PIC 9(6).
005600     03  SG-EXTRACT-DATE                      PIC 9(8).
005700     03  SG-TRANS.
005800         05  SG-T-REC-ID                      PIC X.
005900         05  SG-T-CLIENT                      PIC X(3).
006000         05  SG-T-TC                          PIC X(2).
006100         05  SG-T-DATE                        PIC X(6).
006200         05  SG-T-SEQ-NUMBER                  PIC X(3).
006300         05  SG-T-ORIGIN-USER                 PIC X(8).
006400         05  FILLER                           PIC X(105).
006500     03  FILLER                               PIC X(35).
006600 FD  DECK-OUT-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD
006900     BLOCK CONTAINS 0 RECORDS
007000     DATA RECORD IS DECK-RECORD.
007100 01  DECK-RECORD                              PIC X(128).
007200 FD  SCTL-OUT-FILE
007300     RECORDING MODE IS F
007400     LABEL RECORDS ARE STANDARD
007500     BLOCK CONTAINS 0 RECORDS
007600     DATA RECORD IS SCTL-RECORD.
007700 01  SCTL-RECORD.
007800     03  SC-COUNT                             PIC 9(9).
007900     03  FILLER                               PIC X(71).
008000
008100 WORKING-STORAGE SECTION.
008200 01  STG-STATUS                    PIC XX.
008300 01  STG-EOF-SW                    PIC 9     VALUE 0.
008400     88  MORE-STG-RECS                VALUE 0.
008500     88  STG-EOF                      VALUE 1.
008600 01  REFUSED-SW                    PIC 9     VALUE 0.
008700     88  RUN-REFUSED                  VALUE 1.
008800 01  TODAY-DATE                    PIC 9(8).
008900 01  TODAY-TIME                    PIC 9(8).
009000 01  CUTOFF-STAMP.
009100     03  CO-DATE                   PIC 9(8).
009200     03  CO-TIME                   PIC 9(6).
009300
009400******************************************************************
009500***  IN-CORE DECK TABLE.  THE NIGHT'S STAGED ENTRIES ARE       ***
009600***  LOADED AND SORTED BY CLIENT / SEQUENCE / STAGE STAMP      ***
009700******************************************************************
009800 01  TRAN-TBL-MAX                  PIC 9(5) COMP-5 VALUE 5000.
009900 01  TRAN-TBL-CNT                  PIC 9(5) COMP-5 VALUE 0.
010000 01  TRAN-TBL-I                    PIC 9(5) COMP-5 VALUE 0.
010100 01  TRAN-TBL-J                    PIC 9(5) COMP-5 VALUE 0.
010200 01  TRAN-TABLE.
010300     03  TRAN-ENTRY  OCCURS 5000 TIMES.
010400       05  TE-SORT-KEY.
010500         07  TE-CLIENT             PIC X(3).
010600         07  TE-SEQ-NUMBER         PIC X(3).
010700         07  TE-STAGE-STAMP        PIC X(14).
010800         07  TE-STG-KEY            PIC X(14).
010900       05  TE-RECORD               PIC X(128).
011000 01  SWAP-ENTRY.
011100     03  FILLER                    PIC X(162).
011200 01  LOW-ENTRY-IX                  PIC 9(5) COMP-5 VALUE 0.
011300
011400 01  STG-READ-CNT                  PIC 9(8) COMP-5 VALUE 0.
011500 01  STG-LATE-CNT                  PIC 9(8) COMP-5 VALUE 0.
011600 01  DECK-WRITTEN-CNT              PIC 9(8) COMP-5 VALUE 0.
011700 01  MARKED-CNT                    PIC 9(8) COMP-5 VALUE 0.
011800 01  WITHDRAWN-DROP-CNT            PIC 9(8) COMP-5 VALUE 0.
011900 01  EXTRACTED-DROP-CNT            PIC 9(8) COMP-5 VALUE 0.
012000
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012300     PERFORM 1000-INITIALIZE.
012400     PERFORM 2000-LOAD-STAGED THRU 2090-EXIT.
012500     IF NOT RUN-REFUSED
012600       PERFORM 3000-SORT-TABLE
012700       PERFORM 4000-WRITE-DECK
012800       PERFORM 5000-MARK-STAGED THRU 5090-EXIT.
012900     PERFORM 9000-EOJ.
013000     EXIT PROGRAM.
013100     STOP RUN.
013200******************************************************************
013300***  FIXES THE CUTOFF STAMP - ANYTHING KEYED AFTER THIS MOMENT ***
013400***  BELONGS TO THE NEXT NIGHT                                 ***
013500******************************************************************
013600 1000-INITIALIZE.
013700     DISPLAY 'BDMS0244 BEGIN PROCESSING'.
013800     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
013900     ACCEPT TODAY-TIME FROM TIME.
014000     MOVE TODAY-DATE      TO CO-DATE.
014100     MOVE TODAY-TIME (1:6) TO CO-TIME.
014200     DISPLAY 'BDMS0244 CUTOFF STAMP......' CUTOFF-STAMP.
014300******************************************************************
014400***  PASS 1 (READ ONLY): LOADS EVERY ENTRY STILL STAGED AT THE ***
014500***  CUTOFF INTO THE DECK TABLE                                ***
014600******************************************************************
014700 2000-LOAD-STAGED.
014800     OPEN INPUT STAGE-FILE.
014900     IF STG-STATUS NOT = '00'
015000       DISPLAY 'BDMS0244 FARSSTG OPEN FAILED, STATUS '
015100               STG-STATUS ' - RUN REFUSED'
015200       MOVE 16 TO RETURN-CODE
015300       MOVE 1 TO REFUSED-SW
015400       GO TO 2090-EXIT.
015500     PERFORM 2100-LOAD-ONE UNTIL STG-EOF.
015600     CLOSE STAGE-FILE.
015700 2090-EXIT.
015800     EXIT.
015900 2100-LOAD-ONE.
016000     PERFORM 2900-STG-READ.
016100     IF MORE-STG-RECS AND SG-STAGED
016200       IF SG-STAGE-STAMP > CUTOFF-STAMP
016300         ADD 1 TO STG-LATE-CNT
016400       ELSE
016500       IF TRAN-TBL-CNT NOT < TRAN-TBL-MAX
016600         DISPLAY 'BDMS0244 DECK TABLE FULL - RUN REFUSED,'
016700                 ' NO ENTRY MARKED'
016800         MOVE 16 TO RETURN-CODE
016900         MOVE 1 TO REFUSED-SW
017000         MOVE 1 TO STG-EOF-SW
017100       ELSE
017200         ADD 1 TO TRAN-TBL-CNT
017300         MOVE SG-T-CLIENT     TO TE-CLIENT (TRAN-TBL-CNT)
017400         MOVE SG-T-SEQ-NUMBER TO TE-SEQ-NUMBER (TRAN-TBL-CNT)
017500         MOVE SG-STAGE-STAMP  TO TE-STAGE-STAMP (TRAN-TBL-CNT)
017600         MOVE SG-KEY          TO TE-STG-KEY (TRAN-TBL-CNT)
017700         MOVE SG-TRANS        TO TE-RECORD (TRAN-TBL-CNT).
017800******************************************************************
017900***  SELECTION SORT OF THE TABLE ON CLIENT / SEQUENCE / STAGE  ***
018000***  STAMP, THE BDMS0204 METHOD.  A NIGHT'S KEYED ENTRIES ARE  ***
018100***  A HANDFUL OF CARDS, SO AN IN-CORE SORT IS SUFFICIENT      ***
018200******************************************************************
018300 3000-SORT-TABLE.
018400     MOVE 1 TO TRAN-TBL-I.
018500     PERFORM 3100-SORT-PASS
018600       UNTIL TRAN-TBL-I NOT < TRAN-TBL-CNT.
018700 3100-SORT-PASS.
018800     MOVE TRAN-TBL-I TO LOW-ENTRY-IX.
018900     COMPUTE TRAN-TBL-J = TRAN-TBL-I + 1.
019000     PERFORM 3200-FIND-LOW
019100       UNTIL TRAN-TBL-J > TRAN-TBL-CNT.
019200     IF LOW-ENTRY-IX NOT = TRAN-TBL-I
019300       MOVE TRAN-ENTRY (TRAN-TBL-I)    TO SWAP-ENTRY
019400       MOVE TRAN-ENTRY (LOW-ENTRY-IX)  TO TRAN-ENTRY (TRAN-TBL-I)
019500       MOVE SWAP-ENTRY TO TRAN-ENTRY (LOW-ENTRY-IX).
019600     ADD 1 TO TRAN-TBL-I.
019700 3200-FIND-LOW.
019800     IF TE-SORT-KEY (TRAN-TBL-J) < TE-SORT-KEY (LOW-ENTRY-IX)
019900       MOVE TRAN-TBL-J TO LOW-ENTRY-IX.
020000     ADD 1 TO TRAN-TBL-J.
020100******************************************************************
020200***  WRITES THE INBOUND DECK AND ITS SENDER CONTROL RECORD     ***
020300******************************************************************
020400 4000-WRITE-DECK.
020500     OPEN OUTPUT DECK-OUT-FILE, SCTL-OUT-FILE.
020600     DISPLAY 'CLIENT  SEQ  TC  REC  OPERATOR  ENTRY   STAGED'.
020700     MOVE 1 TO TRAN-TBL-I.
020800     PERFORM 4100-WRITE-ONE
020900       UNTIL TRAN-TBL-I > TRAN-TBL-CNT.
021000     MOVE SPACES TO SCTL-RECORD.
021100     MOVE DECK-WRITTEN-CNT TO SC-COUNT.
021200     WRITE SCTL-RECORD.
021300     CLOSE DECK-OUT-FILE, SCTL-OUT-FILE.
021400 4100-WRITE-ONE.
021500     MOVE TE-RECORD (TRAN-TBL-I) TO SG-TRANS.
021600     WRITE DECK-RECORD FROM SG-TRANS.
021700     ADD 1 TO DECK-WRITTEN-CNT.
021800     DISPLAY ' ' SG-T-CLIENT '    ' SG-T-SEQ-NUMBER
021900             '  ' SG-T-TC '  ' SG-T-REC-ID
022000             '    ' TE-STG-KEY (TRAN-TBL-I) (1:8)
022100             '  ' TE-STG-KEY (TRAN-TBL-I) (9:6)
022200             '  ' TE-STAGE-STAMP (TRAN-TBL-I).
022300     ADD 1 TO TRAN-TBL-I.
022400******************************************************************
022500***  PASS 2 (UPDATE): ENTRIES NOW IN THE DECK ARE MARKED X AND ***
022600***  PAST THE CUTOFF; WITHDRAWN ENTRIES AND EARLIER NIGHTS'    ***
022700***  EXTRACTED ENTRIES ARE DROPPED FROM THE STAGING FILE       ***
022800******************************************************************
022900 5000-MARK-STAGED.
023000     MOVE 0 TO STG-EOF-SW.
023100     OPEN I-O STAGE-FILE.
023200     IF STG-STATUS NOT = '00'
023300       DISPLAY 'BDMS0244 FARSSTG REOPEN FAILED, STATUS '
023400               STG-STATUS ' - DECK WRITTEN, ENTRIES NOT MARKED'
023500       MOVE 16 TO RETURN-CODE
023600       GO TO 5090-EXIT.
023700     PERFORM 5100-MARK-ONE UNTIL STG-EOF.
023800     CLOSE STAGE-FILE.
023900 5090-EXIT.
024000     EXIT.
024100 5100-MARK-ONE.
024200     PERFORM 2900-STG-READ.
024300     IF MORE-STG-RECS
024400       IF SG-STAGED AND SG-STAGE-STAMP NOT > CUTOFF-STAMP
024500         MOVE 'X'        TO SG-STATUS
024600         MOVE TODAY-DATE TO SG-EXTRACT-DATE
024700         REWRITE STG-RECORD
024800         ADD 1 TO MARKED-CNT
024900       ELSE
025000       IF SG-WITHDRAWN
025100         DELETE STAGE-FILE RECORD
025200         ADD 1 TO WITHDRAWN-DROP-CNT
025300       ELSE
025400       IF SG-EXTRACTED AND SG-EXTRACT-DATE < TODAY-DATE
025500         DELETE STAGE-FILE RECORD
025600         ADD 1 TO EXTRACTED-DROP-CNT.
025700******************************************************************
025800***  READS THE NEXT STAGING RECORD IN KEY ORDER                ***
025900******************************************************************
026000 2900-STG-READ.
026100     READ STAGE-FILE NEXT RECORD, AT END
026200       MOVE 1 TO STG-EOF-SW.
026300     IF MORE-STG-RECS
026400       ADD 1 TO STG-READ-CNT.
026500******************************************************************
026600***  DISPLAYS THE RUN TOTALS; AN EMPTY NIGHT LEAVES RC 4       ***
026700******************************************************************
026800 9000-EOJ.
026900     DISPLAY 'BDMS0244 STAGING RECORDS READ.....' STG-READ-CNT.
027000     DISPLAY 'BDMS0244 KEYED AFTER THE CUTOFF...' STG-LATE-CNT.
027100     DISPLAY 'BDMS0244 DECK RECORDS WRITTEN.....'
027200             DECK-WRITTEN-CNT.
027300     DISPLAY 'BDMS0244 ENTRIES MARKED EXTRACTED.' MARKED-CNT.
027400     DISPLAY 'BDMS0244 WITHDRAWN ENTRIES DROPPED'
027500             WITHDRAWN-DROP-CNT.
027600     DISPLAY 'BDMS0244 OLD EXTRACTED DROPPED....'
027700             EXTRACTED-DROP-CNT.
027800     IF NOT RUN-REFUSED AND DECK-WRITTEN-CNT = 0
027900       DISPLAY 'BDMS0244 NO STAGED ENTRIES - EMPTY DECK'
028000       MOVE 4 TO RETURN-CODE.
028100     DISPLAY 'BDMS0244 END PROCESSING'.
