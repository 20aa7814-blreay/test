000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0251.
000300******************************************************************
000400***  BDMS0251 - FDT-KEY TRANSACTION DECK SORT                  ***
000500***  RUN AHEAD OF THE BDMS0220 SEQUENCE AUDIT.  READS THE FDT  ***
000600***  KEY CARD (FB1, WITH ITS CONTINUATION CARDS) AND SORTS A   ***
000700***  TRANS-IN-FILE DECK INTO THE MATCH-KEY ORDER BDMS0201      ***
000800***  PROCESSES IT IN: EACH TRANSACTION'S KEY IS BUILT EXACTLY  ***
000900***  AS 510-KEY-BUILD BUILDS TRANS-KEY (PREDEFINED C/E/H/O/R/V ***
001000***  LAYOUTS OR THE GENERIC COMPONENT PATH) AND COMPARED IN    ***
001100***  THE SAME EBCDIC COLLATING SEQUENCE.                       ***
001200***                                                            ***
001300***  WITHIN ONE KEY THE ORIGINAL ARRIVAL ORDER IS KEPT, SO A   ***
001400***  CLIENT'S INTENDED SEQUENCE OF OPERATIONS ON A RECORD IS   ***
001500***  PRESERVED.  NOTHING IS DROPPED OR RENUMBERED - TRUE       ***
001600***  DUPLICATES STAY ADJACENT FOR BDMS0220 TO REPORT.          ***
001700***  TRANSACTIONS BDMS0201 BYPASSES (SYSTEM FLAGS SET) OR      ***
001800***  WHOSE KEY CANNOT BE BUILT ARE REJECTED THERE WHEREVER     ***
001900***  THEY STAND; THEY ARE CARRIED TO THE END OF THE DECK IN    ***
002000***  ARRIVAL ORDER.                                            ***
002100***                                                            ***
002200***  THE REPORT GIVES, PER CLIENT, THE TRANSACTIONS READ AND   ***
002300***  THE NUMBER THE SORT HAD TO MOVE - THOSE THAT ARRIVED      ***
002400***  BEHIND A HIGHER KEY OF THE SAME CLIENT.                   ***
002500***                                                            ***
002600***  FILES:  FDT    - FDT DECK (HEADER CARDS ARE SKIPPED)      ***
002700***          TRIN   - TRANSACTION DECK AS RECEIVED             ***
002800***          TROUT  - THE SORTED DECK                          ***
002900***  A DECK LARGER THAN THE TABLE, OR AN FDT DECK WITH NO      ***
003000***  USABLE KEY CARD, REFUSES THE RUN (RC 16, NO OUTPUT).      ***
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400    OBJECT-COMPUTER.
003500        PROGRAM COLLATING SEQUENCE IS SPECIAL-SEQUENCE.
003600    SPECIAL-NAMES.
003700        ALPHABET SPECIAL-SEQUENCE IS EBCDIC.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FDT-FILE        ASSIGN TO UT-S-FDT
004100        ORGANIZATION LINE SEQUENTIAL.
004200     SELECT TRANS-IN-FILE   ASSIGN TO UT-S-TRIN
004300        ORGANIZATION LINE SEQUENTIAL.
004400     SELECT TRANS-OUT-FILE  ASSIGN TO UT-S-TROUT
004500        ORGANIZATION LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  FDT-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD
005100     BLOCK CONTAINS 0 RECORDS
005200     DATA RECORD IS FDT-RECORD.
005300 01  FDT-RECORD                               PIC X(80).
005400 FD  TRANS-IN-FILE
005500     RECORDING MODE IS F
005600     LABEL RECORDS ARE STANDARD
005700     BLOCK CONTAINS 0 RECORDS
005800     DATA RECORD IS TRANS-RECORD.
005900 01  TRANS-RECORD.
006000     03  T-REC-ID                             PIC X.
006100     03  T-CLIENT                             PIC X(3).
006200     03  T-TC                                 PIC X(2).
006300     03  T-DATE                               PIC X(6).
006400     03  T-SEQ-NUMBER                         PIC X(3).
006500     03  FILLER                               PIC X(97).
006600     03  T-SYSTEM-FLAGS                       PIC X(16).
006700     03  FILLER                               PIC X(384).
006800 FD  TRANS-OUT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD
007100     BLOCK CONTAINS 0 RECORDS
007200     DATA RECORD IS TRANS-OUT-RECORD.
007300 01  TRANS-OUT-RECORD                         PIC X(512).
007400
007500 WORKING-STORAGE SECTION.
007600 01  FDT-EOF-SW                  PIC 9 VALUE 0.
007700     88  MORE-FDT-RECS              VALUE 0.
007800     88  FDT-EOF                    VALUE 1.
007900 01  TRANS-EOF-SW                PIC 9 VALUE 0.
008000     88  MORE-TRANS-RECS            VALUE 0.
008100     88  TRANS-EOF                  VALUE 1.
008200 01  REFUSED-SW                  PIC 9 VALUE 0.
008300     88  RUN-REFUSED                VALUE 1.
008400
008500******************************************************************
008600***  THE FDT KEY CARD AND ITS CONTINUATIONS - THE SAME SHAPE   ***
008700***  AS BDMS0201'S FILE-KEY-DESCRIPTOR / KEY-RULE-CARD         ***
008800******************************************************************
008900 01  FDT-CARD-WORK               PIC X(80).
009000 01  FILE-KEY-DESCRIPTOR.
009100     03  FB1-FILE-ID             PIC X.
009200     03  FB1-SEQ-NUMB            PIC X(3).
009300     03  FB1-FIELD-NO            PIC 99.
009400     03  FILLER                  PIC X(4).
009500     03  FB1-FIELD-DEFNS OCCURS 14 TIMES.
009600       05  FB1-FORMAT            PIC X.
009700       05  FB1-LOCATION          PIC 99.
009800       05  FB1-LENGTH            PIC 99.
009900 01  KEY-RULE-CARD.
010000     03  KR-FILE-ID              PIC X.
010100     03  KR-SEQ-NUMB             PIC X(3).
010200     03  KR-FIELD-NO             PIC 99.
010300     03  KR-CONT-MARK            PIC X.
010400     03  KR-LOC-BASE             PIC X(3).
010500     03  KR-LOC-BASE-9 REDEFINES KR-LOC-BASE PIC 9(3).
010600     03  KR-FIELD-DEFNS OCCURS 14 TIMES.
010700       05  KR-FORMAT             PIC X.
010800       05  KR-LOCATION           PIC 99.
010900       05  KR-LENGTH             PIC 99.
011000 01  KEY-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
011100 01  KEY-CONT-CNT                PIC 9(4) COMP-5 VALUE 0.
011200 01  KEY-CONT-IX                 PIC 9(4) COMP-5 VALUE 0.
011300 01  KEY-LOC-BASE                PIC 9(4) COMP-5 VALUE 0.
011400 01  KEY-CONT-TABLE.
011500     03  KEY-CONT-CARD  OCCURS 6 TIMES  PIC X(80).
011600
011700******************************************************************
011800***  KEY BUILD WORK AREAS - THE RECORD AND KEY VIEWS OF        ***
011900***  BDMS0201'S MASTER-REC-ARRAY AND KEY-WORKAREA              ***
012000******************************************************************
012100 01  TRANS-REC-ARRAY.
012200     03  RECORD-ELMNT      OCCURS 512 TIMES PIC X.
012300 01  PRE-DEFINED-REC-ARRAY REDEFINES TRANS-REC-ARRAY.
012400     03  PRE-DRA-ID              PIC XXXX.
012500     03  FILLER                  PIC X(8).
012600     03  PRE-DRA-SEQ.
012700         05  PRE-DRA-CLASS       PIC X.
012800         05  FILLER              PIC XX.
012900     03  PRE-DRA-EMPNO.
013000         05  PRE-DRA-VENDNO.
013100             07  PRE-DRA-OBJ     PIC XX.
013200             07  FILLER          PIC XXXX.
013300         05  FILLER              PIC X(6).
013400     03  PRE-DRA-R REDEFINES PRE-DRA-EMPNO.
013500         05  PRE-DRA-RCS1        PIC X(5).
013600         05  PRE-DRA-RCS2        PIC XX.
013700         05  FILLER              PIC X(5).
013800     03  FILLER                  PIC X(53).
013900     03  PRE-DRA-FCAAAAA         PIC X(7).
014000     03  FILLER                  PIC XXXX.
014100     03  PRE-DRA-PPPPP           PIC X(5).
014200     03  FILLER                  PIC X(417).
014300 01  KEY-WORKAREA.
014400     03  KEY-WORK     OCCURS 100 TIMES PIC X.
014500 01  PRE-DEFINED-KEY-AREA REDEFINES KEY-WORKAREA.
014600     03  PRE-DKA-C.
014700         05  PRE-DKA-C-ID        PIC XXXX.
014800         05  PRE-DKA-C-NNN.
014900             07  PRE-DKA-C-SEQ   PIC XXX.
015000         05  FILLER              PIC X(93).
015100     03  PRE-DKA-H REDEFINES PRE-DKA-C.
015200         05  PRE-DKA-H-ID        PIC XXXX.
015300         05  PRE-DKA-H-NNN.
015400             07  PRE-DKA-H-FCAAAAA PIC X(7).
015500             07  PRE-DKA-H-PPPPP PIC X(5).
015600             07  PRE-DKA-H-SEQ   PIC XXX.
015700         05  FILLER              PIC X(81).
015800     03  PRE-DKA-E REDEFINES PRE-DKA-C.
015900         05  PRE-DKA-E-ID        PIC XXXX.
016000         05  PRE-DKA-E-NNN.
016100             07  PRE-DKA-E-EMPNO PIC X(12).
016200             07  PRE-DKA-E-SEQ   PIC XXX.
016300         05  FILLER              PIC X(81).
016400     03  PRE-DKA-O REDEFINES PRE-DKA-C.
016500         05  PRE-DKA-O-ID        PIC XXXX.
016600         05  PRE-DKA-O-NNN.
016700             07  PRE-DKA-O-CLASS PIC X.
016800             07  PRE-DKA-O-OBJ   PIC XX.
016900             07  PRE-DKA-O-SEQ   PIC XXX.
017000         05  FILLER              PIC X(90).
017100     03  PRE-DKA-R REDEFINES PRE-DKA-C.
017200         05  PRE-DKA-R-ID        PIC XXXX.
017300         05  PRE-DKA-R-RCS1      PIC X(5).
017400         05  PRE-DKA-R-NNN.
017500             07  PRE-DKA-R-RCS2  PIC XX.
017600             07  PRE-DKA-R-SEQ   PIC XXX.
017700         05  FILLER              PIC X(86).
017800     03  PRE-DKA-V REDEFINES PRE-DKA-C.
017900         05  PRE-DKA-V-ID        PIC XXXX.
018000         05  PRE-DKA-V-NNN.
018100             07  PRE-DKA-V-VENDNO PIC X(6).
018200             07  PRE-DKA-V-SEQ   PIC XXX.
018300         05  FILLER              PIC X(87).
018400 01  KEY-PTR                     PIC 9(4) COMP-5 VALUE 0.
018500 01  RECORD-PTR                  PIC 9(4) COMP-5 VALUE 0.
018600 01  COMPONENT-INDEX             PIC 9(4) COMP-5 VALUE 0.
018700 01  KEY-VALIDITY-SW             PIC 9 VALUE 0.
018800     88  VALID-KEY                  VALUE 0.
018900     88  INVALID-KEY                VALUE 1.
019000*    THE SYSTEM FLAG WORDS BDMS0201 TESTS BEFORE BUILDING A
019100*    TRANSACTION'S KEY; ANY NON-ZERO FLAG BYPASSES IT THERE
019200 01  WORK-8-FLAGS.
019300     03  BATCH-FLAG              PIC 9(4) COMP-5.
019400     03  FILLER                  PIC 9(4) COMP-5.
019500     03  FORMAT-ACCT-FLAG        PIC 9(4) COMP-5.
019600     03  FILLER                  PIC X(10).
019700
019800******************************************************************
019900***  IN-CORE TRANSACTION TABLE, SORTED ON KEY GROUP (KEYED     ***
020000***  FIRST, THEN THOSE BDMS0201 WILL REJECT) / MATCH KEY /     ***
020100***  ARRIVAL ORDER                                             ***
020200******************************************************************
020300 01  TRAN-TBL-MAX                PIC 9(5) COMP-5 VALUE 5000.
020400 01  TRAN-TBL-CNT                PIC 9(5) COMP-5 VALUE 0.
020500 01  TRAN-TBL-I                  PIC 9(5) COMP-5 VALUE 0.
020600 01  TRAN-TBL-J                  PIC 9(5) COMP-5 VALUE 0.
020700 01  TRAN-TABLE.
020800     03  TRAN-ENTRY  OCCURS 5000 TIMES.
020900       05  TE-SORT-KEY.
021000         07  TE-KEY-GROUP        PIC X.
021100         07  TE-MATCH-KEY        PIC X(100).
021200         07  TE-ARRIVAL          PIC 9(5).
021300       05  TE-RECORD             PIC X(512).
021400 01  SWAP-ENTRY.
021500     03  FILLER                  PIC X(618).
021600 01  LOW-ENTRY-IX                PIC 9(5) COMP-5 VALUE 0.
021700 01  KEYED-GROUP                 PIC X VALUE '0'.
021800 01  UNKEYED-GROUP               PIC X VALUE '1'.
021900
022000******************************************************************
022100***  PER-CLIENT TALLY, IN ORDER OF FIRST ARRIVAL.  CT-HIGH-KEY ***
022200***  IS THE HIGHEST MATCH KEY SEEN SO FAR FOR THE CLIENT; A    ***
022300***  TRANSACTION ARRIVING BELOW IT IS ONE THE SORT MOVES       ***
022400******************************************************************
022500 01  CLIENT-TBL-MAX              PIC 9(4) COMP-5 VALUE 500.
022600 01  CLIENT-TBL-CNT              PIC 9(4) COMP-5 VALUE 0.
022700 01  CLIENT-TBL-I                PIC 9(4) COMP-5 VALUE 0.
022800 01  CLIENT-FOUND-IX             PIC 9(4) COMP-5 VALUE 0.
022900 01  CLIENT-TABLE.
023000     03  CLIENT-ENTRY  OCCURS 500 TIMES.
023100       05  CT-CLIENT             PIC X(3).
023200       05  CT-READ-CNT           PIC 9(7) COMP-5.
023300       05  CT-MOVED-CNT          PIC 9(7) COMP-5.
023400       05  CT-UNKEYED-CNT        PIC 9(7) COMP-5.
023500       05  CT-HIGH-KEY           PIC X(100).
023600 01  P-READ-CNT                  PIC Z(6)9.
023700 01  P-MOVED-CNT                 PIC Z(6)9.
023800 01  P-UNKEYED-CNT               PIC Z(6)9.
023900
024000 01  T-READ-CNT                  PIC 9(8) COMP-5 VALUE 0.
024100 01  T-WRITTEN-CNT               PIC 9(8) COMP-5 VALUE 0.
024200 01  T-MOVED-CNT                 PIC 9(8) COMP-5 VALUE 0.
024300 01  T-UNKEYED-CNT               PIC 9(8) COMP-5 VALUE 0.
024400
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     IF NOT RUN-REFUSED
024900       PERFORM 2000-LOAD-TRANS UNTIL TRANS-EOF.
025000     IF NOT RUN-REFUSED
025100       PERFORM 3000-SORT-TABLE
025200       PERFORM 4000-WRITE-SORTED
025300       PERFORM 5000-CLIENT-REPORT.
025400     PERFORM 9000-EOJ.
025500     EXIT PROGRAM.
025600     STOP RUN.
025700******************************************************************
025800***  OPENS THE FILES AND LOADS THE FB1 KEY CARD AND ITS        ***
025900***  CONTINUATIONS; THE REST OF THE DECK IS NOT NEEDED         ***
026000******************************************************************
026100 1000-INITIALIZE.
026200     DISPLAY 'BDMS0251 BEGIN PROCESSING'.
026300     OPEN INPUT FDT-FILE, TRANS-IN-FILE.
026400     OPEN OUTPUT TRANS-OUT-FILE.
026500     PERFORM 1100-FDT-READ.
026600     IF MORE-FDT-RECS AND FDT-CARD-WORK (1:5) = 'LRECL'
026700       PERFORM 1100-FDT-READ.
026800     IF MORE-FDT-RECS AND FDT-CARD-WORK (1:6) = 'FDTVER'
026900       PERFORM 1100-FDT-READ.
027000     IF FDT-EOF OR FDT-CARD-WORK (11:1) = SPACE
027100       DISPLAY 'BDMS0251 NO FDT KEY CARD - RUN REFUSED'
027200       MOVE 1 TO REFUSED-SW
027300       MOVE 16 TO RETURN-CODE
027400       GO TO 1000-EXIT.
027500     MOVE FDT-CARD-WORK TO FILE-KEY-DESCRIPTOR.
027600     PERFORM 1100-FDT-READ.
027700     PERFORM 1200-KEY-CONT-LOAD UNTIL FDT-EOF OR RUN-REFUSED
027800       OR FDT-CARD-WORK (7:1) NOT = '+'.
027900     IF NOT RUN-REFUSED
028000       PERFORM 2900-TRANS-READ.
028100 1000-EXIT.
028200     EXIT.
028300 1100-FDT-READ.
028400     READ FDT-FILE INTO FDT-CARD-WORK, AT END
028500       MOVE 1 TO FDT-EOF-SW.
028600******************************************************************
028700***  KEEPS ONE KEY CONTINUATION CARD (UP TO 6, AS BDMS0201)    ***
028800******************************************************************
028900 1200-KEY-CONT-LOAD.
029000     IF KEY-CONT-CNT NOT < KEY-CONT-PER-CARD-MAX
029100       DISPLAY 'BDMS0251 FDT KEY CARD HAS MORE THAN '
029200               KEY-CONT-PER-CARD-MAX
029300               ' CONTINUATION CARDS - RUN REFUSED'
029400       MOVE 1 TO REFUSED-SW
029500       MOVE 16 TO RETURN-CODE
029600     ELSE
029700       ADD 1 TO KEY-CONT-CNT
029800       MOVE FDT-CARD-WORK TO KEY-CONT-CARD (KEY-CONT-CNT)
029900       PERFORM 1100-FDT-READ.
030000******************************************************************
030100***  LOADS ONE TRANSACTION WITH ITS SORT KEY AND TALLIES IT    ***
030200***  AGAINST ITS CLIENT                                        ***
030300******************************************************************
030400 2000-LOAD-TRANS.
030500     IF TRAN-TBL-CNT NOT < TRAN-TBL-MAX
030600       DISPLAY 'BDMS0251 TRANSACTION TABLE FULL AT '
030700               TRAN-TBL-MAX ' - RUN REFUSED'
030800       MOVE 1 TO REFUSED-SW
030900       MOVE 1 TO TRANS-EOF-SW
031000       MOVE 16 TO RETURN-CODE
031100     ELSE
031200       ADD 1 TO TRAN-TBL-CNT
031300       MOVE TRAN-TBL-CNT TO TE-ARRIVAL (TRAN-TBL-CNT)
031400       MOVE TRANS-RECORD TO TE-RECORD (TRAN-TBL-CNT)
031500       MOVE TRANS-RECORD TO TRANS-REC-ARRAY
031600       MOVE T-SYSTEM-FLAGS TO WORK-8-FLAGS
031700       MOVE 0 TO KEY-VALIDITY-SW
031800       IF BATCH-FLAG = 0 AND FORMAT-ACCT-FLAG = 0
031900         PERFORM 2200-KEY-BUILD THRU 2290-KB-EXIT
032000       ELSE
032100         MOVE 1 TO KEY-VALIDITY-SW
032200       END-IF
032300       IF VALID-KEY
032400         MOVE KEYED-GROUP   TO TE-KEY-GROUP (TRAN-TBL-CNT)
032500         MOVE KEY-WORKAREA  TO TE-MATCH-KEY (TRAN-TBL-CNT)
032600       ELSE
032700         MOVE UNKEYED-GROUP TO TE-KEY-GROUP (TRAN-TBL-CNT)
032800         MOVE LOW-VALUES    TO TE-MATCH-KEY (TRAN-TBL-CNT)
032900       END-IF
033000       PERFORM 2500-CLIENT-TALLY
033100       PERFORM 2900-TRANS-READ.
033200******************************************************************
033300***  BUILDS THE MATCH KEY FROM THE FB1 KEY CARD - THE SAME     ***
033400***  PATHS AND FORMAT CHECKS AS 510-KEY-BUILD IN BDMS0201      ***
033500******************************************************************
033600 2200-KEY-BUILD.
033700     MOVE ZEROS TO KEY-WORKAREA.
033800     MOVE 1 TO KEY-PTR, COMPONENT-INDEX.
033900     IF FB1-FILE-ID = 'C'
034000       MOVE PRE-DRA-ID       TO PRE-DKA-C-ID
034100       MOVE PRE-DRA-SEQ      TO PRE-DKA-C-SEQ
034200       IF PRE-DKA-C-NNN NOT NUMERIC
034300         MOVE 1 TO KEY-VALIDITY-SW
034400       END-IF
034500       GO TO 2290-KB-EXIT.
034600     IF FB1-FILE-ID = 'E'
034700       MOVE PRE-DRA-ID       TO PRE-DKA-E-ID
034800       MOVE PRE-DRA-EMPNO    TO PRE-DKA-E-EMPNO
034900       MOVE PRE-DRA-SEQ      TO PRE-DKA-E-SEQ
035000       IF PRE-DKA-E-NNN NOT NUMERIC
035100         MOVE 1 TO KEY-VALIDITY-SW
035200       END-IF
035300       GO TO 2290-KB-EXIT.
035400     IF FB1-FILE-ID = 'H'
035500       MOVE PRE-DRA-ID       TO PRE-DKA-H-ID
035600       MOVE PRE-DRA-FCAAAAA  TO PRE-DKA-H-FCAAAAA
035700       MOVE PRE-DRA-PPPPP    TO PRE-DKA-H-PPPPP
035800       MOVE PRE-DRA-SEQ      TO PRE-DKA-H-SEQ
035900       IF PRE-DKA-H-NNN NOT NUMERIC
036000         MOVE 1 TO KEY-VALIDITY-SW
036100       END-IF
036200       GO TO 2290-KB-EXIT.
036300     IF FB1-FILE-ID = 'O'
036400       MOVE PRE-DRA-ID       TO PRE-DKA-O-ID
036500       MOVE PRE-DRA-CLASS    TO PRE-DKA-O-CLASS
036600       MOVE PRE-DRA-OBJ      TO PRE-DKA-O-OBJ
036700       MOVE PRE-DRA-SEQ      TO PRE-DKA-O-SEQ
036800       IF PRE-DKA-O-NNN NOT NUMERIC
036900         MOVE 1 TO KEY-VALIDITY-SW
037000       END-IF
037100       GO TO 2290-KB-EXIT.
037200     IF FB1-FILE-ID = 'R'
037300       MOVE PRE-DRA-ID       TO PRE-DKA-R-ID
037400       MOVE PRE-DRA-RCS1     TO PRE-DKA-R-RCS1
037500       MOVE PRE-DRA-RCS2     TO PRE-DKA-R-RCS2
037600       MOVE PRE-DRA-SEQ      TO PRE-DKA-R-SEQ
037700       IF PRE-DKA-R-NNN NOT NUMERIC
037800         MOVE 1 TO KEY-VALIDITY-SW
037900       END-IF
038000       GO TO 2290-KB-EXIT.
038100     IF FB1-FILE-ID = 'V'
038200       MOVE PRE-DRA-ID       TO PRE-DKA-V-ID
038300       MOVE PRE-DRA-VENDNO   TO PRE-DKA-V-VENDNO
038400       MOVE PRE-DRA-SEQ      TO PRE-DKA-V-SEQ
038500       IF PRE-DKA-V-NNN NOT NUMERIC
038600         MOVE 1 TO KEY-VALIDITY-SW
038700       END-IF
038800       GO TO 2290-KB-EXIT.
038900     MOVE FILE-KEY-DESCRIPTOR TO KEY-RULE-CARD.
039000     MOVE 0 TO KEY-CONT-IX, KEY-LOC-BASE.
039100     PERFORM 2300-COMPONENT-BUILD THRU 2300-CB-EXIT UNTIL
039200       INVALID-KEY OR
039300       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
039400           COMPONENT-INDEX > 14.
039500     PERFORM 2350-KEY-CONT-BUILD UNTIL INVALID-KEY OR
039600       COMPONENT-INDEX NOT > 14 OR KEY-CONT-IX = KEY-CONT-CNT.
039700 2290-KB-EXIT.
039800     EXIT.
039900******************************************************************
040000***  BUILDS ONE KEY COMPONENT ACCORDING TO THE CARD'S FIELD-NO ***
040100******************************************************************
040200 2300-COMPONENT-BUILD.
040300     IF KR-FIELD-NO > COMPONENT-INDEX OR KR-FIELD-NO = 0
040400       MOVE KR-LOCATION (COMPONENT-INDEX) TO RECORD-PTR
040500     ELSE
040600       ADD 100, KR-LOCATION (COMPONENT-INDEX) GIVING RECORD-PTR.
040700     ADD KEY-LOC-BASE TO RECORD-PTR.
040800     PERFORM 2400-CHAR-EDIT-MV THRU 2400-CE-EXIT
040900       KR-LENGTH (COMPONENT-INDEX) TIMES.
041000     ADD 1 TO COMPONENT-INDEX.
041100 2300-CB-EXIT.
041200     EXIT.
041300******************************************************************
041400***  CARRIES THE KEY BUILD ONTO THE NEXT KEY CONTINUATION CARD ***
041500******************************************************************
041600 2350-KEY-CONT-BUILD.
041700     ADD 1 TO KEY-CONT-IX.
041800     MOVE KEY-CONT-CARD (KEY-CONT-IX) TO KEY-RULE-CARD.
041900     IF KR-LOC-BASE NUMERIC
042000       MOVE KR-LOC-BASE-9 TO KEY-LOC-BASE
042100     ELSE
042200       MOVE 0 TO KEY-LOC-BASE.
042300     MOVE 1 TO COMPONENT-INDEX.
042400     PERFORM 2300-COMPONENT-BUILD THRU 2300-CB-EXIT UNTIL
042500       INVALID-KEY OR
042600       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
042700           COMPONENT-INDEX > 14.
042800******************************************************************
042900***  EDITS ONE KEY CHARACTER AGAINST THE COMPONENT FORMAT AND  ***
043000***  MOVES IT TO THE KEY WORKING AREA                          ***
043100******************************************************************
043200 2400-CHAR-EDIT-MV.
043300     IF INVALID-KEY OR RECORD-PTR > 512 OR KEY-PTR > 100
043400       MOVE 1 TO KEY-VALIDITY-SW
043500       GO TO 2400-CE-EXIT.
043600     IF KR-FORMAT (COMPONENT-INDEX) = 'A'
043700       PERFORM 2450-MV-CHAR
043800     ELSE
043900       IF KR-FORMAT (COMPONENT-INDEX) = 'N'
044000         IF RECORD-ELMNT (RECORD-PTR) IS NUMERIC
044100           PERFORM 2450-MV-CHAR
044200         ELSE
044300           MOVE 1 TO KEY-VALIDITY-SW
044400       ELSE
044500         IF KR-FORMAT (COMPONENT-INDEX) = 'M'
044600           IF RECORD-ELMNT (RECORD-PTR) IS NUMERIC OR
044700               RECORD-ELMNT (RECORD-PTR) = SPACE
044800             PERFORM 2450-MV-CHAR
044900           ELSE
045000             MOVE 1 TO KEY-VALIDITY-SW
045100         ELSE
045200           MOVE 1 TO KEY-VALIDITY-SW.
045300 2400-CE-EXIT.
045400     EXIT.
045500 2450-MV-CHAR.
045600     MOVE RECORD-ELMNT (RECORD-PTR) TO KEY-WORK (KEY-PTR).
045700     ADD 1 TO RECORD-PTR, KEY-PTR.
045800******************************************************************
045900***  COUNTS THE TRANSACTION AGAINST ITS CLIENT.  ONE ARRIVING  ***
046000***  BELOW THE CLIENT'S HIGHEST KEY SO FAR IS ONE THE SORT     ***
046100***  MOVES; AN EQUAL KEY IS A DUPLICATE AND STAYS WHERE IT IS  ***
046200******************************************************************
046300 2500-CLIENT-TALLY.
046400     MOVE 0 TO CLIENT-FOUND-IX.
046500     MOVE 1 TO CLIENT-TBL-I.
046600     PERFORM 2510-CLIENT-SCAN
046700       UNTIL CLIENT-TBL-I > CLIENT-TBL-CNT OR CLIENT-FOUND-IX > 0.
046800     IF CLIENT-FOUND-IX = 0
046900       IF CLIENT-TBL-CNT < CLIENT-TBL-MAX
047000         ADD 1 TO CLIENT-TBL-CNT
047100         MOVE CLIENT-TBL-CNT TO CLIENT-FOUND-IX
047200         MOVE T-CLIENT   TO CT-CLIENT (CLIENT-FOUND-IX)
047300         MOVE 0 TO CT-READ-CNT (CLIENT-FOUND-IX),
047400             CT-MOVED-CNT (CLIENT-FOUND-IX),
047500             CT-UNKEYED-CNT (CLIENT-FOUND-IX)
047600         MOVE LOW-VALUES TO CT-HIGH-KEY (CLIENT-FOUND-IX)
047700       ELSE
047800         IF INVALID-KEY
047900           ADD 1 TO T-UNKEYED-CNT
048000         END-IF
048100         GO TO 2590-TALLY-EXIT.
048200     ADD 1 TO CT-READ-CNT (CLIENT-FOUND-IX).
048300     IF INVALID-KEY
048400       ADD 1 TO CT-UNKEYED-CNT (CLIENT-FOUND-IX)
048500       ADD 1 TO T-UNKEYED-CNT
048600     ELSE
048700       IF KEY-WORKAREA < CT-HIGH-KEY (CLIENT-FOUND-IX)
048800         ADD 1 TO CT-MOVED-CNT (CLIENT-FOUND-IX)
048900         ADD 1 TO T-MOVED-CNT
049000       ELSE
049100         MOVE KEY-WORKAREA TO CT-HIGH-KEY (CLIENT-FOUND-IX).
049200 2590-TALLY-EXIT.
049300     EXIT.
049400 2510-CLIENT-SCAN.
049500     IF CT-CLIENT (CLIENT-TBL-I) = T-CLIENT
049600       MOVE CLIENT-TBL-I TO CLIENT-FOUND-IX.
049700     ADD 1 TO CLIENT-TBL-I.
049800******************************************************************
049900***  READS THE NEXT TRANSACTION                                ***
050000******************************************************************
050100 2900-TRANS-READ.
050200     READ TRANS-IN-FILE, AT END
050300       MOVE 1 TO TRANS-EOF-SW.
050400     IF MORE-TRANS-RECS
050500       ADD 1 TO T-READ-CNT.
050600******************************************************************
050700***  SELECTION SORT OF THE TABLE ON KEY GROUP / MATCH KEY /    ***
050800***  ARRIVAL ORDER.  ARRIVAL ORDER IN THE SORT KEY KEEPS       ***
050900***  EQUAL KEYS AS THEY CAME.  DECK VOLUMES ARE NIGHTLY CARD   ***
051000***  DECKS, SO A SIMPLE IN-CORE SORT IS SUFFICIENT             ***
051100******************************************************************
051200 3000-SORT-TABLE.
051300     MOVE 1 TO TRAN-TBL-I.
051400     PERFORM 3100-SORT-PASS
051500       UNTIL TRAN-TBL-I NOT < TRAN-TBL-CNT.
051600 3100-SORT-PASS.
051700     MOVE TRAN-TBL-I TO LOW-ENTRY-IX.
051800     COMPUTE TRAN-TBL-J = TRAN-TBL-I + 1.
051900     PERFORM 3200-FIND-LOW
052000       UNTIL TRAN-TBL-J > TRAN-TBL-CNT.
052100     IF LOW-ENTRY-IX NOT = TRAN-TBL-I
052200       MOVE TRAN-ENTRY (TRAN-TBL-I)     TO SWAP-ENTRY
052300       MOVE TRAN-ENTRY (LOW-ENTRY-IX)   TO TRAN-ENTRY (TRAN-TBL-I)
052400       MOVE SWAP-ENTRY TO TRAN-ENTRY (LOW-ENTRY-IX).
052500     ADD 1 TO TRAN-TBL-I.
052600 3200-FIND-LOW.
052700     IF TE-SORT-KEY (TRAN-TBL-J) < TE-SORT-KEY (LOW-ENTRY-IX)
052800       MOVE TRAN-TBL-J TO LOW-ENTRY-IX.
052900     ADD 1 TO TRAN-TBL-J.
053000******************************************************************
053100***  WRITES THE SORTED DECK                                    ***
053200******************************************************************
053300 4000-WRITE-SORTED.
053400     MOVE 1 TO TRAN-TBL-I.
053500     PERFORM 4100-WRITE-ONE
053600       UNTIL TRAN-TBL-I > TRAN-TBL-CNT.
053700 4100-WRITE-ONE.
053800     WRITE TRANS-OUT-RECORD FROM TE-RECORD (TRAN-TBL-I).
053900     ADD 1 TO T-WRITTEN-CNT.
054000     ADD 1 TO TRAN-TBL-I.
054100******************************************************************
054200***  PRINTS THE PER-CLIENT READ / MOVED COUNTS                 ***
054300******************************************************************
054400 5000-CLIENT-REPORT.
054500     DISPLAY 'CLIENT     READ    MOVED  UNKEYED'.
054600     MOVE 1 TO CLIENT-TBL-I.
054700     PERFORM 5100-CLIENT-LINE
054800       UNTIL CLIENT-TBL-I > CLIENT-TBL-CNT.
054900     IF CLIENT-TBL-CNT NOT < CLIENT-TBL-MAX
055000       DISPLAY 'BDMS0251 CLIENT TABLE FULL AT ' CLIENT-TBL-MAX
055100               ' - LATER CLIENTS ARE NOT TALLIED'.
055200 5100-CLIENT-LINE.
055300     MOVE CT-READ-CNT (CLIENT-TBL-I)    TO P-READ-CNT.
055400     MOVE CT-MOVED-CNT (CLIENT-TBL-I)   TO P-MOVED-CNT.
055500     MOVE CT-UNKEYED-CNT (CLIENT-TBL-I) TO P-UNKEYED-CNT.
055600     DISPLAY ' ' CT-CLIENT (CLIENT-TBL-I) '   ' P-READ-CNT
055700             '  ' P-MOVED-CNT '  ' P-UNKEYED-CNT.
055800     ADD 1 TO CLIENT-TBL-I.
055900******************************************************************
056000***  CLOSES FILES AND DISPLAYS THE RUN TOTALS                  ***
056100******************************************************************
056200 9000-EOJ.
056300     CLOSE FDT-FILE, TRANS-IN-FILE, TRANS-OUT-FILE.
056400     DISPLAY 'BDMS0251 TRANSACTIONS READ........' T-READ-CNT.
056500     DISPLAY 'BDMS0251 TRANSACTIONS MOVED.......' T-MOVED-CNT.
056600     DISPLAY 'BDMS0251 NOT KEYED (TO END).......' T-UNKEYED-CNT.
056700     DISPLAY 'BDMS0251 SORTED DECK WRITTEN......' T-WRITTEN-CNT.
056800     DISPLAY 'BDMS0251 END PROCESSING'.
