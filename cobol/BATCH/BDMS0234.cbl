001200***  EVERY TRANSACTION WITH ITS OUTCOME FLAG), THE OUT3       ***
001300***  CHANGE FILE (UT-S-CHGIN - ONE IMAGE PER POSTED CHANGE)    ***
001400***  AND THE NEW MASTER (UT-S-MSIN - ENDING COUNTS).          ***
001405***                                                            ***
001410***  EACH CLIENT STATEMENT ALSO LEAVES A STMT MILESTONE,       ***
001420***  WITH THE DRIVER'S RUN IDENTIFIER, ON THE DECK LOG         ***
001430***  (UT-S-DECKLOG) FOR THE BDMS0259 TURNAROUND REPORT.        ***
001440***                                                            ***
001450***  THE CLIENT'S NAME, BILLING ADDRESS AND STATEMENT DELIVERY ***
001460***  COME FROM THE CLIENT MASTER THROUGH CLNTSRV; A CLIENT NOT ***
001470***  ON THE MASTER GETS THE STATEMENT WITHOUT THEM.            ***
001480***                                                            ***
001482***  A CLIENT UNDER A POSTING FREEZE (FRZSRV) IS TOLD SO ON    ***
001484***  ITS STATEMENT, WITH THE REASON AND THE THAW DATE.         ***
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
002400        ORGANIZATION LINE SEQUENTIAL.
002500     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
002600        ORGANIZATION LINE SEQUENTIAL.
002610*    SHARED DECK MILESTONE LOG (SAME LAYOUT AS BDMS0231)
002620     SELECT OPTIONAL DECK-LOG-FILE ASSIGN TO UT-S-DECKLOG
002630        ORGANIZATION LINE SEQUENTIAL.
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  ERTRANS-IN-FILE
006400     DATA RECORD IS PRINT.
006500 01  PRINT.
006600     03  PRT                       PIC X(132).
006605 FD  DECK-LOG-FILE
006610     RECORDING MODE IS F
006615     LABEL RECORDS ARE STANDARD
006620     BLOCK CONTAINS 0 RECORDS
006625     DATA RECORD IS DECK-LOG-RECORD.
006630 01  DECK-LOG-RECORD.
006635     03  DL-STAGE                  PIC X(8).
006640     03  DL-CLIENT                 PIC X(3).
006645     03  DL-RECORD-CNT             PIC 9(9).
006650     03  DL-DECK-HASH              PIC 9(15).
006655     03  DL-STAMP-DATE             PIC 9(8).
006660     03  DL-STAMP-TIME             PIC 9(8).
006665     03  DL-RUN-ID                 PIC X(28).
006670     03  FILLER                    PIC X.
006700 WORKING-STORAGE SECTION.
006800 01  ERTRANS-EOF-SW              PIC 9 VALUE 0.
006900     88  ERTRANS-EOF                VALUE 1.
007200 01  MASTER-EOF-SW               PIC 9 VALUE 0.
007300     88  MASTER-EOF                 VALUE 1.
007400 01  TODAY-DATE                  PIC 9(8).
007410 01  TODAY-TIME                  PIC 9(8).
007420 01  RUN-ID-ENV                  PIC X(28) VALUE SPACES.
007422*    CLNTSRV HANDSHAKE - THE CLIENT MASTER
007424 01  CLN-PARMS.
007426     05  CLN-FUNCTION              PIC X    VALUE SPACE.
007428     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
007430     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
007432     05  CLN-RECORD.
007434         10  CLN-CLIENT            PIC X(3).
007436         10  CLN-STATUS            PIC X.
007438         10  CLN-NAME              PIC X(40).
007440         10  FILLER                PIC X(190).
007442         10  CLN-ADDR-1            PIC X(40).
007444         10  CLN-ADDR-2            PIC X(40).
007446         10  CLN-CITY              PIC X(25).
007448         10  CLN-STATE             PIC X(2).
007450         10  CLN-ZIP               PIC X(10).
007452         10  CLN-DELIVERY          PIC X.
007454             88  CLN-BY-MAIL          VALUE 'M'.
007456             88  CLN-BY-EMAIL         VALUE 'E'.
007458             88  CLN-BY-XMIT          VALUE 'X'.
007460         10  CLN-DELIVERY-DEST     PIC X(50).
007462         10  FILLER                PIC X(78).
007464*    FRZSRV HANDSHAKE - THE CLIENT POSTING-FREEZE REGISTRY
007466 01  FRZ-PARMS.
007468     05  FRZ-FUNCTION              PIC X    VALUE 'C'.
007470     05  FRZ-RC                    PIC S9(4) COMP-5 VALUE 0.
007472     05  FRZ-CLIENT                PIC X(3) VALUE SPACES.
007474     05  FRZ-ASOF-DATE             PIC 9(8) VALUE ZEROS.
007476     05  FRZ-REASON                PIC X(30) VALUE SPACES.
007478     05  FRZ-REQUESTER             PIC X(20) VALUE SPACES.
007480     05  FRZ-PLACED-DATE           PIC 9(8) VALUE ZEROS.
007482     05  FRZ-THAW-DATE             PIC 9(8) VALUE ZEROS.
007484 01  FROZEN-CLIENT-CNT             PIC 9(4) COMP-5 VALUE 0.
007500
007600******************************************************************
007700***  MAINT-FLAG DECODE, THE BDMS0221 SHAPE                     ***
009000     03  FILLER                  PIC 9(4) VALUE 0256.
009100     03  FILLER                  PIC 9(4) VALUE 0128.
009200     03  FILLER                  PIC 9(4) VALUE 0064.
009210     03  FILLER                  PIC 9(4) VALUE 0032.
009220     03  FILLER                  PIC 9(4) VALUE 0016.
009230     03  FILLER                  PIC 9(4) VALUE 0008.
009300 01  FILLER REDEFINES REASON-BIT-TBL.
009400     03  REASON-BIT  OCCURS 9 TIMES PIC 9(4).
009500******************************************************************
009600***  PLAIN-LANGUAGE REASONS FOR THE CLIENT'S EYES              ***
009700******************************************************************
010800         'A FIELD FAILED ITS FORMAT RULES'.
010900     03  FILLER   PIC X(44) VALUE
011000         'THE SUBMITTING USER WAS NOT AUTHORIZED'.
011010     03  FILLER   PIC X(44) VALUE
011020         'AN AMOUNT WAS TOO LARGE FOR ITS FIELD'.
011030     03  FILLER   PIC X(44) VALUE
011040         'TWO FIELDS DID NOT AGREE WITH EACH OTHER'.
011050     03  FILLER   PIC X(44) VALUE
011060         'POSTING TO YOUR ACCOUNT WAS FROZEN'.
011100 01  FILLER REDEFINES REASON-TEXT-TBL.
011200     03  REASON-TEXT  OCCURS 9 TIMES PIC X(44).
011300
011400******************************************************************
011500***  PER-CLIENT STATEMENT TABLE                                ***
012600       05  CL-REJECTED           PIC 9(7).
012700       05  CL-POSTED-TC  OCCURS 4 TIMES PIC 9(7).
012800       05  CL-POSTED-OTHER       PIC 9(7).
012900       05  CL-REASON-CNT OCCURS 9 TIMES PIC 9(7).
013000       05  CL-ENDING-RECS        PIC 9(7).
013100 01  TC-IX                       PIC 9(4) COMP-5 VALUE 0.
013200 01  HIT-SW                      PIC 9 VALUE 0.
014000     03  SH-CLIENT               PIC X(3).
014100     03  FILLER                  PIC X(12)  VALUE '  RUN DATE '.
014200     03  SH-DATE                 PIC 9(8).
014300     03  FILLER                  PIC X(2)   VALUE SPACES.
014310     03  SH-NAME                 PIC X(40).
014320     03  FILLER                  PIC X(33)  VALUE SPACES.
014330 01  STM-ADDR-LINE.
014340     03  FILLER                  PIC X(2)   VALUE SPACES.
014350     03  SA-TEXT                 PIC X(80).
014360     03  FILLER                  PIC X(50)  VALUE SPACES.
014400 01  STM-DET-LINE.
014500     03  FILLER                  PIC X(2)   VALUE SPACES.
014600     03  SD-TEXT                 PIC X(44).
015200 0000-MAINLINE.
015300     DISPLAY 'BDMS0234 BEGIN PROCESSING'.
015400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
015410     ACCEPT TODAY-TIME FROM TIME.
015420*    THE DRIVER-MINTED RUN IDENTIFIER TIES EACH STATEMENT TO THE
015430*    BDMS0201 RUN THAT POSTED IT
015440     DISPLAY 'MT_BATCH_RUN_ID' UPON ENVIRONMENT-NAME.
015450     ACCEPT RUN-ID-ENV FROM ENVIRONMENT-VALUE.
015500     OPEN INPUT ERTRANS-IN-FILE, CHG-IN-FILE, MASTER-IN-FILE.
015600     OPEN OUTPUT PRNTR.
015610     OPEN EXTEND DECK-LOG-FILE.
015700     PERFORM 2000-TALLY-OUTCOME THRU 2090-EXIT
             UNTIL ERTRANS-EOF.
015800     PERFORM 3000-TALLY-POSTED THRU 3090-EXIT
016200       UNTIL CLT-TBL-I > CLT-TBL-CNT.
016300     CLOSE ERTRANS-IN-FILE, CHG-IN-FILE, MASTER-IN-FILE,
016400           PRNTR.
016410     CLOSE DECK-LOG-FILE.
016500     DISPLAY 'BDMS0234 CLIENT STATEMENTS........' CLT-TBL-CNT.
016510     DISPLAY 'BDMS0234 FROZEN CLIENTS...........'
016520             FROZEN-CLIENT-CNT.
016600     DISPLAY 'BDMS0234 END PROCESSING'.
016700     EXIT PROGRAM.
016800     STOP RUN.
018700     ADD 1 TO CL-REJECTED (CLT-FOUND-IX).
018800     MOVE FLAG-VALUE-W TO FLAG-REMAIN.
018900     MOVE 1 TO REASON-IX.
019000     PERFORM 2100-PEEL-REASON-BIT UNTIL REASON-IX > 9.
019100 2090-EXIT.
019200     EXIT.
019300 2100-PEEL-REASON-BIT.
024000 5000-ONE-STATEMENT.
024100     MOVE CL-CLIENT (CLT-TBL-I) TO SH-CLIENT.
024200     MOVE TODAY-DATE TO SH-DATE.
024210     PERFORM 5200-CLIENT-DETAILS.
024300     MOVE STM-HDR-LINE TO PRT.
024400     WRITE PRINT.
024410     IF CLN-RC = 0
024420       PERFORM 5300-ADDRESS-LINES.
024430     PERFORM 7000-FREEZE-NOTICE THRU 7090-EXIT.
024500     MOVE 'TRANSACTIONS RECEIVED FROM YOU' TO SD-TEXT.
024600     MOVE CL-RECEIVED (CLT-TBL-I) TO SD-COUNT.
024700     MOVE STM-DET-LINE TO PRT.
027300     WRITE PRINT.
027400     IF CL-REJECTED (CLT-TBL-I) > 0
027500       MOVE 1 TO REASON-IX
027600       PERFORM 5100-ONE-REASON-LINE UNTIL REASON-IX > 9.
027700     MOVE 'RECORDS ON YOUR FILE TONIGHT' TO SD-TEXT.
027800     MOVE CL-ENDING-RECS (CLT-TBL-I) TO SD-COUNT.
027900     MOVE STM-DET-LINE TO PRT.
028000     WRITE PRINT.
028100     MOVE BLANK-LINE TO PRT.
028200     WRITE PRINT.
028202     MOVE SPACES                TO DECK-LOG-RECORD.
028204     MOVE 'STMT'                TO DL-STAGE.
028206     MOVE CL-CLIENT (CLT-TBL-I) TO DL-CLIENT.
028208     MOVE CL-RECEIVED (CLT-TBL-I) TO DL-RECORD-CNT.
028210     MOVE ZEROS                 TO DL-DECK-HASH.
028212     MOVE TODAY-DATE            TO DL-STAMP-DATE.
028214     MOVE TODAY-TIME            TO DL-STAMP-TIME.
028216     MOVE RUN-ID-ENV            TO DL-RUN-ID.
028218     WRITE DECK-LOG-RECORD.
028300     ADD 1 TO CLT-TBL-I.
028400 5100-ONE-REASON-LINE.
028500     IF CL-REASON-CNT (CLT-TBL-I, REASON-IX) > 0
028800       MOVE STM-DET-LINE TO PRT
028900       WRITE PRINT.
029000     ADD 1 TO REASON-IX.
029002*    NAME AND DELIVERY DETAILS FROM THE CLIENT MASTER
029004 5200-CLIENT-DETAILS.
029006     MOVE 'R' TO CLN-FUNCTION.
029008     MOVE CL-CLIENT (CLT-TBL-I) TO CLN-CLIENT.
029010     CALL 'CLNTSRV' USING CLN-PARMS.
029012     IF CLN-RC = 0
029014       MOVE CLN-NAME TO SH-NAME
029016     ELSE
029018       MOVE SPACES TO SH-NAME.
029020 5300-ADDRESS-LINES.
029022     IF CLN-ADDR-1 NOT = SPACES
029024       MOVE CLN-ADDR-1 TO SA-TEXT
029026       MOVE STM-ADDR-LINE TO PRT
029028       WRITE PRINT.
029030     IF CLN-ADDR-2 NOT = SPACES
029032       MOVE CLN-ADDR-2 TO SA-TEXT
029034       MOVE STM-ADDR-LINE TO PRT
029036       WRITE PRINT.
029038     IF CLN-CITY NOT = SPACES
029040       MOVE SPACES TO SA-TEXT
029042       STRING CLN-CITY  DELIMITED BY '  '
029044              ' '       DELIMITED BY SIZE
029046              CLN-STATE DELIMITED BY SIZE
029048              '  '      DELIMITED BY SIZE
029050              CLN-ZIP   DELIMITED BY SIZE
029052         INTO SA-TEXT
029054       MOVE STM-ADDR-LINE TO PRT
029056       WRITE PRINT.
029058     MOVE SPACES TO SA-TEXT.
029060     IF CLN-BY-EMAIL
029062       STRING 'STATEMENT DELIVERED BY EMAIL TO ' DELIMITED BY SIZE
029064              CLN-DELIVERY-DEST DELIMITED BY SPACE
029066         INTO SA-TEXT
029068     ELSE
029070     IF CLN-BY-XMIT
029072       STRING 'STATEMENT DELIVERED BY TRANSMISSION TO '
029074                                  DELIMITED BY SIZE
029076              CLN-DELIVERY-DEST DELIMITED BY SPACE
029078         INTO SA-TEXT
029080     ELSE
029082       MOVE 'STATEMENT DELIVERED BY MAIL' TO SA-TEXT.
029084     MOVE STM-ADDR-LINE TO PRT.
029086     WRITE PRINT.
029088     MOVE BLANK-LINE TO PRT.
029090     WRITE PRINT.
029100******************************************************************
029200***  FINDS OR ALLOCATES A CLIENT'S STATEMENT SLOT              ***
029300******************************************************************
030700         MOVE 1 TO TC-IX
030800         PERFORM 6200-ZERO-TC UNTIL TC-IX > 4
030900         MOVE 1 TO TC-IX
031000         PERFORM 6300-ZERO-REASON UNTIL TC-IX > 9
031100         MOVE CLT-TBL-CNT TO CLT-FOUND-IX
031200       ELSE
031300         DISPLAY 'BDMS0234 CLIENT TABLE FULL - CLIENT '
032300 6300-ZERO-REASON.
032400     MOVE ZEROS TO CL-REASON-CNT (CLT-TBL-CNT, TC-IX).
032500     ADD 1 TO TC-IX.
032600*    A CLIENT UNDER A POSTING FREEZE IS TOLD WHY AND FOR HOW LONG;
032700*    ITS WORK WAITS ON THE PENDING FILE UNTIL THE FREEZE IS LIFTED
032800 7000-FREEZE-NOTICE.
032900     MOVE CL-CLIENT (CLT-TBL-I) TO FRZ-CLIENT.
033000     MOVE TODAY-DATE TO FRZ-ASOF-DATE.
033100     CALL 'FRZSRV' USING FRZ-PARMS.
033200     IF FRZ-RC = 8
033300       DISPLAY 'BDMS0234 FREEZE REGISTRY UNAVAILABLE - CLIENT '
033400               CL-CLIENT (CLT-TBL-I) ' STATED WITHOUT IT'.
033500     IF FRZ-RC NOT = 4
033600       GO TO 7090-EXIT.
033700     ADD 1 TO FROZEN-CLIENT-CNT.
033800     MOVE SPACES TO SA-TEXT.
033900     STRING 'POSTING TO YOUR ACCOUNT IS FROZEN - '
034000            FRZ-REASON DELIMITED BY SIZE
034100       INTO SA-TEXT.
034200     MOVE STM-ADDR-LINE TO PRT.
034300     WRITE PRINT.
034400     MOVE SPACES TO SA-TEXT.
034500     IF FRZ-THAW-DATE = 0
034600       STRING 'FROZEN SINCE ' FRZ-PLACED-DATE
034700              ' UNTIL FURTHER NOTICE' DELIMITED BY SIZE
034800         INTO SA-TEXT
034900     ELSE
035000       STRING 'FROZEN SINCE ' FRZ-PLACED-DATE
035100              ', POSTING RESUMES ' FRZ-THAW-DATE DELIMITED BY SIZE
035200         INTO SA-TEXT.
035300     MOVE STM-ADDR-LINE TO PRT.
035400     WRITE PRINT.
035500     MOVE 'TRANSACTIONS YOU SEND ARE HELD, IN ORDER, UNTIL THEN'
035600       TO SA-TEXT.
035700     MOVE STM-ADDR-LINE TO PRT.
035800     WRITE PRINT.
035900     MOVE BLANK-LINE TO PRT.
036000     WRITE PRINT.
036100 7090-EXIT.
036200     EXIT.
