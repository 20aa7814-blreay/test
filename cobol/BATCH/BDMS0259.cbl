000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BDMS0259.
000300******************************************************************
000400***  BDMS0259 - CLIENT TURNAROUND-TIME REPORT.  FOLLOWS EACH   ***
000500***  CLIENT DECK FROM ITS ARRIVAL TO THE STATEMENT THAT SHOWS  ***
000600***  IT, FROM THE SHARED DECK LOG (DECKLOG) THE STAGES APPEND  ***
000700***  TO:                                                       ***
000800***    ARRIVED  - FILEWATCHER, WHEN A WATCHED DECK LANDS       ***
000900***    ACCEPTED - BDMS0231, THE DECK ACKNOWLEDGED (OR REFUSED) ***
001000***    POSTED   - BDMS0235 REGISTER, AFTER THE BDMS0201 RUN    ***
001100***               THAT POSTED IT, WITH THAT RUN'S IDENTIFIER   ***
001200***    STMT     - BDMS0234, THE CLIENT'S STATEMENT PRODUCED    ***
001300***  ARRIVED, ACCEPTED AND POSTED ARE LINKED BY THE DECK       ***
001400***  FINGERPRINT (RECORD COUNT AND BYTE-SUM HASH, AS BDMS0235  ***
001500***  TAKES IT); A STATEMENT IS LINKED TO THE CLIENT'S DECKS    ***
001600***  POSTED UNDER THE SAME RUN IDENTIFIER, OR, WHEN THERE ARE  ***
001700***  NONE, TO THE CLIENT'S POSTED DECKS NOT YET ON A STATEMENT ***
001800***  POSTED BEFORE IT.  A DECK FIRST SEEN AT A LATER STAGE (NO ***
001900***  WATCHED ARRIVAL) IS TIMED FROM THE FIRST STAGE LOGGED.    ***
002000***                                                            ***
002100***  ONE LINE PER DECK, BY CLIENT, WITH THE HOURS FROM         ***
002200***  ARRIVAL TO ACKNOWLEDGMENT, TO POSTING AND TO STATEMENT    ***
002300***  AND IN TOTAL, AND A FLAG:                                 ***
002400***    LATE      - ON A STATEMENT AFTER THE CONTRACTED HOURS   ***
002500***    OPEN      - NOT ON A STATEMENT YET, STILL INSIDE THEM   ***
002600***    LATE-OPEN - NOT ON A STATEMENT YET AND ALREADY PAST     ***
002700***    REFUSED   - REFUSED AT ACKNOWLEDGMENT, NOT TIMED        ***
002800***  EACH CLIENT ENDS WITH A MONTHLY SUMMARY (BY MONTH OF      ***
002900***  ARRIVAL): DECKS, COMPLETED, AVERAGE TOTAL HOURS OF THE    ***
003000***  COMPLETED DECKS, LATE, OPEN AND REFUSED.                  ***
003100***                                                            ***
003200***  CONTRACTED TURNAROUND: THE OPTIONAL CONTRACT DECK         ***
003300***  (TATCTL, '*' IN COLUMN 1 IS A COMMENT), CLIENT IN 1-3 AND ***
003400***  HOURS IN 5-8; A CLIENT WITHOUT A CARD GETS THE HOURS ON   ***
003450***  THE CLIENT MASTER (CLNTSRV), ELSE TATHOURS (AN            ***
003500***  ENVIRONMENT VALUE, 4 DIGITS, DEFAULT 0048).  A BAD CARD   ***
003600***  REFUSES THE RUN (RC 16).  DAYS ARE COUNTED BY DATESRV     ***
003700***  FROM THE PROCESSING CALENDAR; A STAGE WHOSE DATES ARE NOT ***
003800***  ON THE CALENDAR SHOWS N/A.                                ***
003900***  RETURN CODE 4 WHEN ANY DECK IS LATE OR A TABLE FILLED.    ***
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT DECK-LOG-FILE   ASSIGN TO UT-S-DECKLOG
004500        ORGANIZATION LINE SEQUENTIAL.
004600     SELECT OPTIONAL CONTRACT-FILE ASSIGN TO UT-S-TATCTL
004700        ORGANIZATION LINE SEQUENTIAL.
004800     SELECT PRNTR           ASSIGN TO UT-S-PRINTR1
004900        ORGANIZATION LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*    THE SHARED DECK MILESTONE LOG
005300 FD  DECK-LOG-FILE
005400     RECORDING MODE IS F
005500     LABEL RECORDS ARE STANDARD
005600     BLOCK CONTAINS 0 RECORDS
005700     DATA RECORD IS DECK-LOG-RECORD.
005800 01  DECK-LOG-RECORD.
005900     03  DL-STAGE                  PIC X(8).
006000         88  DL-ARRIVED               VALUE 'ARRIVED'.
006100         88  DL-ACCEPTED              VALUE 'ACCEPTED'.
006200         88  DL-REFUSED               VALUE 'REFUSED'.
006300         88  DL-POSTED                VALUE 'POSTED'.
006400         88  DL-STMT                  VALUE 'STMT'.
006500     03  DL-CLIENT                 PIC X(3).
006600     03  DL-RECORD-CNT             PIC 9(9).
006700     03  DL-DECK-HASH              PIC 9(15).
006800     03  DL-STAMP.
006900         05  DL-STAMP-DATE         PIC 9(8).
007000         05  DL-STAMP-TIME         PIC 9(8).
007100     03  DL-RUN-ID                 PIC X(28).
007200     03  FILLER                    PIC X.
007300 FD  CONTRACT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD
007600     BLOCK CONTAINS 0 RECORDS
007700     DATA RECORD IS CONTRACT-CARD.
007800 01  CONTRACT-CARD.
007900     03  CC-CLIENT                 PIC X(3).
008000     03  FILLER                    PIC X.
008100     03  CC-HOURS                  PIC X(4).
008200     03  CC-HOURS-9 REDEFINES CC-HOURS PIC 9(4).
008300     03  FILLER                    PIC X(72).
008400 FD  PRNTR
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD
008700     BLOCK CONTAINS 0 RECORDS
008800     DATA RECORD IS PRINT.
008900 01  PRINT.
009000     03  PRT                       PIC X(132).
009100
009200 WORKING-STORAGE SECTION.
009300 01  DLOG-EOF-SW                 PIC 9 VALUE 0.
009400     88  MORE-MILESTONES            VALUE 0.
009500     88  DLOG-EOF                   VALUE 1.
009600 01  CARD-EOF-SW                 PIC 9 VALUE 0.
009700     88  CARD-EOF                   VALUE 1.
009800 01  REFUSED-SW                  PIC 9 VALUE 0.
009900     88  RUN-REFUSED                VALUE 1.
010000 01  ELAPSED-SW                  PIC 9 VALUE 0.
010100     88  ELAPSED-KNOWN              VALUE 1.
010200 01  TODAY-DATE                  PIC 9(8).
010300 01  TODAY-TIME                  PIC 9(8).
010400 01  TATHOURS-X                  PIC X(4) VALUE SPACES.
010500 01  DEFAULT-HOURS               PIC 9(4) VALUE 48.
010600 01  CONTRACT-HOURS              PIC 9(4) VALUE 0.
010700 01  CONTRACT-MINUTES            PIC 9(7) VALUE 0.
010800*    DATESRV HANDSHAKE - 'A' COUNTS THE DAYS BETWEEN TWO DATES
010900 01  CAL-PARMS.
011000     05  CAL-FUNCTION              PIC X    VALUE SPACE.
011100     05  CAL-IN-DATE               PIC 9(8) VALUE ZEROS.
011200     05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
011300     05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
011400     05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
011500     05  CAL-DAYS                  PIC S9(5) COMP-5 VALUE 0.
011600     05  CAL-TO-DATE               PIC 9(8) VALUE ZEROS.
011605*    CLNTSRV HANDSHAKE - THE CLIENT MASTER'S CONTRACTED HOURS
011610 01  CLN-PARMS.
011615     05  CLN-FUNCTION              PIC X    VALUE SPACE.
011620     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
011625     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
011630     05  CLN-RECORD.
011635         10  CLN-CLIENT            PIC X(3).
011640         10  FILLER                PIC X(399).
011645         10  CLN-TAT-HOURS         PIC 9(4).
011650         10  FILLER                PIC X(74).
011700*    ONE ELAPSED-TIME MEASUREMENT
011800 01  FROM-STAMP.
011900     05  FROM-DATE                 PIC 9(8).
012000     05  FROM-HH                   PIC 99.
012100     05  FROM-MM                   PIC 99.
012200     05  FILLER                    PIC 9(4).
012300 01  TO-STAMP.
012400     05  TO-DATE                   PIC 9(8).
012500     05  TO-HH                     PIC 99.
012600     05  TO-MM                     PIC 99.
012700     05  FILLER                    PIC 9(4).
012800 01  ELAPSED-MIN                 PIC S9(9) VALUE 0.
012900 01  TOTAL-MIN                   PIC S9(9) VALUE 0.
013000 01  HOURS-EDIT                  PIC ZZZZ9.9.
013100 01  HOURS-TEXT                  PIC X(7).
013200 01  START-STAMP                 PIC X(16).
013300 01  DECK-FLAG                   PIC X(10).
013400
013500*    CONTRACTED TURNAROUND HOURS BY CLIENT
013600 01  CON-TBL-MAX                 PIC 9(4) COMP VALUE 200.
013700 01  CON-TBL-CNT                 PIC 9(4) COMP VALUE 0.
013800 01  CON-TABLE.
013900     03  CON-ENTRY  OCCURS 200 TIMES.
014000         05  CN-CLIENT             PIC X(3).
014100         05  CN-HOURS              PIC 9(4).
014200*    ONE ENTRY PER DECK, IN THE ORDER IT FIRST APPEARS ON THE
014300*    LOG; A ZERO STAMP IS A STAGE NOT REACHED
014400 01  DECK-TBL-MAX                PIC 9(4) COMP VALUE 5000.
014500 01  DECK-TBL-CNT                PIC 9(4) COMP VALUE 0.
014600 01  DECK-TABLE.
014700     03  DECK-ENTRY  OCCURS 5000 TIMES.
014800         05  DK-CLIENT             PIC X(3).
014900         05  DK-RECORD-CNT         PIC 9(9).
015000         05  DK-DECK-HASH          PIC 9(15).
015100         05  DK-ACK-STAGE          PIC X(8).
015200         05  DK-RUN-ID             PIC X(28).
015300         05  DK-ARR-STAMP.
015400             07  DK-ARR-DATE       PIC 9(8).
015500             07  DK-ARR-TIME       PIC 9(8).
015600         05  DK-ACK-STAMP.
015700             07  DK-ACK-DATE       PIC 9(8).
015800             07  DK-ACK-TIME       PIC 9(8).
015900         05  DK-POST-STAMP.
016000             07  DK-POST-DATE      PIC 9(8).
016100             07  DK-POST-TIME      PIC 9(8).
016200         05  DK-STMT-STAMP.
016300             07  DK-STMT-DATE      PIC 9(8).
016400             07  DK-STMT-TIME      PIC 9(8).
016500*    THE CLIENTS SEEN, KEPT IN CLIENT ORDER
016600 01  CLI-TBL-MAX                 PIC 9(4) COMP VALUE 500.
016700 01  CLI-TBL-CNT                 PIC 9(4) COMP VALUE 0.
016800 01  CLI-TABLE.
016900     03  CLI-ENTRY  OCCURS 500 TIMES.
017000         05  CT-CLIENT             PIC X(3).
017100*    ONE CLIENT'S MONTHS, BY MONTH OF ARRIVAL
017200 01  MON-TBL-MAX                 PIC 9(4) COMP VALUE 120.
017300 01  MON-TBL-CNT                 PIC 9(4) COMP VALUE 0.
017400 01  MON-TABLE.
017500     03  MON-ENTRY  OCCURS 120 TIMES.
017600         05  MO-MONTH              PIC 9(6).
017700         05  MO-DECKS              PIC 9(5).
017800         05  MO-DONE               PIC 9(5).
017900         05  MO-LATE               PIC 9(5).
018000         05  MO-OPEN               PIC 9(5).
018100         05  MO-REFUSED            PIC 9(5).
018200         05  MO-MINUTES            PIC 9(11).
018300 01  DX                          PIC 9(4) COMP.
018400 01  CX                          PIC 9(4) COMP.
018500 01  MX                          PIC 9(4) COMP.
018600 01  SX                          PIC 9(4) COMP.
018700 01  FOUND-IX                    PIC 9(4) COMP.
018800 01  SEEK-MONTH                  PIC 9(6).
018900 01  STMT-LINKED-CNT             PIC 9(4) COMP.
019000
019100 01  MILESTONE-CNT               PIC 9(7) VALUE 0.
019200 01  UNKNOWN-STAGE-CNT           PIC 9(7) VALUE 0.
019300 01  UNLINKED-STMT-CNT           PIC 9(7) VALUE 0.
019400 01  CARD-READ-CNT               PIC 9(7) VALUE 0.
019500 01  TABLE-FULL-CNT              PIC 9(7) VALUE 0.
019600 01  DECK-CNT                    PIC 9(7) VALUE 0.
019700 01  DONE-CNT                    PIC 9(7) VALUE 0.
019800 01  LATE-CNT                    PIC 9(7) VALUE 0.
019900 01  OPEN-CNT                    PIC 9(7) VALUE 0.
020000 01  REFUSED-CNT                 PIC 9(7) VALUE 0.
020100 01  DONE-MINUTES                PIC 9(11) VALUE 0.
020200 01  AVERAGE-MIN                 PIC 9(9) VALUE 0.
020300
020400******************************************************************
020500***  TURNAROUND REPORT LINES                                   ***
020600******************************************************************
020700 01  TAT-HDR1-LINE.
020800     03  FILLER                  PIC X(30)  VALUE SPACES.
020900     03  FILLER                  PIC X(55)  VALUE
021000         'C L I E N T   T U R N A R O U N D   R E P O R T'.
021100     03  FILLER                  PIC X(9)   VALUE
021200         'RUN DATE '.
021300     03  TH-RUN-DATE             PIC 9(8).
021400     03  FILLER                  PIC X(30)  VALUE SPACES.
021500 01  TAT-HDR2-LINE.
021600     03  FILLER                  PIC X(50)  VALUE
021700         ' CLI ARRIVED          RECORDS  RUN IDENTIFIER     '.
021800     03  FILLER                  PIC X(50)  VALUE
021900         '           ARR>ACK ACK>POST POST>STM    TOTAL  HRS'.
022000     03  FILLER                  PIC X(32)  VALUE
022100         '   FLAG'.
022200 01  TAT-DET-LINE.
022300     03  FILLER                  PIC X      VALUE SPACE.
022400     03  TD-CLIENT               PIC X(3).
022500     03  FILLER                  PIC X      VALUE SPACE.
022600     03  TD-START-DATE           PIC 9(8).
022700     03  FILLER                  PIC X      VALUE SPACE.
022800     03  TD-START-HH             PIC 99.
022900     03  FILLER                  PIC X      VALUE ':'.
023000     03  TD-START-MM             PIC 99.
023100     03  FILLER                  PIC X      VALUE SPACE.
023200     03  TD-RECORDS              PIC Z(8)9.
023300     03  FILLER                  PIC X(2)   VALUE SPACES.
023400     03  TD-RUN-ID               PIC X(28).
023500     03  FILLER                  PIC X(2)   VALUE SPACES.
023600     03  TD-ARR-ACK              PIC X(7).
023700     03  FILLER                  PIC X(2)   VALUE SPACES.
023800     03  TD-ACK-POST             PIC X(7).
023900     03  FILLER                  PIC X(2)   VALUE SPACES.
024000     03  TD-POST-STMT            PIC X(7).
024100     03  FILLER                  PIC X(2)   VALUE SPACES.
024200     03  TD-TOTAL                PIC X(7).
024300     03  FILLER                  PIC X(2)   VALUE SPACES.
024400     03  TD-CONTRACT             PIC ZZZ9.
024500     03  FILLER                  PIC X(2)   VALUE SPACES.
024600     03  TD-FLAG                 PIC X(10).
024700     03  FILLER                  PIC X(22)  VALUE SPACES.
024800 01  MON-HDR-LINE.
024900     03  FILLER                  PIC X(5)   VALUE SPACES.
025000     03  FILLER                  PIC X(50)  VALUE
025100         'MONTH    DECKS COMPLETED  AVG HOURS   LATE   OPEN '.
025200     03  FILLER                  PIC X(77)  VALUE
025300         'REFUSED'.
025400 01  MON-DET-LINE.
025500     03  FILLER                  PIC X(5)   VALUE SPACES.
025600     03  MD-MONTH                PIC 9(6).
025700     03  FILLER                  PIC X(2)   VALUE SPACES.
025800     03  MD-DECKS                PIC ZZZZ9.
025900     03  FILLER                  PIC X(5)   VALUE SPACES.
026000     03  MD-DONE                 PIC ZZZZ9.
026100     03  FILLER                  PIC X(4)   VALUE SPACES.
026200     03  MD-AVERAGE              PIC X(7).
026300     03  FILLER                  PIC X(2)   VALUE SPACES.
026400     03  MD-LATE                 PIC ZZZZ9.
026500     03  FILLER                  PIC X(2)   VALUE SPACES.
026600     03  MD-OPEN                 PIC ZZZZ9.
026700     03  FILLER                  PIC X(3)   VALUE SPACES.
026800     03  MD-REFUSED              PIC ZZZZ9.
026900     03  FILLER                  PIC X(73)  VALUE SPACES.
027000 01  CNT-DET-LINE.
027100     03  FILLER                  PIC X(2)   VALUE SPACES.
027200     03  CT-TEXT                 PIC X(40).
027300     03  CT-COUNT                PIC Z(8)9.
027400     03  FILLER                  PIC X(81)  VALUE SPACES.
027500 01  BLANK-LINE                  PIC X(132) VALUE SPACES.
027600
027700 PROCEDURE DIVISION.
027800 0000-MAINLINE.
027900     PERFORM 1000-INITIALIZE THRU 1090-EXIT.
028000     IF NOT RUN-REFUSED
028100       PERFORM 2000-LOAD-MILESTONE THRU 2090-EXIT
028200         UNTIL DLOG-EOF
028300       PERFORM 3000-ONE-CLIENT THRU 3090-EXIT
028400         VARYING CX FROM 1 BY 1 UNTIL CX > CLI-TBL-CNT
028500       PERFORM 8000-REPORT-TOTALS.
028600     PERFORM 9000-EOJ.
028700     EXIT PROGRAM.
028800     STOP RUN.
028900******************************************************************
029000***  LOADS THE CONTRACT DECK AND OPENS THE DECK LOG            ***
029100******************************************************************
029200 1000-INITIALIZE.
029300     DISPLAY 'BDMS0259 BEGIN PROCESSING'.
029400     ACCEPT TODAY-DATE FROM DATE YYYYMMDD.
029500     ACCEPT TODAY-TIME FROM TIME.
029600     DISPLAY 'TATHOURS' UPON ENVIRONMENT-NAME.
029700     ACCEPT TATHOURS-X FROM ENVIRONMENT-VALUE.
029800     IF TATHOURS-X NUMERIC AND TATHOURS-X NOT = '0000'
029900       MOVE TATHOURS-X TO DEFAULT-HOURS.
030000     DISPLAY 'BDMS0259 DEFAULT CONTRACT HOURS=' DEFAULT-HOURS.
030100     OPEN INPUT CONTRACT-FILE.
030200     PERFORM 1100-LOAD-CONTRACT THRU 1190-EXIT
030300       UNTIL CARD-EOF OR RUN-REFUSED.
030400     CLOSE CONTRACT-FILE.
030500     IF RUN-REFUSED
030600       MOVE 16 TO RETURN-CODE
030700       GO TO 1090-EXIT.
030800     OPEN INPUT DECK-LOG-FILE.
030900     OPEN OUTPUT PRNTR.
031000     MOVE TODAY-DATE TO TH-RUN-DATE.
031100     WRITE PRINT FROM TAT-HDR1-LINE.
031200     WRITE PRINT FROM TAT-HDR2-LINE.
031300     PERFORM 2900-DLOG-READ.
031400 1090-EXIT.
031500     EXIT.
031600 1100-LOAD-CONTRACT.
031700     READ CONTRACT-FILE, AT END
031800       MOVE 1 TO CARD-EOF-SW
031900       GO TO 1190-EXIT.
032000     ADD 1 TO CARD-READ-CNT.
032100     IF CONTRACT-CARD (1:1) = '*' OR CONTRACT-CARD = SPACES
032200       GO TO 1190-EXIT.
032300     IF CC-CLIENT = SPACES OR CC-HOURS NOT NUMERIC OR
032400        CC-HOURS-9 = 0
032500       DISPLAY 'BDMS0259 BAD CONTRACT CARD <' CONTRACT-CARD
032600               '> - RUN REFUSED'
032700       MOVE 1 TO REFUSED-SW
032800       GO TO 1190-EXIT.
032900     IF CON-TBL-CNT NOT < CON-TBL-MAX
033000       DISPLAY 'BDMS0259 MORE THAN ' CON-TBL-MAX
033100               ' CONTRACT CARDS - RUN REFUSED'
033200       MOVE 1 TO REFUSED-SW
033300       GO TO 1190-EXIT.
033400     ADD 1 TO CON-TBL-CNT.
033500     MOVE CC-CLIENT  TO CN-CLIENT (CON-TBL-CNT).
033600     MOVE CC-HOURS-9 TO CN-HOURS (CON-TBL-CNT).
033700 1190-EXIT.
033800     EXIT.
033900******************************************************************
034000***  ONE MILESTONE: STARTS A DECK OR STAMPS THE DECK IT      ***
034100***  BELONGS TO                                                ***
034200******************************************************************
034300 2000-LOAD-MILESTONE.
034400     MOVE 0 TO FOUND-IX.
034500     IF DL-ARRIVED
034600       PERFORM 2100-NEW-DECK THRU 2190-EXIT
034700       IF FOUND-IX > 0
034800         MOVE DL-STAMP TO DK-ARR-STAMP (FOUND-IX)
034900       END-IF
035000       GO TO 2090-EXIT.
035100     IF DL-ACCEPTED OR DL-REFUSED
035200       PERFORM 2200-MATCH-ACK
035300         VARYING DX FROM DECK-TBL-CNT BY -1
035400           UNTIL DX < 1 OR FOUND-IX > 0
035500       IF FOUND-IX = 0
035600         PERFORM 2100-NEW-DECK THRU 2190-EXIT
035700       END-IF
035800       IF FOUND-IX > 0
035900         MOVE DL-STAGE TO DK-ACK-STAGE (FOUND-IX)
036000         MOVE DL-STAMP TO DK-ACK-STAMP (FOUND-IX)
036100       END-IF
036200       GO TO 2090-EXIT.
036300     IF DL-POSTED
036400       PERFORM 2300-MATCH-POST
036500         VARYING DX FROM DECK-TBL-CNT BY -1
036600           UNTIL DX < 1 OR FOUND-IX > 0
036700       IF FOUND-IX = 0
036800         PERFORM 2100-NEW-DECK THRU 2190-EXIT
036900       END-IF
037000       IF FOUND-IX > 0
037100         MOVE DL-STAMP  TO DK-POST-STAMP (FOUND-IX)
037200         MOVE DL-RUN-ID TO DK-RUN-ID (FOUND-IX)
037300       END-IF
037400       GO TO 2090-EXIT.
037500     IF DL-STMT
037600       MOVE 0 TO STMT-LINKED-CNT
037700       IF DL-RUN-ID NOT = SPACES
037800         PERFORM 2400-LINK-STMT-BY-RUN
037900           VARYING DX FROM 1 BY 1 UNTIL DX > DECK-TBL-CNT
038000       END-IF
038100       IF STMT-LINKED-CNT = 0
038200         PERFORM 2450-LINK-STMT-BY-CLIENT
038300           VARYING DX FROM 1 BY 1 UNTIL DX > DECK-TBL-CNT
038400       END-IF
038500       IF STMT-LINKED-CNT = 0
038600         ADD 1 TO UNLINKED-STMT-CNT
038700       END-IF
038800       GO TO 2090-EXIT.
038900     ADD 1 TO UNKNOWN-STAGE-CNT.
039000 2090-EXIT.
039100     PERFORM 2900-DLOG-READ.
039200*    A NEW DECK ENTRY FOR THE MILESTONE'S FINGERPRINT
039300 2100-NEW-DECK.
039400     IF DECK-TBL-CNT NOT < DECK-TBL-MAX
039500       ADD 1 TO TABLE-FULL-CNT
039600       GO TO 2190-EXIT.
039700     ADD 1 TO DECK-TBL-CNT.
039800     MOVE DECK-TBL-CNT TO FOUND-IX.
039900     MOVE DL-CLIENT     TO DK-CLIENT (FOUND-IX).
040000     MOVE DL-RECORD-CNT TO DK-RECORD-CNT (FOUND-IX).
040100     MOVE DL-DECK-HASH  TO DK-DECK-HASH (FOUND-IX).
040200     MOVE SPACES TO DK-ACK-STAGE (FOUND-IX), DK-RUN-ID (FOUND-IX).
040300     MOVE 0 TO DK-ARR-DATE (FOUND-IX), DK-ARR-TIME (FOUND-IX),
040400               DK-ACK-DATE (FOUND-IX), DK-ACK-TIME (FOUND-IX),
040500               DK-POST-DATE (FOUND-IX), DK-POST-TIME (FOUND-IX),
040600               DK-STMT-DATE (FOUND-IX), DK-STMT-TIME (FOUND-IX).
040700     PERFORM 2800-ADD-CLIENT THRU 2890-EXIT.
040800 2190-EXIT.
040900     EXIT.
041000*    THE LATEST DECK OF THE SAME FINGERPRINT NOT YET ACKNOWLEDGED
041100 2200-MATCH-ACK.
041200     IF DK-DECK-HASH (DX) = DL-DECK-HASH AND
041300        DK-RECORD-CNT (DX) = DL-RECORD-CNT AND
041400        DK-ACK-DATE (DX) = 0 AND DK-POST-DATE (DX) = 0
041500       MOVE DX TO FOUND-IX.
041600*    THE LATEST ACCEPTED DECK OF THE SAME FINGERPRINT NOT YET
041700*    POSTED
041800 2300-MATCH-POST.
041900     IF DK-DECK-HASH (DX) = DL-DECK-HASH AND
042000        DK-RECORD-CNT (DX) = DL-RECORD-CNT AND
042100        DK-POST-DATE (DX) = 0 AND
042200        DK-ACK-STAGE (DX) NOT = 'REFUSED'
042300       MOVE DX TO FOUND-IX.
042400*    THE CLIENT'S DECKS POSTED UNDER THE STATEMENT'S RUN
042500 2400-LINK-STMT-BY-RUN.
042600     IF DK-CLIENT (DX) = DL-CLIENT AND
042700        DK-RUN-ID (DX) = DL-RUN-ID AND
042800        DK-POST-DATE (DX) NOT = 0 AND DK-STMT-DATE (DX) = 0
042900       MOVE DL-STAMP TO DK-STMT-STAMP (DX)
043000       ADD 1 TO STMT-LINKED-CNT.
043100*    OTHERWISE THE CLIENT'S POSTED DECKS NOT YET ON A STATEMENT
043200 2450-LINK-STMT-BY-CLIENT.
043300     IF DK-CLIENT (DX) = DL-CLIENT AND
043400        DK-POST-DATE (DX) NOT = 0 AND DK-STMT-DATE (DX) = 0 AND
043500        DK-POST-STAMP (DX) NOT > DL-STAMP
043600       MOVE DL-STAMP TO DK-STMT-STAMP (DX)
043700       ADD 1 TO STMT-LINKED-CNT.
043800*    KEEPS THE CLIENT TABLE IN CLIENT ORDER
043900 2800-ADD-CLIENT.
044000     MOVE 0 TO SX.
044100     PERFORM 2850-SEEK-CLIENT
044200       VARYING CX FROM 1 BY 1
044300         UNTIL CX > CLI-TBL-CNT OR SX > 0.
044400     IF SX > 0
044500       IF CT-CLIENT (SX) = DL-CLIENT
044600         GO TO 2890-EXIT.
044700     IF CLI-TBL-CNT NOT < CLI-TBL-MAX
044800       ADD 1 TO TABLE-FULL-CNT
044900       GO TO 2890-EXIT.
045000     IF SX = 0
045100       COMPUTE SX = CLI-TBL-CNT + 1.
045200     PERFORM 2870-SHIFT-CLIENT
045300       VARYING CX FROM CLI-TBL-CNT BY -1 UNTIL CX < SX.
045400     MOVE DL-CLIENT TO CT-CLIENT (SX).
045500     ADD 1 TO CLI-TBL-CNT.
045600 2890-EXIT.
045700     EXIT.
045800 2850-SEEK-CLIENT.
045900     IF CT-CLIENT (CX) NOT < DL-CLIENT
046000       MOVE CX TO SX.
046100 2870-SHIFT-CLIENT.
046200     MOVE CT-CLIENT (CX) TO CT-CLIENT (CX + 1).
046300 2900-DLOG-READ.
046400     READ DECK-LOG-FILE, AT END
046500       MOVE 1 TO DLOG-EOF-SW.
046600     IF MORE-MILESTONES
046700       ADD 1 TO MILESTONE-CNT.
046800******************************************************************
046900***  ONE CLIENT: ITS DECKS, THEN ITS MONTHLY SUMMARY           ***
047000******************************************************************
047100 3000-ONE-CLIENT.
047200     MOVE DEFAULT-HOURS TO CONTRACT-HOURS.
047210     MOVE 'R' TO CLN-FUNCTION.
047220     MOVE CT-CLIENT (CX) TO CLN-CLIENT.
047230     CALL 'CLNTSRV' USING CLN-PARMS.
047240     IF CLN-RC = 0 AND CLN-TAT-HOURS NUMERIC
047250       IF CLN-TAT-HOURS > 0
047260         MOVE CLN-TAT-HOURS TO CONTRACT-HOURS.
047300     PERFORM 3050-FIND-CONTRACT
047400       VARYING SX FROM 1 BY 1 UNTIL SX > CON-TBL-CNT.
047500     COMPUTE CONTRACT-MINUTES = CONTRACT-HOURS * 60.
047600     MOVE 0 TO MON-TBL-CNT.
047700     WRITE PRINT FROM BLANK-LINE.
047800     PERFORM 3100-ONE-DECK THRU 3190-EXIT
047900       VARYING DX FROM 1 BY 1 UNTIL DX > DECK-TBL-CNT.
048000     WRITE PRINT FROM BLANK-LINE.
048100     WRITE PRINT FROM MON-HDR-LINE.
048200     PERFORM 3300-MONTH-LINE
048300       VARYING MX FROM 1 BY 1 UNTIL MX > MON-TBL-CNT.
048400 3090-EXIT.
048500     EXIT.
048600 3050-FIND-CONTRACT.
048700     IF CN-CLIENT (SX) = CT-CLIENT (CX)
048800       MOVE CN-HOURS (SX) TO CONTRACT-HOURS.
048900 3100-ONE-DECK.
049000     IF DK-CLIENT (DX) NOT = CT-CLIENT (CX)
049100       GO TO 3190-EXIT.
049200     ADD 1 TO DECK-CNT.
049300     MOVE DK-CLIENT (DX)     TO TD-CLIENT.
049400     MOVE DK-RECORD-CNT (DX) TO TD-RECORDS.
049500     MOVE DK-RUN-ID (DX)     TO TD-RUN-ID.
049600     MOVE CONTRACT-HOURS     TO TD-CONTRACT.
049700     MOVE SPACES TO TD-ARR-ACK, TD-ACK-POST, TD-POST-STMT,
049800                    TD-TOTAL, DECK-FLAG.
049900*    TIMED FROM THE FIRST STAGE LOGGED FOR THE DECK
050000     IF DK-ARR-DATE (DX) NOT = 0
050100       MOVE DK-ARR-STAMP (DX) TO START-STAMP
050200     ELSE
050300     IF DK-ACK-DATE (DX) NOT = 0
050400       MOVE DK-ACK-STAMP (DX) TO START-STAMP
050500     ELSE
050600       MOVE DK-POST-STAMP (DX) TO START-STAMP.
050700     MOVE START-STAMP TO FROM-STAMP.
050800     MOVE FROM-DATE TO TD-START-DATE.
050900     MOVE FROM-HH   TO TD-START-HH.
051000     MOVE FROM-MM   TO TD-START-MM.
051100     IF DK-ARR-DATE (DX) NOT = 0 AND DK-ACK-DATE (DX) NOT = 0
051200       MOVE DK-ARR-STAMP (DX) TO FROM-STAMP
051300       MOVE DK-ACK-STAMP (DX) TO TO-STAMP
051400       PERFORM 7000-ELAPSED THRU 7090-EXIT
051500       MOVE HOURS-TEXT TO TD-ARR-ACK.
051600     IF DK-ACK-DATE (DX) NOT = 0 AND DK-POST-DATE (DX) NOT = 0
051700       MOVE DK-ACK-STAMP (DX) TO FROM-STAMP
051800       MOVE DK-POST-STAMP (DX) TO TO-STAMP
051900       PERFORM 7000-ELAPSED THRU 7090-EXIT
052000       MOVE HOURS-TEXT TO TD-ACK-POST.
052100     IF DK-POST-DATE (DX) NOT = 0 AND DK-STMT-DATE (DX) NOT = 0
052200       MOVE DK-POST-STAMP (DX) TO FROM-STAMP
052300       MOVE DK-STMT-STAMP (DX) TO TO-STAMP
052400       PERFORM 7000-ELAPSED THRU 7090-EXIT
052500       MOVE HOURS-TEXT TO TD-POST-STMT.
052600     MOVE START-STAMP TO FROM-STAMP.
052700     MOVE FROM-DATE (1:6) TO SEEK-MONTH.
052800     PERFORM 3200-FIND-MONTH THRU 3290-EXIT.
052900     IF MX > 0
053000       ADD 1 TO MO-DECKS (MX).
053100     IF DK-ACK-STAGE (DX) = 'REFUSED'
053200       MOVE 'REFUSED' TO DECK-FLAG
053300       ADD 1 TO REFUSED-CNT
053400       IF MX > 0
053500         ADD 1 TO MO-REFUSED (MX)
053600       END-IF
053700       GO TO 3180-PRINT-DECK.
053800*    COMPLETED: TIMED TO THE STATEMENT; OPEN: TIMED TO NOW
053900     IF DK-STMT-DATE (DX) NOT = 0
054000       MOVE DK-STMT-STAMP (DX) TO TO-STAMP
054100     ELSE
054200       MOVE TODAY-DATE TO TO-DATE
054300       MOVE TODAY-TIME (1:2) TO TO-HH
054400       MOVE TODAY-TIME (3:2) TO TO-MM.
054500     PERFORM 7000-ELAPSED THRU 7090-EXIT.
054600     MOVE ELAPSED-MIN TO TOTAL-MIN.
054700     IF DK-STMT-DATE (DX) NOT = 0
054800       MOVE HOURS-TEXT TO TD-TOTAL
054900       ADD 1 TO DONE-CNT
055000       IF MX > 0
055100         ADD 1 TO MO-DONE (MX)
055200       END-IF
055300       IF ELAPSED-KNOWN
055400         ADD TOTAL-MIN TO DONE-MINUTES
055500         IF MX > 0
055600           ADD TOTAL-MIN TO MO-MINUTES (MX)
055700         END-IF
055800       END-IF
055900       IF ELAPSED-KNOWN AND TOTAL-MIN > CONTRACT-MINUTES
056000         MOVE 'LATE' TO DECK-FLAG
056100         ADD 1 TO LATE-CNT
056200         IF MX > 0
056300           ADD 1 TO MO-LATE (MX)
056400         END-IF
056500       END-IF
056600     ELSE
056700       ADD 1 TO OPEN-CNT
056800       IF MX > 0
056900         ADD 1 TO MO-OPEN (MX)
057000       END-IF
057100       IF ELAPSED-KNOWN AND TOTAL-MIN > CONTRACT-MINUTES
057200         MOVE 'LATE-OPEN' TO DECK-FLAG
057300         ADD 1 TO LATE-CNT
057400         IF MX > 0
057500           ADD 1 TO MO-LATE (MX)
057600         END-IF
057700       ELSE
057800         MOVE 'OPEN' TO DECK-FLAG.
057900 3180-PRINT-DECK.
058000     MOVE DECK-FLAG TO TD-FLAG.
058100     WRITE PRINT FROM TAT-DET-LINE.
058200 3190-EXIT.
058300     EXIT.
058400*    THE CLIENT'S ENTRY FOR SEEK-MONTH, ADDED WHEN NEW
058500 3200-FIND-MONTH.
058600     MOVE 0 TO FOUND-IX.
058700     PERFORM 3250-MATCH-MONTH
058800       VARYING MX FROM 1 BY 1
058900         UNTIL MX > MON-TBL-CNT OR FOUND-IX > 0.
059000     MOVE FOUND-IX TO MX.
059100     IF MX > 0
059200       GO TO 3290-EXIT.
059300     IF MON-TBL-CNT NOT < MON-TBL-MAX
059400       ADD 1 TO TABLE-FULL-CNT
059500       GO TO 3290-EXIT.
059600     ADD 1 TO MON-TBL-CNT.
059700     MOVE MON-TBL-CNT TO MX.
059800     MOVE SEEK-MONTH TO MO-MONTH (MX).
059900     MOVE 0 TO MO-DECKS (MX), MO-DONE (MX), MO-LATE (MX),
060000               MO-OPEN (MX), MO-REFUSED (MX), MO-MINUTES (MX).
060100 3290-EXIT.
060200     EXIT.
060300 3250-MATCH-MONTH.
060400     IF MO-MONTH (MX) = SEEK-MONTH
060500       MOVE MX TO FOUND-IX.
060600 3300-MONTH-LINE.
060700     MOVE MO-MONTH (MX)   TO MD-MONTH.
060800     MOVE MO-DECKS (MX)   TO MD-DECKS.
060900     MOVE MO-DONE (MX)    TO MD-DONE.
061000     MOVE MO-LATE (MX)    TO MD-LATE.
061100     MOVE MO-OPEN (MX)    TO MD-OPEN.
061200     MOVE MO-REFUSED (MX) TO MD-REFUSED.
061300     MOVE SPACES TO MD-AVERAGE.
061400     IF MO-DONE (MX) > 0
061500       COMPUTE AVERAGE-MIN ROUNDED =
061600               MO-MINUTES (MX) / MO-DONE (MX)
061700       COMPUTE HOURS-EDIT ROUNDED = AVERAGE-MIN / 60
061800       MOVE HOURS-EDIT TO MD-AVERAGE.
061900     WRITE PRINT FROM MON-DET-LINE.
062000******************************************************************
062100***  MINUTES FROM FROM-STAMP TO TO-STAMP INTO ELAPSED-MIN AND  ***
062200***  HOURS-TEXT; DAYS COME FROM THE PROCESSING CALENDAR        ***
062300******************************************************************
062400 7000-ELAPSED.
062500     MOVE 0 TO ELAPSED-MIN, ELAPSED-SW.
062600     MOVE '    N/A' TO HOURS-TEXT.
062700     MOVE 0 TO CAL-DAYS.
062800     IF FROM-DATE NOT = TO-DATE
062900       MOVE 'A' TO CAL-FUNCTION
063000       MOVE FROM-DATE TO CAL-IN-DATE
063100       MOVE TO-DATE TO CAL-TO-DATE
063200       CALL 'DATESRV' USING CAL-PARMS
063300       IF CAL-RC NOT = 0
063400         GO TO 7090-EXIT.
063500     COMPUTE ELAPSED-MIN = CAL-DAYS * 1440
063600                         + TO-HH * 60 + TO-MM
063700                         - FROM-HH * 60 - FROM-MM.
063800     IF ELAPSED-MIN < 0
063900       MOVE 0 TO ELAPSED-MIN.
064000     MOVE 1 TO ELAPSED-SW.
064100     COMPUTE HOURS-EDIT ROUNDED = ELAPSED-MIN / 60.
064200     MOVE HOURS-EDIT TO HOURS-TEXT.
064300 7090-EXIT.
064400     EXIT.
064500******************************************************************
064600***  RUN TOTALS AND THE RETURN CODE                            ***
064700******************************************************************
064800 8000-REPORT-TOTALS.
064900     WRITE PRINT FROM BLANK-LINE.
065000     MOVE 'MILESTONES READ' TO CT-TEXT.
065100     MOVE MILESTONE-CNT TO CT-COUNT.
065200     WRITE PRINT FROM CNT-DET-LINE.
065300     MOVE 'CLIENTS' TO CT-TEXT.
065400     MOVE CLI-TBL-CNT TO CT-COUNT.
065500     WRITE PRINT FROM CNT-DET-LINE.
065600     MOVE 'DECKS' TO CT-TEXT.
065700     MOVE DECK-CNT TO CT-COUNT.
065800     WRITE PRINT FROM CNT-DET-LINE.
065900     MOVE '  COMPLETED (ON A STATEMENT)' TO CT-TEXT.
066000     MOVE DONE-CNT TO CT-COUNT.
066100     WRITE PRINT FROM CNT-DET-LINE.
066200     MOVE '  OPEN' TO CT-TEXT.
066300     MOVE OPEN-CNT TO CT-COUNT.
066400     WRITE PRINT FROM CNT-DET-LINE.
066500     MOVE '  REFUSED' TO CT-TEXT.
066600     MOVE REFUSED-CNT TO CT-COUNT.
066700     WRITE PRINT FROM CNT-DET-LINE.
066800     MOVE '  PAST THE CONTRACTED TURNAROUND' TO CT-TEXT.
066900     MOVE LATE-CNT TO CT-COUNT.
067000     WRITE PRINT FROM CNT-DET-LINE.
067100     MOVE 'AVERAGE HOURS TO STATEMENT' TO CT-TEXT.
067200     MOVE 0 TO CT-COUNT.
067300     IF DONE-CNT > 0
067400       COMPUTE CT-COUNT ROUNDED = DONE-MINUTES / DONE-CNT / 60.
067500     WRITE PRINT FROM CNT-DET-LINE.
067600     MOVE 'STATEMENTS NOT LINKED TO A DECK' TO CT-TEXT.
067700     MOVE UNLINKED-STMT-CNT TO CT-COUNT.
067800     WRITE PRINT FROM CNT-DET-LINE.
067900     MOVE 'MILESTONES OF AN UNKNOWN STAGE' TO CT-TEXT.
068000     MOVE UNKNOWN-STAGE-CNT TO CT-COUNT.
068100     WRITE PRINT FROM CNT-DET-LINE.
068200     IF TABLE-FULL-CNT > 0
068300       MOVE 'ENTRIES DROPPED - TABLE FULL' TO CT-TEXT
068400       MOVE TABLE-FULL-CNT TO CT-COUNT
068500       WRITE PRINT FROM CNT-DET-LINE.
068600     IF LATE-CNT > 0 OR TABLE-FULL-CNT > 0
068700       MOVE 4 TO RETURN-CODE.
068800 9000-EOJ.
068900     IF NOT RUN-REFUSED
069000       CLOSE DECK-LOG-FILE, PRNTR.
069100     DISPLAY 'BDMS0259 MILESTONES READ..........' MILESTONE-CNT.
069200     DISPLAY 'BDMS0259 DECKS REPORTED...........' DECK-CNT.
069300     DISPLAY 'BDMS0259 DECKS LATE...............' LATE-CNT.
069400     DISPLAY 'BDMS0259 END PROCESSING'.
