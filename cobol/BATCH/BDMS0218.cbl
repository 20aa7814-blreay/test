001300***  SAME FDT DECK THE UPDATE PROGRAMS USE: EACH IMAGE IS      ***
001400***  COMPARED TO THE PRIOR IMAGE OF ITS KEY USING THE FB2      ***
001500***  FIXED FIELDS AND THE RECORD-TYPE CARD FOR ITS SEQ NUMBER. ***
001510***  A TC 05 RE-KEY IMAGE NAMES THE SEQ NUMBER IT MOVED FROM;  ***
001520***  THE KEY'S HISTORY IS FOLLOWED ACROSS THE MOVE, SO A       ***
001530***  RECSEQ SELECTION OF THE OLD NUMBER KEEPS REPORTING THE    ***
001540***  RECORD UNDER ITS NEW ONE.                                 ***
001600******************************************************************
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
004400     03  FILLER                               PIC X(97).
004500     03  C-UPD-DATE                           PIC X(6).
004600     03  C-UPD-CCYY                           PIC X(4).
      *      ON A TC 05 RE-KEY IMAGE, THE SEQ NUMBER THE RECORD MOVED
      *      FROM; SPACES ON EVERY OTHER IMAGE
           03  C-MOVED-FROM-SEQ                     PIC X(3).
004700     03  FILLER                               PIC X(3).
      *      EXTENSION AREA FOR MASTERS DECLARING LRECL ABOVE 128;
      *      TRAILING SPACES ON A 128-BYTE SHOP'S RECORDS ARE INERT
           03  FILLER                               PIC X(384).
006900     03  FNN-FILE-ID               PIC X.
007000     03  FNN-SEQ-NUMB              PIC 9(3).
007100     03  FNN-FIELD-NO              PIC 99.
007200     03  FNN-CONT-MARK             PIC X.
007210     03  FNN-LOC-BASE              PIC X(3).
007300     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
007400       05  FNN-FORMAT              PIC X.
007500       05  FNN-LOCATION            PIC 99.
012100       05  IM-KEY                PIC X(7).
012200       05  IM-IMAGE              PIC X(512).
012300 01  WORK-KEY                    PIC X(7).
       01  MOVED-FROM-KEY              PIC X(7).
      ******************************************************************
      ***  SEQ NUMBERS A RECSEQ SELECTION HAS FOLLOWED THROUGH TC 05 ***
      ***  RE-KEYS; THEIR LATER IMAGES ARE PART OF THE SELECTION     ***
      ******************************************************************
       01  FOLLOW-TBL-MAX              PIC 9(4) COMP-5 VALUE 50.
       01  FOLLOW-TBL-CNT              PIC 9(4) COMP-5 VALUE 0.
       01  FOLLOW-TBL-I                PIC 9(4) COMP-5 VALUE 0.
       01  FOLLOW-FOUND-SW             PIC 9 VALUE 0.
           88  SEQ-FOLLOWED               VALUE 1.
       01  FOLLOW-TABLE.
           03  FOLLOW-SEQ  OCCURS 50 TIMES  PIC X(3).
012400 01  PREV-IMAGE                  PIC X(512).
012500 01  CUR-IMAGE                   PIC X(512).
      *    THE MASTER RECORD LENGTH THE DECK DECLARES (LRECL HEADER
013400
013500 01  CHG-READ-CNT                PIC 9(8) COMP-5 VALUE 0.
013600 01  MATCHED-CNT                 PIC 9(8) COMP-5 VALUE 0.
       01  MOVES-FOLLOWED-CNT          PIC 9(8) COMP-5 VALUE 0.
013700 01  CHANGES-LISTED-CNT          PIC 9(8) COMP-5 VALUE 0.
013800
013900 PROCEDURE DIVISION.

016700     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
016800       MOVE 1 TO FDT-EOF-SW.
016810*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
016820     PERFORM 1150-KEY-CONT-SKIP UNTIL FDT-EOF OR
016830       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
016900     MOVE SPACES TO FDT-REC-ARRAY.
017000     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF.
           PERFORM 1200-HISTORY-SEED.
017400 1100-FDT-ARRAY-BUILD.
017500     READ FDT-FILE INTO FDT-NN-REC AT END
017600       MOVE 1 TO FDT-EOF-SW.
017610*    A CONTINUATION CARD ('+' IN COLUMN 7) CARRIES FIELDS PAST
017620*    14 OF THE CARD BEFORE IT AND IS NOT FILED AS A RECORD TYPE
017700     IF MORE-FDT-RECS AND FNN-CONT-MARK NOT = '+'
017800       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
017900       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX).
017910 1150-KEY-CONT-SKIP.
017920     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
017930       MOVE 1 TO FDT-EOF-SW.
      ******************************************************************
      ***  SEEDS THE LAST-IMAGE TABLE FROM THE BDMS0242 CONSOLIDATED ***
      ***  HISTORY SO THE FIRST RAW CHANGE OF A KEY DIFFS AGAINST    ***
018600       GO TO 2080-NEXT.
018700     IF RECSEQ-PICK NOT = SPACES AND
018800        C-SEQ-NUMBER NOT = RECSEQ-PICK
             PERFORM 2150-FOLLOW-TEST
             IF NOT SEQ-FOLLOWED
018900         GO TO 2080-NEXT.
019000     ADD 1 TO MATCHED-CNT.
019100     MOVE CHG-RECORD TO CUR-IMAGE.
019200     MOVE C-REC-ID     TO WORK-KEY (1:1).
019300     MOVE C-CLIENT     TO WORK-KEY (2:3).
019400     MOVE C-SEQ-NUMBER TO WORK-KEY (5:3).
           IF C-MOVED-FROM-SEQ NOT = SPACES
             PERFORM 2050-MOVED-RECORD
             GO TO 2080-NEXT.
019500     PERFORM 2100-FIND-IMAGE.
019600     IF IMG-FOUND-IX = 0
019700       DISPLAY 'KEY ' WORK-KEY ' FIRST IMAGE, POSTED '
020400       PERFORM 2300-DIFF-IMAGES
020500       MOVE CUR-IMAGE TO IM-IMAGE (IMG-FOUND-IX)
020600       ADD 1 TO CHANGES-LISTED-CNT.
           GO TO 2080-NEXT.
      ******************************************************************
      ***  A RE-KEY IMAGE CARRIES THE KEY'S HISTORY OVER: IT IS      ***
      ***  DIFFED AGAINST THE LAST IMAGE OF THE OLD KEY, WHOSE TABLE ***
      ***  ENTRY THEN TAKES THE NEW KEY                              ***
      ******************************************************************
       2050-MOVED-RECORD.
           MOVE WORK-KEY         TO MOVED-FROM-KEY.
           MOVE C-MOVED-FROM-SEQ TO MOVED-FROM-KEY (5:3).
           ADD 1 TO MOVES-FOLLOWED-CNT.
           DISPLAY 'KEY ' WORK-KEY ' MOVED FROM SEQ ' C-MOVED-FROM-SEQ
                   ', POSTED ' C-UPD-DATE ' (' C-UPD-CCYY ')'.
           IF RECSEQ-PICK NOT = SPACES
             PERFORM 2160-FOLLOW-ADD THRU 2160-EXIT.
      *    AN ENTRY STILL HELD UNDER THE NEW KEY BELONGS TO A RECORD
      *    THAT LEFT IT EARLIER; IT IS RETIRED SO LOOKUPS FIND THE
      *    MOVED ONE
           PERFORM 2100-FIND-IMAGE.
           IF IMG-FOUND-IX > 0
             MOVE SPACES TO IM-KEY (IMG-FOUND-IX).
           MOVE C-MOVED-FROM-SEQ TO WORK-KEY (5:3).
           PERFORM 2100-FIND-IMAGE.
           MOVE C-SEQ-NUMBER     TO WORK-KEY (5:3).
           IF IMG-FOUND-IX = 0
             DISPLAY '  NO EARLIER IMAGE OF ' MOVED-FROM-KEY
                     ' IN THIS HISTORY'
             PERFORM 2200-STORE-IMAGE
           ELSE
             MOVE IM-IMAGE (IMG-FOUND-IX) TO PREV-IMAGE
             PERFORM 2300-DIFF-IMAGES
             MOVE WORK-KEY  TO IM-KEY (IMG-FOUND-IX)
             MOVE CUR-IMAGE TO IM-IMAGE (IMG-FOUND-IX)
             ADD 1 TO CHANGES-LISTED-CNT.
020700 2080-NEXT.
020800     PERFORM 2900-CHG-READ.
020900 2090-EXIT.
021700     IF IM-KEY (IMG-TBL-I) = WORK-KEY
021800       MOVE IMG-TBL-I TO IMG-FOUND-IX.
021900     ADD 1 TO IMG-TBL-I.
      *    AN UNSELECTED SEQ NUMBER IS STILL PART OF THE SELECTION
      *    WHEN THE RECORD WAS FOLLOWED TO IT, OR WHEN THIS IMAGE IS
      *    A MOVE OUT OF A SELECTED OR FOLLOWED SEQ NUMBER
       2150-FOLLOW-TEST.
           MOVE 0 TO FOLLOW-FOUND-SW.
           IF C-MOVED-FROM-SEQ = RECSEQ-PICK
             MOVE 1 TO FOLLOW-FOUND-SW.
           MOVE 1 TO FOLLOW-TBL-I.
           PERFORM 2155-FOLLOW-SCAN
             UNTIL FOLLOW-TBL-I > FOLLOW-TBL-CNT OR SEQ-FOLLOWED.
       2155-FOLLOW-SCAN.
           IF FOLLOW-SEQ (FOLLOW-TBL-I) = C-SEQ-NUMBER OR
              FOLLOW-SEQ (FOLLOW-TBL-I) = C-MOVED-FROM-SEQ
             MOVE 1 TO FOLLOW-FOUND-SW.
           ADD 1 TO FOLLOW-TBL-I.
       2160-FOLLOW-ADD.
           IF C-SEQ-NUMBER = RECSEQ-PICK
             GO TO 2160-EXIT.
           MOVE 0 TO FOLLOW-FOUND-SW.
           MOVE 1 TO FOLLOW-TBL-I.
           PERFORM 2165-FOLLOW-SEQ-SCAN
             UNTIL FOLLOW-TBL-I > FOLLOW-TBL-CNT OR SEQ-FOLLOWED.
           IF SEQ-FOLLOWED
             GO TO 2160-EXIT.
           IF FOLLOW-TBL-CNT NOT < FOLLOW-TBL-MAX
             DISPLAY 'BDMS0218 FOLLOW TABLE FULL - SEQ '
                     C-SEQ-NUMBER ' NOT FOLLOWED'
             MOVE 4 TO RETURN-CODE
             GO TO 2160-EXIT.
           ADD 1 TO FOLLOW-TBL-CNT.
           MOVE C-SEQ-NUMBER TO FOLLOW-SEQ (FOLLOW-TBL-CNT).
       2160-EXIT.
           EXIT.
       2165-FOLLOW-SEQ-SCAN.
           IF FOLLOW-SEQ (FOLLOW-TBL-I) = C-SEQ-NUMBER
             MOVE 1 TO FOLLOW-FOUND-SW.
           ADD 1 TO FOLLOW-TBL-I.
022000 2200-STORE-IMAGE.
022100     IF IMG-TBL-CNT NOT < IMG-TBL-MAX
022200       DISPLAY 'BDMS0218 KEY TABLE FULL - KEY NOT TRACKED'
028100     CLOSE FDT-FILE, CHG-IN-FILE.
028200     DISPLAY 'BDMS0218 AFTER-IMAGES READ........' CHG-READ-CNT.
028300     DISPLAY 'BDMS0218 IMAGES FOR SELECTION.....' MATCHED-CNT.
           IF MOVES-FOLLOWED-CNT > 0
             DISPLAY 'BDMS0218 RE-KEY MOVES FOLLOWED....'
                     MOVES-FOLLOWED-CNT.
028400     DISPLAY 'BDMS0218 CHANGES LISTED...........'
028500             CHANGES-LISTED-CNT.
028600     DISPLAY 'BDMS0218 END PROCESSING'.
