001400***  FIXED FIELDS PLUS THE RECORD-TYPE CARD SELECTED BY THE    ***
001500***  SEQ NUMBER IN POSITIONS 13-15, THE SAME ENTRIES           ***
001600***  110-FDT-ARRAY-BUILD LOADS IN BDMS0201.                    ***
001610***                                                            ***
001620***  CONTINUATION CARDS ('+' IN COLUMN 7, LOCATION BASE IN     ***
001630***  COLUMNS 8-10) CARRY A CARD'S FIELDS PAST THE 14TH: THOSE  ***
001640***  BETWEEN THE FB1 AND FB2 CARDS EXTEND THE MATCH KEY (UP TO ***
001650***  100 BYTES), THE REST EXTEND THE CARD THEY FOLLOW.  FIELDS ***
001660***  ARE NUMBERED ON ACROSS THE CONTINUATIONS (15, 16, ...).   ***
001700******************************************************************
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
007200     03  FNN-FILE-ID               PIC X.
007300     03  FNN-SEQ-NUMB              PIC 9(3).
007400     03  FNN-FIELD-NO              PIC 99.
007500     03  FNN-CONT-MARK             PIC X.
007510     03  FNN-LOC-BASE              PIC X(3).
007600     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
007700       05  FNN-FORMAT              PIC X.
007800       05  FNN-LOCATION            PIC 99.
009200     03  R-FILE-ID                 PIC X.
009300     03  R-SEQ-NUMB                PIC X(3).
009400     03  R-FIELD-NO                PIC 99.
009500     03  R-CONT-MARK               PIC X.
009510     03  R-LOC-BASE                PIC X(3).
009520     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
009600     03  R-FIELD-DEFNS OCCURS 14 TIMES.
009700       05  R-FORMAT                PIC X.
009800       05  R-LOCATION              PIC 99.
009900       05  R-LENGTH                PIC 99.
010000
010010******************************************************************
010020***  CONTINUATION CARDS.  THE FB1 KEY CARD'S CONTINUATIONS ARE ***
010030***  KEPT APART; THOSE OF THE FB2 AND RECORD-TYPE CARDS ARE    ***
010040***  STORED IN DECK ORDER AND CHAINED FROM THEIR CARD (FIRST   ***
010050***  ENTRY AND COUNT) - A CARD'S CONTINUATIONS DIRECTLY FOLLOW ***
010060***  IT, SO THEY ARE ADJACENT IN THE TABLE.                    ***
010070******************************************************************
010080 01  CONT-PER-CARD-MAX           PIC 9(4) COMP-5 VALUE 6.
010090 01  CONT-MAX                    PIC 9(4) COMP-5 VALUE 300.
010091 01  CONT-CNT                    PIC 9(4) COMP-5 VALUE 0.
010092 01  FB2-CONT-FIRST              PIC 9(4) COMP-5 VALUE 0.
010093 01  FB2-CONT-COUNT              PIC 9(4) COMP-5 VALUE 0.
010094 01  CONT-LINK-TABLE.
010095     03  CONT-LINK  OCCURS 999 TIMES.
010096       05  CL-FIRST              PIC 9(4) COMP-5.
010097       05  CL-COUNT              PIC 9(4) COMP-5.
010098 01  CONT-CARD-TABLE.
010099     03  CONT-CARD  OCCURS 300 TIMES  PIC X(80).
010100*    CARD THE NEXT CONTINUATION BELONGS TO (ZERO IS THE FB2)
010101 01  CONT-OWNER-IX               PIC 9(4) COMP-5 VALUE 0.
010102 01  CONT-NEXT-IX                PIC 9(4) COMP-5 VALUE 0.
010103 01  CONT-LEFT                   PIC 9(4) COMP-5 VALUE 0.
010104 01  CONT-LOC-BASE               PIC 9(4) COMP-5 VALUE 0.
010105 01  FLD-NO-BIAS                 PIC 9(4) COMP-5 VALUE 0.
010106 01  FIELD-NUMBER                PIC 9(4) COMP-5 VALUE 0.
010107 01  KEY-CONT-CNT                PIC 9(4) COMP-5 VALUE 0.
010108 01  KEY-CONT-IX                 PIC 9(4) COMP-5 VALUE 0.
010109 01  KEY-LOC-BASE                PIC 9(4) COMP-5 VALUE 0.
010110 01  KEY-CONT-TABLE.
010111     03  KEY-CONT-CARD  OCCURS 6 TIMES  PIC X(80).
010112*    WORK COPY OF THE KEY CARD (OR CONTINUATION) BEING BUILT
010113 01  KEY-RULE-CARD.
010114     03  KR-FILE-ID                PIC X.
010115     03  KR-SEQ-NUMB               PIC X(3).
010116     03  KR-FIELD-NO               PIC 99.
010117     03  KR-CONT-MARK              PIC X.
010118     03  KR-LOC-BASE               PIC X(3).
010119     03  KR-LOC-BASE-9 REDEFINES KR-LOC-BASE PIC 9(3).
010120     03  KR-FIELD-DEFNS OCCURS 14 TIMES.
010121       05  KR-FORMAT               PIC X.
010122       05  KR-LOCATION             PIC 99.
010123       05  KR-LENGTH               PIC 99.
010124
010125 01  FDT-REC-INDEX               PIC 9(4) COMP-5 VALUE 0.
010200 01  FDT-FIELD-INDEX             PIC 9(4) COMP-5 VALUE 0.
010300 01  FDT-EOF-SW                  PIC 9              VALUE 0.
010400     88  MORE-FDT-RECS               VALUE 0.
011000     88  MORE-NEW-RECS               VALUE 0.
011100     88  NEW-EOF                      VALUE 1.
011200
011300 01  OLD-KEY                     PIC X(100) VALUE HIGH-VALUES.
011400 01  NEW-KEY                     PIC X(100) VALUE HIGH-VALUES.
011500 01  KEY-WORKAREA                PIC X(100).
011600 01  KEY-PTR                     PIC 9(4) COMP-5.
011700 01  COMPONENT-INDEX             PIC 9(4) COMP-5.
011800 01  RECORD-PTR                  PIC 9(4) COMP-5.

015700     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
015800       MOVE 1 TO FDT-EOF-SW.
015810     PERFORM 1050-KEY-CONT-LOAD UNTIL FDT-EOF OR
015820       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
015900     MOVE SPACES TO FDT-REC-ARRAY.
015910     MOVE LOW-VALUES TO CONT-LINK-TABLE.
016000     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF.
016100     PERFORM 2800-OLD-READ.
016200     PERFORM 2900-NEW-READ.
      ******************************************************************
      ***  KEEPS ONE FB1 KEY CONTINUATION CARD AND READS ON FOR THE  ***
      ***  FB2 CARD - CARDS PAST THE SIXTH ARE NOT PART OF THE KEY   ***
      ******************************************************************
       1050-KEY-CONT-LOAD.
           IF KEY-CONT-CNT < CONT-PER-CARD-MAX
             ADD 1 TO KEY-CONT-CNT
             MOVE FIXED-FIELDS-DESCRIPTOR
               TO KEY-CONT-CARD (KEY-CONT-CNT)
           ELSE
             DISPLAY 'FDT KEY CARD HAS MORE THAN ' CONT-PER-CARD-MAX
                     ' CONTINUATION CARDS - EXTRA CARD IGNORED'.
           READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
             MOVE 1 TO FDT-EOF-SW.
016300******************************************************************
016400***  STORES ONE FDT FIELD DESCRIPTOR INTO THE TABLE, OR A      ***
016410***  CONTINUATION CARD INTO THE CHAIN OF THE CARD BEFORE IT    ***
016500******************************************************************
016600 1100-FDT-ARRAY-BUILD.
016700     READ FDT-FILE INTO FDT-NN-REC AT END
016800       MOVE 1 TO FDT-EOF-SW.
016900     IF MORE-FDT-RECS
016910       IF FNN-CONT-MARK = '+'
016920         PERFORM 1150-FDT-CONT-STORE
016930       ELSE
017000       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
017100       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX)
017110       MOVE FDT-REC-INDEX TO CONT-OWNER-IX.
      ******************************************************************
      ***  CHAINS ONE CONTINUATION CARD TO THE FB2 CARD (OWNER ZERO) ***
      ***  OR TO THE RECORD-TYPE CARD IT FOLLOWS                     ***
      ******************************************************************
       1150-FDT-CONT-STORE.
           IF CONT-CNT NOT < CONT-MAX
             DISPLAY 'FDT CONTINUATION TABLE FULL AT ' CONT-MAX
                     ' CARDS - EXTRA CARD IGNORED'
           ELSE
           IF CONT-OWNER-IX = 0
             IF FB2-CONT-COUNT < CONT-PER-CARD-MAX
               ADD 1 TO CONT-CNT
               MOVE FDT-NN-REC TO CONT-CARD (CONT-CNT)
               IF FB2-CONT-COUNT = 0
                 MOVE CONT-CNT TO FB2-CONT-FIRST
               END-IF
               ADD 1 TO FB2-CONT-COUNT
             ELSE
               DISPLAY 'FDT FB2 CARD HAS MORE THAN ' CONT-PER-CARD-MAX
                       ' CONTINUATION CARDS - EXTRA CARD IGNORED'
             END-IF
           ELSE
             IF CL-COUNT (CONT-OWNER-IX) < CONT-PER-CARD-MAX
               ADD 1 TO CONT-CNT
               MOVE FDT-NN-REC TO CONT-CARD (CONT-CNT)
               IF CL-COUNT (CONT-OWNER-IX) = 0
                 MOVE CONT-CNT TO CL-FIRST (CONT-OWNER-IX)
               END-IF
               ADD 1 TO CL-COUNT (CONT-OWNER-IX)
             ELSE
               DISPLAY 'FDT CARD <' FNN-SEQ-NUMB '> HAS MORE THAN '
                       CONT-PER-CARD-MAX
                       ' CONTINUATION CARDS - EXTRA CARD IGNORED'.
017200******************************************************************
017300***  MATCHES THE TWO GENERATIONS ON THE FB1-BUILT KEY          ***
017400******************************************************************
019800     MOVE 0 TO KEY-DIFF-SHOWN-SW.
019900     MOVE FIXED-FIELDS-DESCRIPTOR TO RULE-CARD.
020000     MOVE 'FIXED' TO FIELD-LABEL.
020010     MOVE FB2-CONT-FIRST TO CONT-NEXT-IX.
020020     MOVE FB2-CONT-COUNT TO CONT-LEFT.
020100     PERFORM 2200-COMPARE-RULE-FIELDS.
020200     MOVE OLD-REC-HOLD (13:3) TO REC-SEQ-NUMBER.
020300     IF REC-SEQ-NUMBER NUMERIC
020500       IF FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) NOT = SPACES
020600         MOVE FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) TO RULE-CARD
020700         MOVE 'RTYPE' TO FIELD-LABEL
020710         MOVE CL-FIRST (FDT-REC-INDEX) TO CONT-NEXT-IX
020720         MOVE CL-COUNT (FDT-REC-INDEX) TO CONT-LEFT
020800         PERFORM 2200-COMPARE-RULE-FIELDS.
020900     IF KEY-HEADER-SHOWN
021000       ADD 1 TO CHANGED-KEY-CNT.
021100******************************************************************
021200***  WALKS ONE RULE CARD'S FIELD DEFINITIONS AND REPORTS EACH  ***
021300***  FIELD WHOSE OLD AND NEW CONTENTS DIFFER, THEN THOSE OF    ***
021310***  ITS CONTINUATION CARDS WHILE THE CARD BEFORE WAS FULL     ***
021400******************************************************************
021500 2200-COMPARE-RULE-FIELDS.
021510     MOVE 0 TO CONT-LOC-BASE, FLD-NO-BIAS.
021600     MOVE 1 TO FDT-FIELD-INDEX.
021700     PERFORM 2300-COMPARE-ONE-FIELD
021800       UNTIL R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
021900             FDT-FIELD-INDEX > 14.
021910     PERFORM 2250-COMPARE-CONT-CARD
021920       UNTIL CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
021930 2250-COMPARE-CONT-CARD.
021940     MOVE CONT-CARD (CONT-NEXT-IX) TO RULE-CARD.
021950     ADD 1 TO CONT-NEXT-IX.
021960     SUBTRACT 1 FROM CONT-LEFT.
021970     IF R-LOC-BASE NUMERIC
021980       MOVE R-LOC-BASE-9 TO CONT-LOC-BASE
021990     ELSE
021991       MOVE 0 TO CONT-LOC-BASE.
021992     ADD 14 TO FLD-NO-BIAS.
021993     MOVE 1 TO FDT-FIELD-INDEX.
021994     PERFORM 2300-COMPARE-ONE-FIELD
021995       UNTIL R-FORMAT (FDT-FIELD-INDEX) = SPACE OR
021996             FDT-FIELD-INDEX > 14.
022000 2300-COMPARE-ONE-FIELD.
022100     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
022200       MOVE R-LOCATION (FDT-FIELD-INDEX) TO FIELD-LOC
022300     ELSE
022400       ADD 100, R-LOCATION (FDT-FIELD-INDEX) GIVING FIELD-LOC.
022410     ADD CONT-LOC-BASE TO FIELD-LOC.
022500     MOVE R-LENGTH (FDT-FIELD-INDEX) TO FIELD-LEN.
022600     IF FIELD-LEN > 0 AND
022700        FIELD-LOC + FIELD-LEN NOT > MASTER-LRECL + 1
023700     MOVE OLD-REC-HOLD (FIELD-LOC:FIELD-LEN) TO OLD-FIELD-VAL.
023800     MOVE NEW-REC-HOLD (FIELD-LOC:FIELD-LEN) TO NEW-FIELD-VAL.
023900     ADD 1 TO FIELD-DIFF-CNT.
023910     ADD FDT-FIELD-INDEX, FLD-NO-BIAS GIVING FIELD-NUMBER.
024000     DISPLAY '  ' FIELD-LABEL ' FLD ' FIELD-NUMBER
024100             ' FMT=' R-FORMAT (FDT-FIELD-INDEX)
024200             ' LOC=' FIELD-LOC ' LEN=' FIELD-LEN.
024300     DISPLAY '    OLD=<' OLD-FIELD-VAL (1:FIELD-LEN) '>'.
               MOVE 0 TO PK-VALID-SW.
024500******************************************************************
024600***  BUILDS THE MATCH KEY FROM THE FB1 KEY DESCRIPTOR CARD     ***
024700***  AND ITS CONTINUATIONS (GENERIC COMPONENT PATH OF         ***
024710***  510-KEY-BUILD IN BDMS0201)                                ***
024800******************************************************************
024900 2500-KEY-BUILD.
025000     MOVE SPACES TO KEY-WORKAREA.
025010     MOVE FILE-KEY-DESCRIPTOR TO KEY-RULE-CARD.
025020     MOVE 0 TO KEY-CONT-IX, KEY-LOC-BASE.
025100     MOVE 1 TO KEY-PTR, COMPONENT-INDEX.
025200     PERFORM 2600-COMPONENT-BUILD UNTIL
025300       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
025400       COMPONENT-INDEX > 14.
025410     PERFORM 2650-KEY-CONT-BUILD UNTIL
025420       COMPONENT-INDEX NOT > 14 OR KEY-CONT-IX = KEY-CONT-CNT.
025500 2600-COMPONENT-BUILD.
025600     IF KR-FIELD-NO > COMPONENT-INDEX OR KR-FIELD-NO = 0
025700       MOVE KR-LOCATION (COMPONENT-INDEX) TO RECORD-PTR
025800     ELSE
025900       ADD 100, KR-LOCATION (COMPONENT-INDEX) GIVING RECORD-PTR.
025910     ADD KEY-LOC-BASE TO RECORD-PTR.
025920     IF KEY-PTR + KR-LENGTH (COMPONENT-INDEX) NOT > 101
026000       MOVE KEY-SOURCE-RECORD (RECORD-PTR:
026100            KR-LENGTH (COMPONENT-INDEX))
026200         TO KEY-WORKAREA (KEY-PTR:KR-LENGTH (COMPONENT-INDEX)).
026300     ADD KR-LENGTH (COMPONENT-INDEX) TO KEY-PTR.
026400     ADD 1 TO COMPONENT-INDEX.
026410 2650-KEY-CONT-BUILD.
026420     ADD 1 TO KEY-CONT-IX.
026430     MOVE KEY-CONT-CARD (KEY-CONT-IX) TO KEY-RULE-CARD.
026440     IF KR-LOC-BASE NUMERIC
026450       MOVE KR-LOC-BASE-9 TO KEY-LOC-BASE
026460     ELSE
026470       MOVE 0 TO KEY-LOC-BASE.
026480     MOVE 1 TO COMPONENT-INDEX.
026490     PERFORM 2600-COMPONENT-BUILD UNTIL
026491       KR-FORMAT (COMPONENT-INDEX) = SPACE OR
026492       COMPONENT-INDEX > 14.
026500******************************************************************
026600***  READS THE NEXT OLD-GENERATION RECORD AND BUILDS ITS KEY   ***
026700******************************************************************
