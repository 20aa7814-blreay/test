009300     03  FNN-FILE-ID             PIC X.
009400     03  FNN-SEQ-NUMB            PIC 9(3).
009500     03  FNN-FIELD-NO            PIC 99.
009600     03  FNN-CONT-MARK           PIC X.
009610     03  FNN-LOC-BASE            PIC X(3).
009700     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
009800       05  FNN-FORMAT            PIC X.
009900       05  FNN-LOCATION          PIC 99.
011200     03  R-FILE-ID               PIC X.
011300     03  R-SEQ-NUMB              PIC XXX.
011400     03  R-FIELD-NO              PIC 99.
011500     03  R-CONT-MARK             PIC X.
011510     03  R-LOC-BASE              PIC X(3).
011520     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
011600     03  R-FIELD-DEFNS OCCURS 14 TIMES.
011700       05  R-FORMAT              PIC X.
011800       05  R-LOCATION            PIC 99.
011900       05  R-LENGTH              PIC 99.
011903******************************************************************
011906***  FDT CONTINUATION CARDS, AS BDMS0201 FILES THEM.  A CARD   ***
011909***  WITH '+' IN COLUMN 7 CARRIES FIELDS 15-28 OF THE CARD IT  ***
011912***  DIRECTLY FOLLOWS (UP TO 6 PER CARD); COLUMNS 8-10 HOLD A  ***
011915***  LOCATION BASE ADDED TO EVERY LOCATION ON THE CARD.  THE   ***
011918***  FB2 AND RECORD-TYPE CARDS' CONTINUATIONS ARE CHAINED FROM ***
011921***  THEIR CARD; KEY CONTINUATIONS ARE PASSED OVER             ***
011924******************************************************************
011927 01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
011930 01  FDT-CONT-MAX                PIC 9(4) COMP-5 VALUE 300.
011933 01  FDT-CONT-AREA.
011936     03  FDT-CONT-CNT            PIC 9(4) COMP-5.
011939     03  FB2-CONT-FIRST          PIC 9(4) COMP-5.
011942     03  FB2-CONT-COUNT          PIC 9(4) COMP-5.
011945     03  FDT-CONT-LINK  OCCURS 999 TIMES.
011948       05  FCL-FIRST             PIC 9(4) COMP-5.
011951       05  FCL-COUNT             PIC 9(4) COMP-5.
011954     03  FDT-CONT-CARD  OCCURS 300 TIMES  PIC X(80).
011957*    CARD THE NEXT CONTINUATION BELONGS TO (ZERO IS THE FB2)
011960 01  FDT-CONT-OWNER-IX           PIC 9(4) COMP-5 VALUE 0.
011963 01  FDT-CONT-OWNER-SEQ          PIC X(3)  VALUE SPACES.
011966 01  FDT-CONT-OWNER-CNT          PIC 9(4) COMP-5 VALUE 0.
011969*    CONTINUATIONS STILL TO FILL FOR THE CARD IN RULE-CARD
011972 01  FDT-CONT-NEXT-IX            PIC 9(4) COMP-5 VALUE 0.
011975 01  FDT-CONT-LEFT               PIC 9(4) COMP-5 VALUE 0.
011978 01  FDT-CONT-LOC-BASE           PIC 9(4) COMP-5 VALUE 0.
012000
012100******************************************************************
012200***  GENERATION WORK AREAS                                     ***

020000     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
020100       MOVE 1 TO FDT-EOF-SW.
020110*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
020120     PERFORM 1150-KEY-CONT-SKIP UNTIL FDT-EOF OR
020130       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
020200     IF FDT-EOF
020300       DISPLAY 'BDMS0223 FDT DECK TOO SHORT - RUN REFUSED'
020400       MOVE 16 TO RETURN-CODE
020600       CLOSE FDT-FILE
020700       GO TO 1090-EXIT.
020800     MOVE SPACES TO FDT-REC-ARRAY.
020810     MOVE LOW-VALUES TO FDT-CONT-AREA.
020820     MOVE 0 TO FDT-CONT-OWNER-IX.
020830     MOVE FB2-SEQ-NUMB TO FDT-CONT-OWNER-SEQ.
020900     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF OR RUN-REFUSED.
021000     CLOSE FDT-FILE.
021010     IF RUN-REFUSED
021020       GO TO 1090-EXIT.
021100     OPEN OUTPUT MASTER-OUT-FILE, TRANS-OUT-FILE.
021200 1090-EXIT.
021300     EXIT.
021500     READ FDT-FILE INTO FDT-NN-REC, AT END
021600       MOVE 1 TO FDT-EOF-SW.
021700     IF MORE-FDT-RECS
021800       PERFORM 1120-FDT-CARD-STORE THRU 1139-EXIT.
021901******************************************************************
021902***  FILES ONE FDT CARD AS BDMS0201'S 112-FDT-CARD-STORE: A    ***
021903***  RECORD-TYPE CARD UNDER ITS SEQ NUMBER, A CONTINUATION     ***
021904***  CARD ON THE CHAIN OF THE CARD IT FOLLOWS (THE FB2 CARD    ***
021905***  UNTIL A RECORD-TYPE CARD IS SEEN).  A CONTINUATION OF A   ***
021906***  RECORD-TYPE CARD MUST CARRY THAT CARD'S SEQ NUMBER        ***
021907******************************************************************
021908 1120-FDT-CARD-STORE.
021909     IF FNN-CONT-MARK NOT = '+'
021910       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
021911       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX)
021912       MOVE 0 TO FCL-FIRST (FDT-REC-INDEX),
021913           FCL-COUNT (FDT-REC-INDEX)
021914       MOVE FDT-REC-INDEX TO FDT-CONT-OWNER-IX
021915       MOVE FDT-NN-REC (2:3) TO FDT-CONT-OWNER-SEQ
021916       GO TO 1139-EXIT.
021917     IF FDT-CONT-OWNER-IX > 0 AND
021918        FDT-NN-REC (2:3) NOT = FDT-CONT-OWNER-SEQ
021919       DISPLAY 'BDMS0223 FDT CONTINUATION CARD <' FDT-NN-REC (2:3)
021920               '> DOES NOT FOLLOW ITS RECORD-TYPE CARD'
021921               ' - RUN REFUSED'
021922       GO TO 1135-CONT-REFUSED.
021923     IF FDT-CONT-CNT NOT < FDT-CONT-MAX
021924       DISPLAY 'BDMS0223 FDT CONTINUATION TABLE FULL AT '
021925               FDT-CONT-MAX ' CARDS - RUN REFUSED'
021926       GO TO 1135-CONT-REFUSED.
021927     ADD 1 TO FDT-CONT-CNT.
021928     MOVE FDT-NN-REC TO FDT-CONT-CARD (FDT-CONT-CNT).
021929     IF FDT-CONT-OWNER-IX = 0
021930       IF FB2-CONT-COUNT = 0
021931         MOVE FDT-CONT-CNT TO FB2-CONT-FIRST
021932       END-IF
021933       ADD 1 TO FB2-CONT-COUNT
021934       MOVE FB2-CONT-COUNT TO FDT-CONT-OWNER-CNT
021935     ELSE
021936       IF FCL-COUNT (FDT-CONT-OWNER-IX) = 0
021937         MOVE FDT-CONT-CNT TO FCL-FIRST (FDT-CONT-OWNER-IX)
021938       END-IF
021939       ADD 1 TO FCL-COUNT (FDT-CONT-OWNER-IX)
021940       MOVE FCL-COUNT (FDT-CONT-OWNER-IX) TO FDT-CONT-OWNER-CNT.
021941     IF FDT-CONT-OWNER-CNT NOT > FDT-CONT-PER-CARD-MAX
021942       GO TO 1139-EXIT.
021943     DISPLAY 'BDMS0223 FDT CARD <' FDT-CONT-OWNER-SEQ
021944             '> HAS MORE THAN ' FDT-CONT-PER-CARD-MAX
021945             ' CONTINUATION CARDS - RUN REFUSED'.
021946 1135-CONT-REFUSED.
021947     MOVE 16 TO RETURN-CODE.
021948     MOVE 1 TO REFUSED-SW.
021949 1139-EXIT.
021950     EXIT.
021951 1150-KEY-CONT-SKIP.
021952     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
021953       MOVE 1 TO FDT-EOF-SW.
022000******************************************************************
022100***  GENERATES UP TO VOLUME RECORD TYPES FOR ONE CLIENT        ***
022200******************************************************************
024500 3000-BUILD-RECORD.
024600     MOVE SPACES TO MASTER-REC-ARRAY.
024700     MOVE FIXED-FIELDS-DESCRIPTOR TO RULE-CARD.
024710     MOVE FB2-CONT-FIRST TO FDT-CONT-NEXT-IX.
024720     MOVE FB2-CONT-COUNT TO FDT-CONT-LEFT.
024800     PERFORM 3100-FILL-FROM-RULES.
024900     MOVE FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) TO RULE-CARD.
024910     MOVE FCL-FIRST (FDT-REC-INDEX) TO FDT-CONT-NEXT-IX.
024920     MOVE FCL-COUNT (FDT-REC-INDEX) TO FDT-CONT-LEFT.
025000     PERFORM 3100-FILL-FROM-RULES.
025100     MOVE RECID-X        TO RECORD-ELMNT (1).
025200     MOVE CUR-CLIENT-X   TO MASTER-REC-ARRAY (2:3).
025300     MOVE '01'           TO MASTER-REC-ARRAY (5:2).
025400     MOVE GEN-DATE-MMDDYY TO MASTER-REC-ARRAY (7:6).
025500     MOVE CUR-SEQ-X      TO MASTER-REC-ARRAY (13:3).
025510******************************************************************
025520***  FILLS THE FIELDS OF THE CARD IN RULE-CARD, THEN THOSE OF  ***
025530***  ITS CONTINUATION CARDS WHILE THE CARD BEFORE WAS FULL     ***
025540******************************************************************
025600 3100-FILL-FROM-RULES.
025610     MOVE 0 TO FDT-CONT-LOC-BASE.
025700     MOVE 1 TO FDT-FIELD-INDEX.
025800     PERFORM 3200-FILL-ONE-FIELD
025900       UNTIL FDT-FIELD-INDEX > 14 OR
026000             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
026005     PERFORM 3150-FILL-CONT-CARD UNTIL
026010       FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
026015 3150-FILL-CONT-CARD.
026020     MOVE FDT-CONT-CARD (FDT-CONT-NEXT-IX) TO RULE-CARD.
026025     ADD 1 TO FDT-CONT-NEXT-IX.
026030     SUBTRACT 1 FROM FDT-CONT-LEFT.
026035     IF R-LOC-BASE NUMERIC
026040       MOVE R-LOC-BASE-9 TO FDT-CONT-LOC-BASE
026045     ELSE
026050       MOVE 0 TO FDT-CONT-LOC-BASE.
026055     MOVE 1 TO FDT-FIELD-INDEX.
026060     PERFORM 3200-FILL-ONE-FIELD
026065       UNTIL FDT-FIELD-INDEX > 14 OR
026070             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
026100 3200-FILL-ONE-FIELD.
026200     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
026300       MOVE R-LOCATION (FDT-FIELD-INDEX) TO RECORD-PTR
026400     ELSE
026500       ADD 100, R-LOCATION (FDT-FIELD-INDEX)
026600           GIVING RECORD-PTR.
026610     ADD FDT-CONT-LOC-BASE TO RECORD-PTR.
      *    A FIELD PAST THE DECLARED RECORD LENGTH IS NOT GENERATED
           IF RECORD-PTR + R-LENGTH (FDT-FIELD-INDEX) NOT >
              MASTER-LRECL + 1
