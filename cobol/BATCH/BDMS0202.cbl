002000***  SETUP CARD DECK (80-BYTE CARDS, COLUMN 1 IS THE TYPE):    ***
002100***    C CLIENT  - COLS 2-4 CLIENT, 5-7 GROUP, 8 MASTER        ***
002200***                REC-ID BYTE.  EXACTLY ONE PER RUN, FIRST.   ***
002210***                CLIENT NAME IN 10-49 (OPTIONAL).            ***
002300***    U USER    - COLS 2-4 CLIENT, 5-12 USER-ID, 13-20 UP TO  ***
002400***                FOUR 2-BYTE TCS ('**' = ALL).               ***
002500***    R RECTYPE - COLS 2-4 CLIENT, 5-7 FDT SEQ NUMBER OF AN   ***
005700     03  SU-C-CARD REDEFINES SU-DATA.
005800       05  SC-GROUP-ID                        PIC X(3).
005900       05  SC-REC-ID                          PIC X.
006000       05  FILLER                             PIC X.
006010       05  SC-NAME                            PIC X(40).
006020       05  FILLER                             PIC X(31).
006100     03  SU-U-CARD REDEFINES SU-DATA.
006200       05  SU-USER                            PIC X(8).
006300       05  SU-TC  OCCURS 4 TIMES              PIC X(2).
014600 01  ONB-CLIENT                  PIC X(3) VALUE SPACES.
014700 01  ONB-GROUP-ID                PIC X(3) VALUE SPACES.
014800 01  ONB-REC-ID                  PIC X    VALUE SPACE.
014805*    CLIENT NAME FOR THE CLIENT MASTER (C CARD, OPTIONAL)
014810 01  ONB-NAME                    PIC X(40) VALUE SPACES.
014815*    CLNTSRV HANDSHAKE - THE CLIENT MASTER
014820 01  CLN-PARMS.
014825     05  CLN-FUNCTION              PIC X    VALUE SPACE.
014830     05  CLN-RC                    PIC S9(4) COMP-5 VALUE 0.
014835     05  CLN-OPERATOR              PIC X(8) VALUE SPACES.
014840     05  CLN-RECORD.
014845         10  CLN-CLIENT            PIC X(3).
014850         10  CLN-STATUS            PIC X.
014855         10  CLN-NAME              PIC X(40).
014860         10  FILLER                PIC X(362).
014865         10  CLN-GROUP-ID          PIC X(3).
014870         10  FILLER                PIC X(71).
014900 01  DSN-PREFIX                  PIC X(40) VALUE SPACES.
015000 01  TC-I                        PIC 9(4) COMP-5 VALUE 0.
015100
016900     03  FNN-FILE-ID             PIC X.
017000     03  FNN-SEQ-NUMB            PIC 9(3).
017100     03  FNN-FIELD-NO            PIC 99.
017200     03  FNN-CONT-MARK           PIC X.
017210     03  FNN-LOC-BASE            PIC X(3).
017300     03  FNN-FIELD-DEFNS OCCURS 14 TIMES.
017400       05  FNN-FORMAT            PIC X.
017500       05  FNN-LOCATION          PIC 99.
018800     03  R-FILE-ID               PIC X.
018900     03  R-SEQ-NUMB              PIC XXX.
019000     03  R-FIELD-NO              PIC 99.
019100     03  R-CONT-MARK             PIC X.
019110     03  R-LOC-BASE              PIC X(3).
019120     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
019200     03  R-FIELD-DEFNS OCCURS 14 TIMES.
019300       05  R-FORMAT              PIC X.
019400       05  R-LOCATION            PIC 99.
019500       05  R-LENGTH              PIC 99.
019503******************************************************************
019506***  FDT CONTINUATION CARDS, AS BDMS0201 FILES THEM.  A CARD   ***
019509***  WITH '+' IN COLUMN 7 CARRIES FIELDS 15-28 OF THE CARD IT  ***
019512***  DIRECTLY FOLLOWS (UP TO 6 PER CARD); COLUMNS 8-10 HOLD A  ***
019515***  LOCATION BASE ADDED TO EVERY LOCATION ON THE CARD.  THE   ***
019518***  FB2 AND RECORD-TYPE CARDS' CONTINUATIONS ARE CHAINED FROM ***
019521***  THEIR CARD; KEY CONTINUATIONS ARE PASSED OVER             ***
019524******************************************************************
019527 01  FDT-CONT-PER-CARD-MAX       PIC 9(4) COMP-5 VALUE 6.
019530 01  FDT-CONT-MAX                PIC 9(4) COMP-5 VALUE 300.
019533 01  FDT-CONT-AREA.
019536     03  FDT-CONT-CNT            PIC 9(4) COMP-5.
019539     03  FB2-CONT-FIRST          PIC 9(4) COMP-5.
019542     03  FB2-CONT-COUNT          PIC 9(4) COMP-5.
019545     03  FDT-CONT-LINK  OCCURS 999 TIMES.
019548       05  FCL-FIRST             PIC 9(4) COMP-5.
019551       05  FCL-COUNT             PIC 9(4) COMP-5.
019554     03  FDT-CONT-CARD  OCCURS 300 TIMES  PIC X(80).
019557*    CARD THE NEXT CONTINUATION BELONGS TO (ZERO IS THE FB2)
019560 01  FDT-CONT-OWNER-IX           PIC 9(4) COMP-5 VALUE 0.
019563 01  FDT-CONT-OWNER-SEQ          PIC X(3)  VALUE SPACES.
019566 01  FDT-CONT-OWNER-CNT          PIC 9(4) COMP-5 VALUE 0.
019569*    CONTINUATIONS STILL TO FILL FOR THE CARD IN RULE-CARD
019572 01  FDT-CONT-NEXT-IX            PIC 9(4) COMP-5 VALUE 0.
019575 01  FDT-CONT-LEFT               PIC 9(4) COMP-5 VALUE 0.
019578 01  FDT-CONT-LOC-BASE           PIC 9(4) COMP-5 VALUE 0.
019600
019700******************************************************************
019800***  SKELETON BUILD AREA                                       ***
023000         UNTIL SETUP-EOF OR RUN-REFUSED.
023100     IF NOT RUN-REFUSED
023200       PERFORM 5000-GROUP-CTL-WRITE
023300       PERFORM 6000-ASSIGN-WRITE
023310       PERFORM 7000-CLIENT-MASTER.
023400     PERFORM 9000-EOJ.
023500     EXIT PROGRAM.
023600     STOP RUN.

025200     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
025300       MOVE 1 TO FDT-EOF-SW.
025310*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
025320     PERFORM 1150-KEY-CONT-SKIP UNTIL FDT-EOF OR
025330       FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
025400     IF FDT-EOF
025500       DISPLAY 'BDMS0202 FDT DECK TOO SHORT - RUN REFUSED'
025600       MOVE 16 TO RETURN-CODE
025800       CLOSE FDT-FILE
025900       GO TO 1090-EXIT.
026000     MOVE SPACES TO FDT-REC-ARRAY.
026010     MOVE LOW-VALUES TO FDT-CONT-AREA.
026020     MOVE 0 TO FDT-CONT-OWNER-IX.
026030     MOVE FB2-SEQ-NUMB TO FDT-CONT-OWNER-SEQ.
026100     PERFORM 1100-FDT-ARRAY-BUILD UNTIL FDT-EOF OR RUN-REFUSED.
026200     CLOSE FDT-FILE.
026210     IF RUN-REFUSED
026220       GO TO 1090-EXIT.
026300     OPEN INPUT SETUP-IN-FILE.
026400     OPEN OUTPUT SEED-OUT-FILE, GRPCTL-OUT-FILE,
026500          AUTH-OUT-FILE, ASSIGN-OUT-FILE, PRNTR.
027400     READ FDT-FILE INTO FDT-NN-REC, AT END
027500       MOVE 1 TO FDT-EOF-SW.
027600     IF MORE-FDT-RECS
027700       PERFORM 1120-FDT-CARD-STORE THRU 1139-EXIT.
027801******************************************************************
027802***  FILES ONE FDT CARD AS BDMS0201'S 112-FDT-CARD-STORE: A    ***
027803***  RECORD-TYPE CARD UNDER ITS SEQ NUMBER, A CONTINUATION     ***
027804***  CARD ON THE CHAIN OF THE CARD IT FOLLOWS (THE FB2 CARD    ***
027805***  UNTIL A RECORD-TYPE CARD IS SEEN).  A CONTINUATION OF A   ***
027806***  RECORD-TYPE CARD MUST CARRY THAT CARD'S SEQ NUMBER        ***
027807******************************************************************
027808 1120-FDT-CARD-STORE.
027809     IF FNN-CONT-MARK NOT = '+'
027810       MOVE FNN-SEQ-NUMB TO FDT-REC-INDEX
027811       MOVE FDT-NN-REC TO FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX)
027812       MOVE 0 TO FCL-FIRST (FDT-REC-INDEX),
027813           FCL-COUNT (FDT-REC-INDEX)
027814       MOVE FDT-REC-INDEX TO FDT-CONT-OWNER-IX
027815       MOVE FDT-NN-REC (2:3) TO FDT-CONT-OWNER-SEQ
027816       GO TO 1139-EXIT.
027817     IF FDT-CONT-OWNER-IX > 0 AND
027818        FDT-NN-REC (2:3) NOT = FDT-CONT-OWNER-SEQ
027819       DISPLAY 'BDMS0202 FDT CONTINUATION CARD <' FDT-NN-REC (2:3)
027820               '> DOES NOT FOLLOW ITS RECORD-TYPE CARD'
027821               ' - RUN REFUSED'
027822       GO TO 1135-CONT-REFUSED.
027823     IF FDT-CONT-CNT NOT < FDT-CONT-MAX
027824       DISPLAY 'BDMS0202 FDT CONTINUATION TABLE FULL AT '
027825               FDT-CONT-MAX ' CARDS - RUN REFUSED'
027826       GO TO 1135-CONT-REFUSED.
027827     ADD 1 TO FDT-CONT-CNT.
027828     MOVE FDT-NN-REC TO FDT-CONT-CARD (FDT-CONT-CNT).
027829     IF FDT-CONT-OWNER-IX = 0
027830       IF FB2-CONT-COUNT = 0
027831         MOVE FDT-CONT-CNT TO FB2-CONT-FIRST
027832       END-IF
027833       ADD 1 TO FB2-CONT-COUNT
027834       MOVE FB2-CONT-COUNT TO FDT-CONT-OWNER-CNT
027835     ELSE
027836       IF FCL-COUNT (FDT-CONT-OWNER-IX) = 0
027837         MOVE FDT-CONT-CNT TO FCL-FIRST (FDT-CONT-OWNER-IX)
027838       END-IF
027839       ADD 1 TO FCL-COUNT (FDT-CONT-OWNER-IX)
027840       MOVE FCL-COUNT (FDT-CONT-OWNER-IX) TO FDT-CONT-OWNER-CNT.
027841     IF FDT-CONT-OWNER-CNT NOT > FDT-CONT-PER-CARD-MAX
027842       GO TO 1139-EXIT.
027843     DISPLAY 'BDMS0202 FDT CARD <' FDT-CONT-OWNER-SEQ
027844             '> HAS MORE THAN ' FDT-CONT-PER-CARD-MAX
027845             ' CONTINUATION CARDS - RUN REFUSED'.
027846 1135-CONT-REFUSED.
027847     MOVE 16 TO RETURN-CODE.
027848     MOVE 1 TO REFUSED-SW.
027849 1139-EXIT.
027850     EXIT.
027851 1150-KEY-CONT-SKIP.
027852     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
027853       MOVE 1 TO FDT-EOF-SW.
027900******************************************************************
028000***  DISPATCHES ONE SETUP CARD BY TYPE.  THE C CARD MUST COME  ***
028100***  FIRST; EVERY LATER CARD MUST NAME THE SAME CLIENT         ***
032400     MOVE SU-CLIENT   TO ONB-CLIENT.
032500     MOVE SC-GROUP-ID TO ONB-GROUP-ID.
032600     MOVE SC-REC-ID   TO ONB-REC-ID.
032610     MOVE SC-NAME     TO ONB-NAME.
032700     MOVE 'ONBOARDING CLIENT' TO RD-TEXT.
032800     MOVE ONB-CLIENT TO RD-VALUE.
032900     PERFORM 8000-REPORT-LINE.
033000     MOVE 'CLIENT GROUP' TO RD-TEXT.
033100     MOVE ONB-GROUP-ID TO RD-VALUE.
033200     PERFORM 8000-REPORT-LINE.
033210     IF ONB-NAME NOT = SPACES
033220       MOVE 'CLIENT NAME' TO RD-TEXT
033230       MOVE ONB-NAME TO RD-VALUE
033240       PERFORM 8000-REPORT-LINE.
033300 2190-EXIT.
033400     EXIT.
033500******************************************************************
037600       GO TO 4090-EXIT.
037700     MOVE SPACES TO MASTER-REC-ARRAY.
037800     MOVE FIXED-FIELDS-DESCRIPTOR TO RULE-CARD.
037810     MOVE FB2-CONT-FIRST TO FDT-CONT-NEXT-IX.
037820     MOVE FB2-CONT-COUNT TO FDT-CONT-LEFT.
037900     PERFORM 4100-FILL-FROM-RULES.
038000     MOVE FDT-FIELD-DESCRIPTORS (FDT-REC-INDEX) TO RULE-CARD.
038010     MOVE FCL-FIRST (FDT-REC-INDEX) TO FDT-CONT-NEXT-IX.
038020     MOVE FCL-COUNT (FDT-REC-INDEX) TO FDT-CONT-LEFT.
038100     PERFORM 4100-FILL-FROM-RULES.
038200     MOVE ONB-REC-ID  TO RECORD-ELMNT (1).
038300     MOVE ONB-CLIENT  TO MASTER-REC-ARRAY (2:3).
038900     PERFORM 8000-REPORT-LINE.
039000 4090-EXIT.
039100     EXIT.
039110******************************************************************
039120***  FILLS THE FIELDS OF THE CARD IN RULE-CARD, THEN THOSE OF  ***
039130***  ITS CONTINUATION CARDS WHILE THE CARD BEFORE WAS FULL     ***
039140******************************************************************
039200 4100-FILL-FROM-RULES.
039210     MOVE 0 TO FDT-CONT-LOC-BASE.
039300     MOVE 1 TO FDT-FIELD-INDEX.
039400     PERFORM 4200-FILL-ONE-FIELD
039500       UNTIL FDT-FIELD-INDEX > 14 OR
039600             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
039605     PERFORM 4150-FILL-CONT-CARD UNTIL
039610       FDT-CONT-LEFT = 0 OR FDT-FIELD-INDEX NOT > 14.
039615 4150-FILL-CONT-CARD.
039620     MOVE FDT-CONT-CARD (FDT-CONT-NEXT-IX) TO RULE-CARD.
039625     ADD 1 TO FDT-CONT-NEXT-IX.
039630     SUBTRACT 1 FROM FDT-CONT-LEFT.
039635     IF R-LOC-BASE NUMERIC
039640       MOVE R-LOC-BASE-9 TO FDT-CONT-LOC-BASE
039645     ELSE
039650       MOVE 0 TO FDT-CONT-LOC-BASE.
039655     MOVE 1 TO FDT-FIELD-INDEX.
039660     PERFORM 4200-FILL-ONE-FIELD
039665       UNTIL FDT-FIELD-INDEX > 14 OR
039670             R-FORMAT (FDT-FIELD-INDEX) = SPACE.
039700 4200-FILL-ONE-FIELD.
039800     IF R-FIELD-NO > FDT-FIELD-INDEX OR R-FIELD-NO = 0
039900       MOVE R-LOCATION (FDT-FIELD-INDEX) TO RECORD-PTR
040000     ELSE
040100       ADD 100, R-LOCATION (FDT-FIELD-INDEX)
040200           GIVING RECORD-PTR.
040210     ADD FDT-CONT-LOC-BASE TO RECORD-PTR.
040300     MOVE 0 TO FILL-CNT.
      *    A FIELD PAST THE DECLARED RECORD LENGTH IS NOT SEEDED
           IF RECORD-PTR + R-LENGTH (FDT-FIELD-INDEX) NOT >
047300     MOVE 'GROUP ASSIGNMENT CARD WRITTEN' TO RD-TEXT.
047400     MOVE ONB-CLIENT TO RD-VALUE.
047500     PERFORM 8000-REPORT-LINE.
047502******************************************************************
047504***  MARKS THE CLIENT ACTIVE ON THE CLIENT MASTER, ADDING IT   ***
047506***  WHEN IT IS NOT ON FILE.  THE ARTIFACTS ARE ALREADY BUILT, ***
047508***  SO AN UNAVAILABLE MASTER IS A WARNING, NOT A REFUSAL      ***
047510******************************************************************
047512 7000-CLIENT-MASTER.
047514     MOVE SPACES       TO CLN-RECORD.
047516     MOVE 'S'          TO CLN-FUNCTION.
047518     MOVE 'BDMS0202'   TO CLN-OPERATOR.
047520     MOVE ONB-CLIENT   TO CLN-CLIENT.
047522     MOVE 'A'          TO CLN-STATUS.
047524     MOVE ONB-NAME     TO CLN-NAME.
047526     MOVE ONB-GROUP-ID TO CLN-GROUP-ID.
047528     CALL 'CLNTSRV' USING CLN-PARMS.
047530     IF CLN-RC = 8
047532       DISPLAY 'BDMS0202 CLIENT MASTER UNAVAILABLE - CLIENT '
047534               ONB-CLIENT ' NOT MARKED ACTIVE'
047536       MOVE 'CLIENT MASTER NOT UPDATED' TO RD-TEXT
047538       MOVE 'MASTER UNAVAILABLE - SET THE STATUS WITH BDMS0261'
047540         TO RD-VALUE
047542       MOVE 4 TO RETURN-CODE
047544     ELSE
047546       IF CLN-RC = 4
047548         MOVE 'CLIENT MASTER RECORD ADDED, ACTIVE' TO RD-TEXT
047550       ELSE
047552         MOVE 'CLIENT MASTER UPDATED, ACTIVE' TO RD-TEXT
047554       END-IF
047556       MOVE CLN-NAME TO RD-VALUE.
047558     PERFORM 8000-REPORT-LINE.
047600******************************************************************
047700***  PRINTS ONE SETUP REPORT DETAIL LINE                       ***
047800******************************************************************
