000700***  (CSV-STYLE) EXTRACT, ONE FIELD PER FDT FIXED-FIELD ENTRY  ***
000800***  SO A MASTER FILE'S LAYOUT CHANGE DOES NOT REQUIRE A NEW   ***
000900***  HAND-CODED READER.                                        ***
000910***  FB2 CONTINUATION CARDS ('+' IN COLUMN 7) ADD FIELDS 15 ON ***
000920***  TO THE EXTRACT, AT THEIR LOCATION BASE (COLUMNS 8-10).    ***
001000******************************************************************
001100 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
006300       05  FB2-LOCATION            PIC 99.
006400       05  FB2-LENGTH              PIC 99.
006500
      ******************************************************************
      ***  THE FB2 CARD AND ITS CONTINUATION CARDS, IN DECK ORDER    ***
      ******************************************************************
       01  FB2-CARD-MAX                  PIC 9(4) COMP-5 VALUE 7.
       01  FB2-CARD-CNT                  PIC 9(4) COMP-5 VALUE 0.
       01  FB2-CARD-IX                   PIC 9(4) COMP-5 VALUE 0.
       01  FB2-CARD-TABLE.
           03  FB2-CARD  OCCURS 7 TIMES  PIC X(80).
       01  FDT-WORK-CARD                 PIC X(80).
       01  CONT-LOC-BASE                 PIC 9(4) COMP-5 VALUE 0.
       01  FB2-CONT-SW                   PIC 9              VALUE 0.
           88  MORE-FB2-CONT                VALUE 0.
           88  FB2-CONT-DONE                VALUE 1.
006600 01  FDT-FIELD-INDEX               PIC 9(4) COMP-5 VALUE 0.
006700 01  RECORD-PTR                    PIC 9(4) COMP-5 VALUE 0.
006800 01  CSV-PTR                       PIC 9(4) COMP-5 VALUE 1.

009900     READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
010000       MOVE 1 TO FDT-EOF-SW.
      *    THE KEY CARD'S CONTINUATIONS COME AHEAD OF THE FB2 CARD;
      *    THE FB2 CARD'S OWN CONTINUATIONS FOLLOW IT
           PERFORM 1100-SKIP-KEY-CONT
             UNTIL FDT-EOF OR FIXED-FIELDS-DESCRIPTOR (7:1) NOT = '+'.
           MOVE 1 TO FB2-CARD-CNT.
           MOVE FIXED-FIELDS-DESCRIPTOR TO FB2-CARD (1).
           PERFORM 1200-LOAD-FB2-CONT UNTIL FB2-CONT-DONE.
           PERFORM 1500-CUSTODY-VERIFY THRU 1590-CV-EXIT.
010100     PERFORM 2900-MASTER-READ.
      ******************************************************************
      ***  PASSES OVER ONE KEY CONTINUATION CARD                     ***
      ******************************************************************
       1100-SKIP-KEY-CONT.
           READ FDT-FILE INTO FIXED-FIELDS-DESCRIPTOR, AT END
             MOVE 1 TO FDT-EOF-SW.
      ******************************************************************
      ***  TABLES ONE FB2 CONTINUATION CARD; THE FIRST CARD THAT IS  ***
      ***  NOT ONE ENDS THE LOAD (RECORD-TYPE CARDS ARE NOT USED)    ***
      ******************************************************************
       1200-LOAD-FB2-CONT.
           MOVE SPACES TO FDT-WORK-CARD.
           IF NOT FDT-EOF
             READ FDT-FILE INTO FDT-WORK-CARD, AT END
               MOVE 1 TO FDT-EOF-SW.
           IF FDT-WORK-CARD (7:1) NOT = '+'
             MOVE 1 TO FB2-CONT-SW
           ELSE
             IF FB2-CARD-CNT NOT < FB2-CARD-MAX
               DISPLAY 'FB2 CARD HAS MORE THAN 6 CONTINUATION CARDS'
                       ' - THE REST ARE IGNORED'
               MOVE 1 TO FB2-CONT-SW
             ELSE
               ADD 1 TO FB2-CARD-CNT
               MOVE FDT-WORK-CARD TO FB2-CARD (FB2-CARD-CNT).
      ******************************************************************
      ***  VERIFIES THE LATEST MASTOUT CONTROL RECORD AGAINST A       ***
      ***  PRE-PASS COUNT/HASH OF THE MASTER INPUT, FAILING FAST ON   ***
      ***  A MISMATCH.  NO CONTROL RECORD MEANS THE CUSTODY CHAIN IS  ***
010500******************************************************************
010600 2000-EXTRACT-RECORD.
010700     MOVE SPACES TO CSV-RECORD.
010710     MOVE 1 TO FB2-CARD-IX.
010720     MOVE FB2-CARD (1) TO FIXED-FIELDS-DESCRIPTOR.
010730     MOVE 0 TO CONT-LOC-BASE.
010800     MOVE 1 TO FDT-FIELD-INDEX.
010900     MOVE 1 TO CSV-PTR.
011000     PERFORM 2100-EXTRACT-FIELD UNTIL
011100       FB2-FORMAT (FDT-FIELD-INDEX) = SPACE OR
011200           FDT-FIELD-INDEX > 14.
011210     PERFORM 2050-EXTRACT-CONT-CARD UNTIL
011220       FB2-CARD-IX = FB2-CARD-CNT OR FDT-FIELD-INDEX NOT > 14.
011300     WRITE CSV-RECORD.
011400     ADD 1 TO M-EXTRACT-CNT.
011500     PERFORM 2900-MASTER-READ.
      ******************************************************************
      ***  CARRIES THE EXTRACT ONTO THE NEXT FB2 CONTINUATION CARD   ***
      ******************************************************************
       2050-EXTRACT-CONT-CARD.
           ADD 1 TO FB2-CARD-IX.
           MOVE FB2-CARD (FB2-CARD-IX) TO FIXED-FIELDS-DESCRIPTOR.
           IF FIXED-FIELDS-DESCRIPTOR (8:3) NUMERIC
             MOVE FIXED-FIELDS-DESCRIPTOR (8:3) TO CONT-LOC-BASE
           ELSE
             MOVE 0 TO CONT-LOC-BASE.
           MOVE 1 TO FDT-FIELD-INDEX.
           PERFORM 2100-EXTRACT-FIELD UNTIL
             FB2-FORMAT (FDT-FIELD-INDEX) = SPACE OR
                 FDT-FIELD-INDEX > 14.
011600******************************************************************
011700***  EXTRACTS ONE FIELD AND APPENDS IT TO CSV-RECORD, PRECEDED ***
011800***  BY A COMMA DELIMITER EXCEPT BEFORE THE FIRST FIELD        ***
011900******************************************************************
012000 2100-EXTRACT-FIELD.
012100     ADD FB2-LOCATION (FDT-FIELD-INDEX), CONT-LOC-BASE
012110       GIVING RECORD-PTR.
012200     MOVE FB2-LENGTH   (FDT-FIELD-INDEX) TO EXTRACT-FIELD-LEN.
012300     MOVE SPACES TO EXTRACT-FIELD.
           IF FB2-FORMAT (FDT-FIELD-INDEX) = 'P'
           ELSE
012400     MOVE MASTER-RECORD-IN (RECORD-PTR:EXTRACT-FIELD-LEN)
012500       TO EXTRACT-FIELD (1:EXTRACT-FIELD-LEN).
012600     IF CSV-PTR > 1
012700       STRING "," DELIMITED BY SIZE
012800              EXTRACT-FIELD (1:EXTRACT-FIELD-LEN)
012850              DELIMITED BY SIZE
