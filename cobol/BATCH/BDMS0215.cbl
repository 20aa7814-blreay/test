001100***  OR LESS) A FIELDS.  RECORD-TYPE CARD FIELDS ARE SAMPLED   ***
001200***  ONLY OVER RECORDS CARRYING THAT SEQ NUMBER IN POSITIONS   ***
001300***  13-15.                                                    ***
001310***                                                            ***
001320***  A CONTINUATION CARD ('+' IN COLUMN 7, LOCATION BASE IN    ***
001330***  COLUMNS 8-10) CARRIES THE FIELDS PAST THE 14TH OF THE     ***
001340***  CARD IT FOLLOWS: ITS FIELDS ARE LISTED UNDER THAT CARD,   ***
001350***  NUMBERED ON FROM 15, AT LOCATION PLUS BASE.  AS IN THE    ***
001360***  UPDATE, A CONTINUATION COUNTS ONLY AFTER A FULL CARD.     ***
001400******************************************************************
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
003900     03  R-FILE-ID                 PIC X.
004000     03  R-SEQ-NUMB                PIC X(3).
004100     03  R-FIELD-NO                PIC 99.
004200     03  R-CONT-MARK               PIC X.
004210     03  R-LOC-BASE                PIC X(3).
004220     03  R-LOC-BASE-9 REDEFINES R-LOC-BASE PIC 9(3).
004300     03  R-FIELD-DEFNS OCCURS 14 TIMES.
004400       05  R-FORMAT                PIC X.
004500       05  R-LOCATION              PIC 99.
005800***  OTHERWISE ONLY RECORDS OF THAT SEQ NUMBER.  EACH ENTRY    ***
005900***  TRACKS UP TO 8 DISTINCT VALUES FOR SHORT A FIELDS.        ***
006000******************************************************************
006100 01  DICT-TBL-MAX                  PIC 9(4) COMP-5 VALUE 500.
006200 01  DICT-TBL-CNT                  PIC 9(4) COMP-5 VALUE 0.
006300 01  DICT-TBL-I                    PIC 9(4) COMP-5 VALUE 0.
006400 01  DICT-TABLE.
006500     03  DICT-ENTRY  OCCURS 500 TIMES.
006600       05  DT-CARD-LABEL           PIC X(9).
006700       05  DT-RTYPE                PIC X(3).
006800       05  DT-FIELD-NO             PIC 99.
008800 01  FIELD-VALUE                   PIC X(16).
008900 01  CARD-LABEL                    PIC X(9)  VALUE SPACES.
009000 01  CUR-RTYPE                     PIC X(3)  VALUE SPACES.
      *    CONTINUATION CARD STATE - FIELD NUMBER OFFSET (14 PER
      *    CARD) AND THE LOCATION BASE FROM COLUMNS 8-10
       01  FLD-NO-BIAS                   PIC 9(4) COMP-5 VALUE 0.
       01  CONT-LOC-BASE                 PIC 9(4) COMP-5 VALUE 0.
       01  FLD-LOC                       PIC 9(4) COMP-5 VALUE 0.
      *    DECLARED MASTER RECORD LENGTH FROM THE OPTIONAL FDT
      *    'LRECL NNN' HEADER CARD (128-512; ABSENT MEANS 128)
       01  MASTER-LRECL                  PIC 9(3) VALUE 128.
011500       PERFORM 1100-LOAD-CARD-FIELDS.
011600     READ FDT-FILE INTO RULE-CARD, AT END
011700       MOVE 1 TO FDT-EOF-SW.
011710     PERFORM 1050-LOAD-KEY-CONT UNTIL FDT-EOF OR
011720       R-CONT-MARK NOT = '+'.
011800     IF MORE-FDT-RECS
011900       MOVE 'FIXED' TO CARD-LABEL
012000       MOVE SPACES  TO CUR-RTYPE
012010       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
012100       PERFORM 1100-LOAD-CARD-FIELDS.
012200     PERFORM 1200-LOAD-TYPE-CARD UNTIL FDT-EOF.
012300     DISPLAY 'BDMS0215 FIELDS IN DICTIONARY.....' DICT-TBL-CNT.
012400     PERFORM 2900-MASTER-READ.
      ******************************************************************
      ***  LOADS ONE KEY CONTINUATION CARD AND READS ON FOR THE      ***
      ***  FIXED CARD                                                ***
      ******************************************************************
       1050-LOAD-KEY-CONT.
           PERFORM 1150-LOAD-CONT-CARD.
           READ FDT-FILE INTO RULE-CARD, AT END
             MOVE 1 TO FDT-EOF-SW.
012500 1200-LOAD-TYPE-CARD.
012600     READ FDT-FILE INTO RULE-CARD, AT END
012700       MOVE 1 TO FDT-EOF-SW.
012710     IF MORE-FDT-RECS AND R-CONT-MARK = '+'
012720       PERFORM 1150-LOAD-CONT-CARD
012730     ELSE
012800     IF MORE-FDT-RECS
012810       MOVE 0 TO FLD-NO-BIAS, CONT-LOC-BASE
012900       MOVE SPACES TO CARD-LABEL
013000       STRING 'RTYPE ' R-SEQ-NUMB DELIMITED BY SIZE
013100         INTO CARD-LABEL
013900     PERFORM 1110-LOAD-ONE-FIELD
014000       UNTIL FLD-IX > 14 OR R-FORMAT (FLD-IX) = SPACE.
014100 1110-LOAD-ONE-FIELD.
014110     MOVE 0 TO FLD-LOC.
014120     IF R-LOCATION (FLD-IX) NUMERIC
014130       ADD R-LOCATION (FLD-IX), CONT-LOC-BASE GIVING FLD-LOC.
014200     IF DICT-TBL-CNT < DICT-TBL-MAX AND
014300        R-LOCATION (FLD-IX) NUMERIC AND
014400        R-LENGTH (FLD-IX) NUMERIC AND
014500        R-LOCATION (FLD-IX) > 0 AND
014600        R-LENGTH (FLD-IX) > 0 AND
014700        FLD-LOC + R-LENGTH (FLD-IX)
                 NOT > MASTER-LRECL + 1
014800       ADD 1 TO DICT-TBL-CNT
014900       MOVE CARD-LABEL           TO DT-CARD-LABEL (DICT-TBL-CNT)
015000       MOVE CUR-RTYPE            TO DT-RTYPE (DICT-TBL-CNT)
015100       ADD FLD-IX, FLD-NO-BIAS GIVING DT-FIELD-NO (DICT-TBL-CNT)
015200       MOVE R-FORMAT (FLD-IX)    TO DT-FORMAT (DICT-TBL-CNT)
015300       MOVE FLD-LOC              TO DT-LOCATION (DICT-TBL-CNT)
015400       MOVE R-LENGTH (FLD-IX)    TO DT-LENGTH (DICT-TBL-CNT)
015500       MOVE 0 TO DT-SAMPLED-CNT (DICT-TBL-CNT)
015600       MOVE 0 TO DT-NONBLANK-CNT (DICT-TBL-CNT)
015900       MOVE HIGH-VALUES TO DT-MIN-VAL (DICT-TBL-CNT)
016000       MOVE LOW-VALUES  TO DT-MAX-VAL (DICT-TBL-CNT).
016100     ADD 1 TO FLD-IX.
      ******************************************************************
      ***  LOADS A CONTINUATION CARD'S FIELDS UNDER THE CARD BEFORE  ***
      ***  IT (SAME LABEL AND RECORD TYPE) - ONLY WHEN THAT CARD WAS ***
      ***  FULL, LEAVING FLD-IX PAST 14                              ***
      ******************************************************************
       1150-LOAD-CONT-CARD.
           IF FLD-IX NOT > 14
             DISPLAY 'CONTINUATION CARD AFTER A CARD THAT IS NOT '
                     'FULL - IGNORED: ' CARD-LABEL
           ELSE
             ADD 14 TO FLD-NO-BIAS
             IF R-LOC-BASE NUMERIC
               MOVE R-LOC-BASE-9 TO CONT-LOC-BASE
             ELSE
               MOVE 0 TO CONT-LOC-BASE
             END-IF
             PERFORM 1100-LOAD-CARD-FIELDS.
016200******************************************************************
016300***  SAMPLES ONE MASTER RECORD THROUGH EVERY DICTIONARY FIELD  ***
016400******************************************************************
