009600     03  R-FILE-ID               PIC X.
009700     03  R-SEQ-NUMB              PIC XXX.
009800     03  R-FIELD-NO              PIC 99.
009900     03  R-CONT-MARK             PIC X.
009910     03  R-LOC-BASE              PIC X(3).
010000     03  R-FIELD-DEFNS OCCURS 14 TIMES.
010100       05  R-FORMAT              PIC X.
010200       05  R-LOCATION            PIC 99.
               MOVE 1 TO FDT-EOF-SW.
018200     READ FDT-FILE INTO RULE-CARD, AT END
018300       MOVE 1 TO FDT-EOF-SW.
018310*    CONTINUATIONS OF THE KEY CARD SIT AHEAD OF THE FB2 CARD
018320     PERFORM 1050-KEY-CONT-SKIP UNTIL FDT-EOF OR
018330       R-CONT-MARK NOT = '+'.
018400     CLOSE FDT-FILE.
018500     IF FDT-EOF
018600       DISPLAY 'BDMS0238 FDT DECK TOO SHORT - FILL RATES'
018700               ' WILL BE ZERO'.
018710 1050-KEY-CONT-SKIP.
018720     READ FDT-FILE INTO RULE-CARD, AT END
018730       MOVE 1 TO FDT-EOF-SW.
018800******************************************************************
018900***  SUBMISSIONS, REJECTS AND REPEAT REJECTS                   ***
019000******************************************************************
