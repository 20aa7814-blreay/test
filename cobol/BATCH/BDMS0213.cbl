004800     03  RH-AG-GOOD-RPL-CNT        PIC 9(15).
004900     03  RH-AG-BAD-RPL-CNT         PIC 9(15).
005000     03  RH-CTL-BALANCE-FLAG       PIC X.
005010     03  RH-RUN-ID                 PIC X(28).
005020     03  RH-FDT-VERSION            PIC X(8).
005030     03  RH-AG-GOOD-INC-CNT        PIC 9(15).
005040     03  RH-AG-BAD-INC-CNT         PIC 9(15).
005050     03  RH-AG-GOOD-RKY-CNT        PIC 9(15).
005060     03  RH-AG-BAD-RKY-CNT         PIC 9(15).
005100
005200 WORKING-STORAGE SECTION.
005300 01  HIST-EOF-SW                   PIC 9 VALUE 0.
007300       05  TT-DEL-CNT              PIC 9(15) COMP-5.
007400       05  TT-MOD-CNT              PIC 9(15) COMP-5.
007500       05  TT-RPL-CNT              PIC 9(15) COMP-5.
007510       05  TT-INC-CNT              PIC 9(15) COMP-5.
007520       05  TT-RKY-CNT              PIC 9(15) COMP-5.
007600       05  TT-ERROR-CNT            PIC 9(15) COMP-5.
007700       05  TT-IMBAL-CNT            PIC 9(6)  COMP-5.
007800 01  WORK-KEY.
008230 01  P-DELS                        PIC Z(9)9.
008240 01  P-MODS                        PIC Z(9)9.
008250 01  P-RPLS                        PIC Z(9)9.
008255 01  P-INCS                        PIC Z(9)9.
008257 01  P-RKYS                        PIC Z(9)9.
008260 01  P-ERRS                        PIC Z(9)9.
008270 01  P-IMBAL                       PIC Z(5)9.
008300
011800           RH-AG-BAD-ADD-CNT + RH-AG-BAD-DEL-CNT +
011900           RH-AG-BAD-MOD-CNT + RH-AG-BAD-RPL-CNT
012000       ADD RUN-ERRORS         TO TT-ERROR-CNT (FOUND-IX)
012010*      HISTORY WRITTEN BEFORE THE TC 06 COUNTS WERE CARRIED HAS
012020*      NO INCREMENT FIELDS
012030       IF RH-AG-GOOD-INC-CNT NUMERIC AND
012040          RH-AG-BAD-INC-CNT NUMERIC
012050         ADD RH-AG-GOOD-INC-CNT TO TT-INC-CNT   (FOUND-IX)
012060         ADD RH-AG-BAD-INC-CNT  TO TT-ERROR-CNT (FOUND-IX)
012070       END-IF
012072*      NOR, BEFORE THE TC 05 COUNTS WERE CARRIED, RE-KEY FIELDS
012074       IF RH-AG-GOOD-RKY-CNT NUMERIC AND
012076          RH-AG-BAD-RKY-CNT NUMERIC
012078         ADD RH-AG-GOOD-RKY-CNT TO TT-RKY-CNT   (FOUND-IX)
012080         ADD RH-AG-BAD-RKY-CNT  TO TT-ERROR-CNT (FOUND-IX)
012082       END-IF
012100       IF RH-CTL-BALANCE-FLAG = 'Y'
012200         ADD 1 TO TT-IMBAL-CNT (FOUND-IX).
012300     PERFORM 2900-HIST-READ.
014100         MOVE 0 TO TT-DEL-CNT (TREND-TBL-CNT)
014200         MOVE 0 TO TT-MOD-CNT (TREND-TBL-CNT)
014300         MOVE 0 TO TT-RPL-CNT (TREND-TBL-CNT)
014310         MOVE 0 TO TT-INC-CNT (TREND-TBL-CNT)
014320         MOVE 0 TO TT-RKY-CNT (TREND-TBL-CNT)
014400         MOVE 0 TO TT-ERROR-CNT (TREND-TBL-CNT)
014500         MOVE 0 TO TT-IMBAL-CNT (TREND-TBL-CNT)
014600         MOVE TREND-TBL-CNT TO FOUND-IX.
015300******************************************************************
015400 3000-TREND-PRINT.
015500     DISPLAY 'RANGE    MONTH    RUNS       ADDS    DELETES'
015600             '    CHANGES   REPLACES INCREMENTS    RE-KEYS'
015610             '     ERRORS  OUT-OF-BAL'.
015700     MOVE 1 TO TREND-TBL-I.
015800     PERFORM 3100-PRINT-ONE
015900       UNTIL TREND-TBL-I > TREND-TBL-CNT.
016070     MOVE TT-DEL-CNT   (TREND-TBL-I) TO P-DELS.
016080     MOVE TT-MOD-CNT   (TREND-TBL-I) TO P-MODS.
016090     MOVE TT-RPL-CNT   (TREND-TBL-I) TO P-RPLS.
016092     MOVE TT-INC-CNT   (TREND-TBL-I) TO P-INCS.
016093     MOVE TT-RKY-CNT   (TREND-TBL-I) TO P-RKYS.
016095     MOVE TT-ERROR-CNT (TREND-TBL-I) TO P-ERRS.
016096     MOVE TT-IMBAL-CNT (TREND-TBL-I) TO P-IMBAL.
016100     DISPLAY TT-CLIENT-LO (TREND-TBL-I) '-'
016200             TT-CLIENT-HI (TREND-TBL-I) '  '
016300             TT-CCYYMM (TREND-TBL-I) '  '
016400             P-RUNS ' ' P-ADDS ' ' P-DELS ' '
016500             P-MODS ' ' P-RPLS ' ' P-INCS ' ' P-RKYS ' '
016510             P-ERRS ' ' P-IMBAL.
017100     ADD 1 TO TREND-TBL-I.
017200******************************************************************
017300***  CLOSES THE FILE AND DISPLAYS THE RUN TOTALS               ***
