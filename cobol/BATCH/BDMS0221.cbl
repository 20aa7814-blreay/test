001100***  REASONS DECODED FROM THE MAINT FLAG BITS (THE FLAG-SET    ***
001200***  POSITIONS BDMS0201 PACKS THROUGH BDMSXX20: SEQNUMB,       ***
001300***  DUPLICATE, NO-MATCHING-MASTER, INVALID-TC, FIELD-EDIT,    ***
001400***  NOT-AUTHORIZED, SIGNED-OVERFLOW, CROSS-FIELD-ERROR AND    ***
001410***  CLIENT-FROZEN).                                           ***
001500***                                                            ***
001600***  FROMDATE AND TODATE (MMDDYY ENVIRONMENT VALUES) BOUND     ***
001700***  THE T-DATE RANGE; MISSING VALUES LEAVE THE RANGE OPEN.    ***
012100     03  FILLER                  PIC 9(4) VALUE 0256.
012200     03  FILLER                  PIC 9(4) VALUE 0128.
012300     03  FILLER                  PIC 9(4) VALUE 0064.
012310     03  FILLER                  PIC 9(4) VALUE 0032.
012320     03  FILLER                  PIC 9(4) VALUE 0016.
012330     03  FILLER                  PIC 9(4) VALUE 0008.
012400 01  FILLER REDEFINES REASON-BIT-TBL.
012500     03  REASON-BIT  OCCURS 9 TIMES PIC 9(4).
012600 01  REASON-NAME-TBL.
012700     03  FILLER   PIC X(18) VALUE 'SEQNUMB-ERROR'.
012800     03  FILLER   PIC X(18) VALUE 'DUPLICATE-ERROR'.
013000     03  FILLER   PIC X(18) VALUE 'INVALID-TC'.
013100     03  FILLER   PIC X(18) VALUE 'FIELD-EDIT-ERROR'.
013200     03  FILLER   PIC X(18) VALUE 'NOT-AUTHORIZED'.
013210     03  FILLER   PIC X(18) VALUE 'SIGNED-OVERFLOW'.
013220     03  FILLER   PIC X(18) VALUE 'CROSS-FIELD-ERROR'.
013230     03  FILLER   PIC X(18) VALUE 'CLIENT-FROZEN'.
013300 01  FILLER REDEFINES REASON-NAME-TBL.
013400     03  REASON-NAME  OCCURS 9 TIMES PIC X(18).
013500
013600******************************************************************
013700***  PER-USER, PER-CLIENT ACTIVITY TABLE                       ***
015000       05  AC-SUB-OTHER          PIC 9(7).
015100       05  AC-ACCEPTED           PIC 9(7).
015200       05  AC-REJECTED           PIC 9(7).
015300       05  AC-REASON-CNT  OCCURS 9 TIMES PIC 9(7).
015400       05  AC-REASON-OTHER       PIC 9(7).
015500 01  TC-IX                       PIC 9(4) COMP-5 VALUE 0.
015600 01  HIT-SW                      PIC 9 VALUE 0.
031300     MOVE 0 TO HIT-SW.
031400     MOVE 1 TO REASON-IX.
031500     PERFORM 3100-PEEL-REASON-BIT
031600       UNTIL REASON-IX > 9.
031700     IF HIT-SW = 0
031800       ADD 1 TO AC-REASON-OTHER (ACT-FOUND-IX).
031900 3090-EXIT.
034600             AC-REJECTED (ACT-TBL-CNT),
034700             AC-REASON-OTHER (ACT-TBL-CNT)
034800         MOVE 1 TO TC-IX
034900         PERFORM 4200-ZERO-REASON UNTIL TC-IX > 9
035000         MOVE ACT-TBL-CNT TO ACT-FOUND-IX
035100       ELSE
035200         DISPLAY 'BDMS0221 ACTIVITY TABLE FULL - RECORD'
038700     WRITE PRINT.
038800     IF AC-REJECTED (ACT-TBL-I) > 0
038900       MOVE 1 TO REASON-IX
039000       PERFORM 5200-PRINT-ONE-REASON UNTIL REASON-IX > 9
039100       IF AC-REASON-OTHER (ACT-TBL-I) > 0
039200         MOVE 'OTHER/UNKNOWN'            TO RS-REASON
039300         MOVE AC-REASON-OTHER (ACT-TBL-I) TO RS-COUNT
