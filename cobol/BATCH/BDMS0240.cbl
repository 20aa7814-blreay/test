001900***  POSTING DATE COMES FROM THE POSTDATE ENVIRONMENT VALUE    ***
002000***  (MMDDYY, SAME FORMAT AS T-DATE); WHEN ABSENT THE SYSTEM   ***
002100***  DATE IS USED, MATCHING BDMS0201'S DEFAULT.                ***
      ***                                                            ***
      ***  A CLIENT UNDER A POSTING FREEZE (FRZSRV, MAINTAINED BY    ***
      ***  BDMS0269) HAS ALL ITS TRANSACTIONS, ARRIVING OR HELD,     ***
      ***  KEPT IN THE PENDING FILE UNTOUCHED WHATEVER THEIR DATE.   ***
      ***  THE FIRST CYCLE AFTER THE FREEZE IS LIFTED RELEASES THEM  ***
      ***  THROUGH THE SAME CLIENT/SEQ MERGE, IN THEIR ORIGINAL      ***
      ***  ORDER.  RETURN CODE 8 WHEN THE FREEZE REGISTRY CANNOT BE  ***
      ***  READ - EVERY TRANSACTION IS THEN HELD RATHER THAN RISK    ***
      ***  POSTING A FROZEN CLIENT.                                  ***
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
           05  CAL-OUT-DATE              PIC 9(8) VALUE ZEROS.
           05  CAL-MONTH-END-FLAG        PIC X    VALUE SPACE.
           05  CAL-RC                    PIC S9(4) COMP-5 VALUE 0.
      *    FRZSRV HANDSHAKE - THE CLIENT POSTING-FREEZE REGISTRY
       01  FRZ-PARMS.
           05  FRZ-FUNCTION              PIC X    VALUE 'C'.
           05  FRZ-RC                    PIC S9(4) COMP-5 VALUE 0.
           05  FRZ-CLIENT                PIC X(3) VALUE SPACES.
           05  FRZ-ASOF-DATE             PIC 9(8) VALUE ZEROS.
           05  FRZ-REASON                PIC X(30) VALUE SPACES.
           05  FRZ-REQUESTER             PIC X(20) VALUE SPACES.
           05  FRZ-PLACED-DATE           PIC 9(8) VALUE ZEROS.
           05  FRZ-THAW-DATE             PIC 9(8) VALUE ZEROS.
007500 01  POSTING-DATE.
007600     03  POST-MM                   PIC XX.
007700     03  POST-DD                   PIC XX.
       01  CLOSED-PERIOD                 PIC 9(6) VALUE 0.
       01  TRANS-PERIOD                  PIC 9(6) VALUE 0.
       01  CLOSED-HELD-CNT               PIC 9(8) COMP-5 VALUE 0.
       01  FROZEN-HELD-CNT               PIC 9(8) COMP-5 VALUE 0.
       01  FRZ-LAST-CLIENT               PIC X(3) VALUE HIGH-VALUES.
       01  CLIENT-FROZEN-SW              PIC 9              VALUE 0.
           88  CLIENT-FROZEN                VALUE 1.
       01  FRZ-UNAVAILABLE-SW            PIC 9              VALUE 0.
           88  FRZ-UNAVAILABLE              VALUE 1.
009900 01  TRANS-MERGE-KEY               PIC X(6) VALUE HIGH-VALUES.
010000 01  PEND-MERGE-KEY                PIC X(6) VALUE HIGH-VALUES.
010100 01  PICK-SOURCE-SW                PIC X              VALUE 'T'.
017900***  DECK WHEN ITS DATE HAS ARRIVED, OTHERWISE CARRIED FORWARD ***
018000******************************************************************
018100 2100-ROUTE-PEND-RECORD.
           PERFORM 2500-FREEZE-TEST THRU 2590-EXIT.
           IF CLIENT-FROZEN
             WRITE PEND-OUT-RECORD FROM WORK-TRANS-RECORD
             ADD 1 TO STILL-HELD-CNT, FROZEN-HELD-CNT
             DISPLAY 'CLIENT FROZEN: CLIENT=' W-CLIENT
                     ' TC=' W-TC ' SEQ=' W-SEQ-NUMBER
                     ' EFFECTIVE=' W-DATE
             GO TO 2190-RP-EXIT.
018200     IF W-DATE NUMERIC
018300       PERFORM 2300-DATE-TO-YMD.
           IF W-DATE NUMERIC AND CLOSED-PERIOD > 0
019900***  ARE DIVERTED INTO THE PENDING FILE                        ***
020000******************************************************************
020100 2200-ROUTE-TRANS-RECORD.
           PERFORM 2500-FREEZE-TEST THRU 2590-EXIT.
           IF CLIENT-FROZEN
             WRITE PEND-OUT-RECORD FROM WORK-TRANS-RECORD
             ADD 1 TO NEWLY-HELD-CNT, FROZEN-HELD-CNT
             DISPLAY 'CLIENT FROZEN: CLIENT=' W-CLIENT
                     ' TC=' W-TC ' SEQ=' W-SEQ-NUMBER
                     ' EFFECTIVE=' W-DATE
             GO TO 2290-RT-EXIT.
020200     IF W-DATE NUMERIC
020300       PERFORM 2300-DATE-TO-YMD.
           IF W-DATE NUMERIC AND CLOSED-PERIOD > 0
022070       COMPUTE CW-CCYY = 2000 + CW-YY
022080     ELSE
022090       COMPUTE CW-CCYY = 1900 + CW-YY.
      ******************************************************************
      ***  ASKS FRZSRV WHETHER THE RECORD'S CLIENT IS FROZEN AS AT   ***
      ***  THE POSTING DATE.  THE MERGE RUNS IN CLIENT ORDER, SO THE ***
      ***  ANSWER IS KEPT UNTIL THE CLIENT CHANGES.  A REGISTRY THAT ***
      ***  CANNOT BE READ HOLDS EVERY CLIENT                         ***
      ******************************************************************
       2500-FREEZE-TEST.
           IF W-CLIENT = FRZ-LAST-CLIENT
             GO TO 2590-EXIT.
           MOVE W-CLIENT TO FRZ-LAST-CLIENT, FRZ-CLIENT.
           MOVE POSTING-DATE-YMD TO FRZ-ASOF-DATE.
           CALL 'FRZSRV' USING FRZ-PARMS.
           IF FRZ-RC = 0
             MOVE 0 TO CLIENT-FROZEN-SW
             GO TO 2590-EXIT.
           MOVE 1 TO CLIENT-FROZEN-SW.
           IF FRZ-RC = 4
             DISPLAY 'BDMS0240 CLIENT ' W-CLIENT ' FROZEN - '
                     FRZ-REASON ' (REQUESTED BY ' FRZ-REQUESTER ')'
           ELSE
             MOVE 1 TO FRZ-UNAVAILABLE-SW
             DISPLAY 'BDMS0240 FREEZE REGISTRY UNAVAILABLE - CLIENT '
                     W-CLIENT ' HELD'.
       2590-EXIT.
           EXIT.
022100******************************************************************
022200***  READS THE NEXT ARRIVING TRANSACTION AND BUILDS ITS        ***
022300***  CLIENT/SEQ MERGE KEY                                      ***
           IF CLOSED-PERIOD > 0
             DISPLAY 'BDMS0240 HELD BY PERIOD CLOSE.....'
                     CLOSED-HELD-CNT.
           IF FROZEN-HELD-CNT > 0
             DISPLAY 'BDMS0240 HELD BY CLIENT FREEZE....'
                     FROZEN-HELD-CNT.
           IF FRZ-UNAVAILABLE
             DISPLAY 'BDMS0240 FREEZE REGISTRY UNAVAILABLE - WORK HELD'
             MOVE 8 TO RETURN-CODE.
           CALL 'BDMSTIMR' USING TMG-PARMS.
025700     DISPLAY 'BDMS0240 END PROCESSING'.
