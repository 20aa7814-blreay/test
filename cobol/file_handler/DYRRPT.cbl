       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      DYRRPT.
      * ------------------------------------------------------------
      * Morning report of the dynamic router's failovers, from the
      * routing failover log (DYRLOG) that DYPSAMP and the operator
      * transaction DYRH write.  For RPTDATE (CCYYMMDD, default
      * today) every logged event is listed in the order it
      * happened:
      *   R  work rerouted from the region chosen to another
      *   X  work not routed - no candidate region was usable
      *   O  region taken out of rotation after repeated failures
      *   D  region drained by the operator
      *   B  region brought back, after its quiet period or by the
      *      operator
      * with the reason, followed by the reroutes per transaction
      * and region passed over, and the standing of every region on
      * the region health file (DYRHLTH) as the report is run.
      * Runs RC 4 when any work could not be routed at all.
      * ------------------------------------------------------------
       ENVIRONMENT      DIVISION.
       INPUT-OUTPUT     SECTION.
       FILE-CONTROL.
         SELECT LOG-FILE ASSIGN TO DYRLOG
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RL-KEY
            FILE STATUS IS RL-STATUS.
         SELECT HLTH-FILE ASSIGN TO DYRHLTH
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS RH-SYSID
            FILE STATUS IS RH-STATUS.

       DATA DIVISION.
       FILE SECTION.
         FD  LOG-FILE
             LABEL RECORD STANDARD
             DATA RECORD RL-RECORD.
         COPY DYRLOG.

         FD  HLTH-FILE
             LABEL RECORD STANDARD
             DATA RECORD RH-RECORD.
         COPY DYRHLTH.

       WORKING-STORAGE SECTION.
         01  RL-STATUS                 PIC XX.
         01  RH-STATUS                 PIC XX.
         01  FS-REASON                 PIC X(60).
         01  RPT-DATE                  PIC X(8) VALUE SPACES.
         01  EVENT-CNT                 PIC 9(7) VALUE 0.
         01  REROUTE-CNT               PIC 9(7) VALUE 0.
         01  NOT-ROUTED-CNT            PIC 9(7) VALUE 0.
         01  OUT-CNT                   PIC 9(7) VALUE 0.
         01  DRAIN-CNT                 PIC 9(7) VALUE 0.
         01  BACK-CNT                  PIC 9(7) VALUE 0.
         01  REGION-CNT                PIC 9(5) VALUE 0.
         01  EVENT-TEXT                PIC X(12).
         01  REASON-TEXT               PIC X(22).
         01  STATE-TEXT                PIC X(16).
         01  P-CNT                     PIC ZZZZZZ9.
         01  P-FAILS                   PIC ZZZ9.
         01  STAMP-EDIT.
             05 SE-HH                  PIC XX.
             05 FILLER                 PIC X    VALUE ":".
             05 SE-MI                  PIC XX.
             05 FILLER                 PIC X    VALUE ":".
             05 SE-SS                  PIC XX.
         01  STAMP-TIME-X              PIC X(8).
         01  DATE-EDIT.
             05 DE-CCYY                PIC X(4).
             05 FILLER                 PIC X    VALUE "-".
             05 DE-MM                  PIC XX.
             05 FILLER                 PIC X    VALUE "-".
             05 DE-DD                  PIC XX.
         01  DATE-X                    PIC X(8).

      ******************************************************************
      ***  REROUTES OF THE DAY BY TRANSACTION AND REGION PASSED OVER ***
      ******************************************************************
         01  RR-TBL-MAX                PIC 9(4) COMP-5 VALUE 200.
         01  RR-TBL-CNT                PIC 9(4) COMP-5 VALUE 0.
         01  RR-TBL-FULL               PIC 9(7) VALUE 0.
         01  RR-I                      PIC 9(4) COMP-5.
         01  RR-FOUND                  PIC 9(4) COMP-5.
         01  REROUTE-TABLE.
             05 RR-ENTRY OCCURS 200 TIMES.
                10 RR-TRANID           PIC X(4).
                10 RR-FROM-SYSID       PIC X(4).
                10 RR-REROUTED         PIC 9(7) COMP-5.
                10 RR-NOT-ROUTED       PIC 9(7) COMP-5.
                10 RR-CONN-DOWN        PIC 9(7) COMP-5.
                10 RR-SEL-ERROR        PIC 9(7) COMP-5.
                10 RR-OUT-OF-ROT       PIC 9(7) COMP-5.
                10 RR-DRAINED          PIC 9(7) COMP-5.

       PROCEDURE DIVISION.
       P-START.
            DISPLAY "RPTDATE" UPON ENVIRONMENT-NAME.
            ACCEPT RPT-DATE FROM ENVIRONMENT-VALUE.
            IF RPT-DATE = SPACES
               ACCEPT RPT-DATE FROM DATE YYYYMMDD
            END-IF.
            IF RPT-DATE NOT NUMERIC
               DISPLAY "DYRRPT RPTDATE " RPT-DATE
                       " NOT CCYYMMDD - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            OPEN INPUT LOG-FILE.
            IF RL-STATUS NOT = "00"
               CALL "FSTATMSG" USING RL-STATUS, FS-REASON
               DISPLAY "DYRRPT DYRLOG OPEN FAILED"
               DISPLAY "IO-STATUS =" RL-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO FIN-EXIT.
            MOVE RPT-DATE TO DATE-X.
            PERFORM EDIT-DATE.
            DISPLAY "DYRRPT - DYNAMIC ROUTING FAILOVERS FOR "
                    DATE-EDIT.
            DISPLAY " ".
            DISPLAY "TIME     EVENT        TRAN FROM TO   "
                    "REASON                 TASK    BY".
            MOVE ZEROS    TO RL-KEY.
            MOVE RPT-DATE TO RL-STAMP-DATE.
            START LOG-FILE KEY NOT < RL-KEY
              INVALID KEY GO TO LOG-END
            END-START.

       READ-LOG.
            READ LOG-FILE NEXT RECORD
              AT END GO TO LOG-END
            END-READ.
            IF RL-STATUS NOT = "00"
               CALL "FSTATMSG" USING RL-STATUS, FS-REASON
               DISPLAY "DYRRPT DYRLOG READ FAILED"
               DISPLAY "IO-STATUS =" RL-STATUS " (" FS-REASON ")"
               MOVE 16 TO RETURN-CODE
               GO TO LOG-END.
            MOVE RL-STAMP-DATE TO DATE-X.
            IF DATE-X NOT = RPT-DATE
               GO TO LOG-END.
            ADD 1 TO EVENT-CNT.
            PERFORM PRINT-EVENT.
            IF RL-REROUTED OR RL-NOT-ROUTED
               PERFORM TALLY-REROUTE THRU TALLY-EXIT.
            GO TO READ-LOG.

       LOG-END.
            CLOSE LOG-FILE.
            IF RETURN-CODE = 16
               GO TO FIN-EXIT.
            IF EVENT-CNT = 0
               DISPLAY "NO FAILOVERS LOGGED FOR THE DAY".
            DISPLAY " ".
            MOVE EVENT-CNT TO P-CNT.
            DISPLAY "EVENTS LOGGED............." P-CNT.
            MOVE REROUTE-CNT TO P-CNT.
            DISPLAY "WORK REROUTED............." P-CNT.
            MOVE NOT-ROUTED-CNT TO P-CNT.
            DISPLAY "WORK NOT ROUTED..........." P-CNT.
            MOVE OUT-CNT TO P-CNT.
            DISPLAY "REGIONS TAKEN OUT........." P-CNT.
            MOVE DRAIN-CNT TO P-CNT.
            DISPLAY "REGIONS DRAINED..........." P-CNT.
            MOVE BACK-CNT TO P-CNT.
            DISPLAY "REGIONS BROUGHT BACK......" P-CNT.
            IF RR-TBL-CNT > 0
               PERFORM PRINT-REROUTES.
            PERFORM PRINT-HEALTH THRU HEALTH-EXIT.
            IF NOT-ROUTED-CNT > 0
               MOVE 4 TO RETURN-CODE.

       FIN-EXIT.
            DISPLAY " ".
            DISPLAY "DYRRPT END  RC=" RETURN-CODE.
            GOBACK.

      * ------------------------------------------------------------
      * one line per logged event
      * ------------------------------------------------------------
       PRINT-EVENT.
            MOVE RL-STAMP-TIME TO STAMP-TIME-X.
            MOVE STAMP-TIME-X(1:2) TO SE-HH.
            MOVE STAMP-TIME-X(3:2) TO SE-MI.
            MOVE STAMP-TIME-X(5:2) TO SE-SS.
            EVALUATE TRUE
               WHEN RL-REROUTED
                  MOVE "REROUTED"    TO EVENT-TEXT
                  ADD 1 TO REROUTE-CNT
               WHEN RL-NOT-ROUTED
                  MOVE "NOT ROUTED"  TO EVENT-TEXT
                  ADD 1 TO NOT-ROUTED-CNT
               WHEN RL-REGION-OUT
                  MOVE "TAKEN OUT"   TO EVENT-TEXT
                  ADD 1 TO OUT-CNT
               WHEN RL-REGION-DRAINED
                  MOVE "DRAINED"     TO EVENT-TEXT
                  ADD 1 TO DRAIN-CNT
               WHEN RL-REGION-BACK
                  MOVE "BACK"        TO EVENT-TEXT
                  ADD 1 TO BACK-CNT
               WHEN OTHER
                  MOVE RL-EVENT      TO EVENT-TEXT
            END-EVALUATE.
            PERFORM EDIT-REASON.
            DISPLAY STAMP-EDIT " " EVENT-TEXT " " RL-TRANID " "
                    RL-FROM-SYSID " " RL-TO-SYSID " " REASON-TEXT
                    " " RL-TASKN " " RL-BY.

       EDIT-REASON.
            EVALUATE TRUE
               WHEN RL-CONN-DOWN
                  MOVE "CONNECTION NOT ACQ"     TO REASON-TEXT
               WHEN RL-SELECTION-ERROR
                  MOVE "ROUTE SELECTION ERROR"  TO REASON-TEXT
               WHEN RL-FAILED-OUT
                  MOVE "OUT OF ROTATION"        TO REASON-TEXT
               WHEN RL-OPERATOR-DRAIN
                  MOVE "DRAINED BY OPERATOR"    TO REASON-TEXT
               WHEN RL-QUIET-PERIOD
                  MOVE "QUIET PERIOD ENDED"     TO REASON-TEXT
               WHEN RL-OPERATOR-RESTORE
                  MOVE "RESTORED BY OPERATOR"   TO REASON-TEXT
               WHEN OTHER
                  MOVE RL-REASON                TO REASON-TEXT
            END-EVALUATE.

      * ------------------------------------------------------------
      * a reroute, or work that could not be routed, counted against
      * its transaction and the region it could not go to
      * ------------------------------------------------------------
       TALLY-REROUTE.
            MOVE 0 TO RR-FOUND.
            PERFORM FIND-REROUTE
                    VARYING RR-I FROM 1 BY 1
                    UNTIL RR-I > RR-TBL-CNT OR RR-FOUND = 1.
            IF RR-FOUND = 1
               SUBTRACT 1 FROM RR-I
            ELSE
               IF RR-TBL-CNT = RR-TBL-MAX
                  ADD 1 TO RR-TBL-FULL
                  GO TO TALLY-EXIT
               END-IF
               ADD 1 TO RR-TBL-CNT
               MOVE RR-TBL-CNT TO RR-I
               INITIALIZE RR-ENTRY(RR-I)
               MOVE RL-TRANID     TO RR-TRANID(RR-I)
               MOVE RL-FROM-SYSID TO RR-FROM-SYSID(RR-I)
            END-IF.
            IF RL-REROUTED
               ADD 1 TO RR-REROUTED(RR-I)
            ELSE
               ADD 1 TO RR-NOT-ROUTED(RR-I)
            END-IF.
            EVALUATE TRUE
               WHEN RL-CONN-DOWN
                  ADD 1 TO RR-CONN-DOWN(RR-I)
               WHEN RL-SELECTION-ERROR
                  ADD 1 TO RR-SEL-ERROR(RR-I)
               WHEN RL-FAILED-OUT
                  ADD 1 TO RR-OUT-OF-ROT(RR-I)
               WHEN RL-OPERATOR-DRAIN
                  ADD 1 TO RR-DRAINED(RR-I)
            END-EVALUATE.
       TALLY-EXIT.
            EXIT.

       FIND-REROUTE.
            IF RR-TRANID(RR-I) = RL-TRANID
               AND RR-FROM-SYSID(RR-I) = RL-FROM-SYSID
               MOVE 1 TO RR-FOUND.

       PRINT-REROUTES.
            DISPLAY " ".
            DISPLAY "REROUTES BY TRANSACTION AND REGION PASSED OVER".
            DISPLAY "TRAN FROM  REROUTED NOT ROUTED  CONN DOWN"
                    "  SEL ERROR  OUT OF ROT    DRAINED".
            PERFORM PRINT-ONE-REROUTE
               VARYING RR-I FROM 1 BY 1 UNTIL RR-I > RR-TBL-CNT.
            IF RR-TBL-FULL > 0
               MOVE RR-TBL-FULL TO P-CNT
               DISPLAY "*** TABLE FULL - " P-CNT
                       " EVENTS NOT BROKEN DOWN ABOVE ***".

       PRINT-ONE-REROUTE.
            MOVE RR-REROUTED(RR-I) TO P-CNT.
            DISPLAY RR-TRANID(RR-I) " " RR-FROM-SYSID(RR-I) "  "
                    P-CNT WITH NO ADVANCING.
            MOVE RR-NOT-ROUTED(RR-I) TO P-CNT.
            DISPLAY "    " P-CNT WITH NO ADVANCING.
            MOVE RR-CONN-DOWN(RR-I) TO P-CNT.
            DISPLAY "    " P-CNT WITH NO ADVANCING.
            MOVE RR-SEL-ERROR(RR-I) TO P-CNT.
            DISPLAY "    " P-CNT WITH NO ADVANCING.
            MOVE RR-OUT-OF-ROT(RR-I) TO P-CNT.
            DISPLAY "     " P-CNT WITH NO ADVANCING.
            MOVE RR-DRAINED(RR-I) TO P-CNT.
            DISPLAY "    " P-CNT.

      * ------------------------------------------------------------
      * every region on the health file as it stands now; a region
      * that is not on it has never failed and is in rotation
      * ------------------------------------------------------------
       PRINT-HEALTH.
            DISPLAY " ".
            DISPLAY "REGION HEALTH NOW".
            OPEN INPUT HLTH-FILE.
            IF RH-STATUS NOT = "00"
               CALL "FSTATMSG" USING RH-STATUS, FS-REASON
               DISPLAY "DYRHLTH NOT AVAILABLE, IO-STATUS ="
                       RH-STATUS " (" FS-REASON ")"
               GO TO HEALTH-EXIT.
            DISPLAY "SYSID STATE            FAILS LAST FAILURE"
                    "          REASON  CHANGED             BY".

       READ-HEALTH.
            READ HLTH-FILE NEXT RECORD
              AT END GO TO HEALTH-CLOSE
            END-READ.
            IF RH-STATUS NOT = "00"
               GO TO HEALTH-CLOSE.
            ADD 1 TO REGION-CNT.
            EVALUATE TRUE
               WHEN RH-IN-ROTATION
                  MOVE "IN ROTATION"     TO STATE-TEXT
               WHEN RH-FAILED-OUT
                  MOVE "OUT - FAILURES"  TO STATE-TEXT
               WHEN RH-DRAINED
                  MOVE "DRAINED"         TO STATE-TEXT
               WHEN OTHER
                  MOVE RH-STATE          TO STATE-TEXT
            END-EVALUATE.
            MOVE RH-FAIL-CNT TO P-FAILS.
            DISPLAY RH-SYSID "  " STATE-TEXT " " P-FAILS " "
                    WITH NO ADVANCING.
            IF RH-LAST-FAIL-DATE = 0
               DISPLAY "                    " WITH NO ADVANCING
            ELSE
               MOVE RH-LAST-FAIL-DATE TO DATE-X
               PERFORM EDIT-DATE
               MOVE RH-LAST-FAIL-TIME TO STAMP-TIME-X
               MOVE STAMP-TIME-X(1:2) TO SE-HH
               MOVE STAMP-TIME-X(3:2) TO SE-MI
               MOVE STAMP-TIME-X(5:2) TO SE-SS
               DISPLAY DATE-EDIT " " STAMP-EDIT " "
                       WITH NO ADVANCING
            END-IF.
            MOVE RH-CHANGE-DATE TO DATE-X.
            PERFORM EDIT-DATE.
            MOVE RH-CHANGE-TIME TO STAMP-TIME-X.
            MOVE STAMP-TIME-X(1:2) TO SE-HH.
            MOVE STAMP-TIME-X(3:2) TO SE-MI.
            MOVE STAMP-TIME-X(5:2) TO SE-SS.
            DISPLAY RH-LAST-REASON "      " DATE-EDIT " " STAMP-EDIT
                    " " RH-CHANGE-BY.
            GO TO READ-HEALTH.

       HEALTH-CLOSE.
            CLOSE HLTH-FILE.
            IF REGION-CNT = 0
               DISPLAY "NO REGION ON THE HEALTH FILE - ALL IN ROTATION".
       HEALTH-EXIT.
            EXIT.

       EDIT-DATE.
            MOVE DATE-X(1:4) TO DE-CCYY.
            MOVE DATE-X(5:2) TO DE-MM.
            MOVE DATE-X(7:2) TO DE-DD.
