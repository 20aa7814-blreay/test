      *         = '4' If the router is being invoked to notify it     *
      *               that the transaction abended                    *
      *                                                               *
      * The router takes the candidate regions for the transaction    *
      * (DYRTRAN) from the routing table file DYRTAB - or from its    *
      * '****' record when the transaction has none of its own - and  *
      * spreads the work over them by their weights.                  *
      * Before a region is chosen its record on the region health     *
      * file DYRHLTH is consulted: a region drained by the operator   *
      * (transaction DYRH), or taken out of rotation after repeated   *
      * routing failures, is passed over, as is one whose connection  *
      * is not acquired.  A region taken out comes back by itself     *
      * once it has been quiet for its quiet period.                  *
      * Work that cannot go to the region its weight chose goes to    *
      * the other candidates, and each such failover is logged on     *
      * DYRLOG for the morning report (DYRRPT).                       *
      * A transaction with no routing table record is routed to the   *
      * default SYSID passed on initial invocation.                   *
      * It chooses not to be invoked when the transaction / DPL       *
      * request terminates.                                           *
      * If invoked due to a route selection error, the failure is     *
      * counted against the region and the router tries the next      *
      * healthy candidate after it in the table; when there is none   *
      * the router cancels the transaction / DPL request and returns  *
      * control to the caller.                                        *
      * For DPL requests DFHEPC ends the link with a PGMIDERR         *
      * condition and EIBRESP2 set to 27.                             *
      *                                                               *
            02  RETCOD8 PIC S9(8) COMP VALUE 8.

        01  WS-QUOTIENT PIC S9(07) COMP.
        01  CONN-ST PIC S9(08) COMP.

      *****************************************************************
      * DEFAULTS FOR A REGION WITH NO HEALTH RECORD, OR ZERO IN IT    *
      *****************************************************************

        01  ROUTING-DEFAULTS.
            02  DEF-ROUTE-KEY PIC X(4) VALUE '****'.
            02  DEF-FAIL-LIMIT PIC 9(2) VALUE 3.
            02  DEF-QUIET-MINS PIC 9(4) VALUE 10.
            02  ROUTER-NAME PIC X(8) VALUE 'DYPSAMP'.

      *****************************************************************
      * ROUTING TABLE, REGION HEALTH AND FAILOVER LOG RECORDS         *
      *****************************************************************

        COPY DYRTAB.
        COPY DYRHLTH.
        COPY DYRLOG.

        01  WS-RESP PIC S9(08) COMP.
        01  WS-RESP2 PIC S9(08) COMP.
        01  WS-ROUTE-KEY PIC X(4).
        01  WS-ABSTIME PIC S9(15) COMP-3.
        01  WS-QUIET-MS PIC S9(15) COMP-3.
        01  WS-FAIL-LIMIT PIC 9(2).
        01  WS-NOW-DATE PIC 9(8).
        01  WS-NOW-TIME PIC 9(6).
        01  WS-CAND PIC S9(4) COMP.
        01  WS-PICK PIC S9(4) COMP.
        01  WS-PREFERRED PIC S9(4) COMP.
        01  WS-FROM-POS PIC S9(4) COMP.
        01  WS-TOTAL-WEIGHT PIC S9(7) COMP.
        01  WS-SLOT PIC S9(7) COMP.
        01  WS-TRIES PIC S9(4) COMP.
        01  WS-CHECK-SYSID PIC X(4).
        01  WS-PASSED-SYSID PIC X(4).
        01  WS-PASS-REASON PIC X(2).
        01  WS-FAIL-REASON PIC X(2).
        01  WS-LOG-EVENT PIC X.
        01  WS-LOG-FROM PIC X(4).
        01  WS-LOG-TO PIC X(4).
        01  WS-LOG-REASON PIC X(2).
        01  WS-PICK-MODE PIC X.
            88  WS-PICK-ANY VALUE 'A'.
            88  WS-PICK-HEALTHY VALUE 'H'.
        01  WS-ROUTE-SW PIC X VALUE 'N'.
            88  WS-ROUTE-FOUND VALUE 'Y'.
            88  WS-NO-ROUTE VALUE 'N'.
        01  WS-REGION-SW PIC X VALUE 'Y'.
            88  WS-REGION-OK VALUE 'Y'.
            88  WS-REGION-PASSED VALUE 'N'.
        01  WS-HEALTH-SW PIC X VALUE 'N'.
            88  WS-HEALTH-ON-FILE VALUE 'Y'.
            88  WS-HEALTH-NEW VALUE 'N'.
        01  WS-LOG-SW PIC X VALUE 'N'.
            88  WS-LOG-WRITTEN VALUE 'Y'.
            88  WS-LOG-PENDING VALUE 'N'.
      * Health of each candidate as found this invocation:
      * space not yet looked at, Y usable, N passed over
        01  WS-CAND-STATE-TABLE.
            02  WS-CAND-STATE PIC X OCCURS 8.

       LINKAGE SECTION.

      * PERFORM ANY ROUTING FUNCTION REQUIRED                         *
      *****************************************************************

      * The region the weights choose, when it is healthy; otherwise
      * a healthy candidate chosen by the weights of the healthy
      * ones, then a healthy standby (weight zero) in table order.
      * No healthy candidate at all cancels the transaction.

        RTSELECT.
      * Set for no re-invocation
            MOVE 'N' TO DYRDTRRJ.
      *     DISPLAY 'DYRLPROG:' DYRLPROG.
      *     DISPLAY 'EIBTASKN:' EIBTASKN.
            PERFORM GET-ROUTE THRU GET-ROUTE-END.
      * No routing table record - accept the default SYSID
            IF WS-NO-ROUTE
                MOVE RETCOD0 TO DYRRETC
                GO TO FINISHED
            END-IF.
            PERFORM GET-TIME.
            MOVE SPACES TO WS-CAND-STATE-TABLE.
            SET WS-PICK-ANY TO TRUE.
            PERFORM WEIGHTED-PICK THRU WEIGHTED-PICK-END.
            IF WS-PICK = 0
                MOVE 1 TO WS-PICK
            END-IF.
            MOVE WS-PICK TO WS-PREFERRED WS-CAND.
            PERFORM CHECK-CANDIDATE THRU CHECK-CANDIDATE-END.
            IF WS-CAND-STATE (WS-PREFERRED) = 'Y'
                MOVE RT-SYSID (WS-PREFERRED) TO DYRSYSID
                MOVE RETCOD0 TO DYRRETC
                GO TO FINISHED
            END-IF.
      * The region chosen is passed over - fail over
            MOVE RT-SYSID (WS-PREFERRED) TO WS-PASSED-SYSID.
            MOVE WS-PASS-REASON TO WS-FAIL-REASON.
            PERFORM CHECK-CANDIDATE THRU CHECK-CANDIDATE-END
                VARYING WS-CAND FROM 1 BY 1
                UNTIL WS-CAND > RT-CAND-CNT.
            SET WS-PICK-HEALTHY TO TRUE.
            PERFORM WEIGHTED-PICK THRU WEIGHTED-PICK-END.
            IF WS-PICK = 0
                MOVE 0 TO WS-FROM-POS
                PERFORM NEXT-HEALTHY THRU NEXT-HEALTHY-END
            END-IF.
            PERFORM ROUTE-ELSEWHERE THRU ROUTE-ELSEWHERE-END.
      *     DISPLAY 'DYRSYSID:' DYRSYSID.
      *     DISPLAY '==DFHDYP ended=='
            GO TO FINISHED.

      *****************************************************************
      * HANDLE ANY RE-ROUTING REQUIRED AFTER A SELECTION ERROR        *
      *****************************************************************

      * The failure is counted against the region, and the work goes
      * to the next healthy candidate after it in the table; with
      * none left the transaction / DPL request is cancelled (error
      * message will be issued).  Moving only forward through the
      * table keeps repeated selection errors from going round.

       RTERROR.
           MOVE 'N' TO DYROPTER.
           PERFORM GET-TIME.
           MOVE DYRSYSID TO WS-CHECK-SYSID WS-PASSED-SYSID.
           MOVE 'SE' TO WS-PASS-REASON WS-FAIL-REASON.
           PERFORM RECORD-FAILURE THRU RECORD-FAILURE-END.
           MOVE 0 TO WS-PICK.
           PERFORM GET-ROUTE THRU GET-ROUTE-END.
           IF WS-ROUTE-FOUND
               MOVE SPACES TO WS-CAND-STATE-TABLE
               MOVE 0 TO WS-FROM-POS
               PERFORM FIND-FAILED-REGION
                   VARYING WS-CAND FROM 1 BY 1
                   UNTIL WS-CAND > RT-CAND-CNT OR WS-FROM-POS > 0
               PERFORM NEXT-HEALTHY THRU NEXT-HEALTHY-END
           END-IF.
           PERFORM ROUTE-ELSEWHERE THRU ROUTE-ELSEWHERE-END.
           GO TO FINISHED.

      *****************************************************************
           EXEC CICS RETURN END-EXEC.

           GOBACK.

      *****************************************************************
      * THE ROUTING TABLE RECORD FOR THE TRANSACTION, OR THE DEFAULT  *
      *****************************************************************

       GET-ROUTE.
           SET WS-NO-ROUTE TO TRUE.
           MOVE DYRTRAN TO WS-ROUTE-KEY.
           EXEC CICS READ FILE('DYRTAB')
               INTO(RT-RECORD)
               RIDFLD(WS-ROUTE-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE DEF-ROUTE-KEY TO WS-ROUTE-KEY
               EXEC CICS READ FILE('DYRTAB')
                   INTO(RT-RECORD)
                   RIDFLD(WS-ROUTE-KEY)
                   RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
               AND RT-CAND-CNT > 0 AND RT-CAND-CNT NOT > 8
               SET WS-ROUTE-FOUND TO TRUE
           END-IF.
       GET-ROUTE-END.
           EXIT.

       GET-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.

      *****************************************************************
      * CHOOSE BY WEIGHT: THE TASK NUMBER PICKS A SLOT ACROSS THE     *
      * TOTAL WEIGHT OF THE CANDIDATES (EVERY ONE, OR ONLY THOSE      *
      * FOUND USABLE); WS-PICK IS ZERO WHEN THAT TOTAL IS ZERO        *
      *****************************************************************

       WEIGHTED-PICK.
           MOVE 0 TO WS-PICK WS-TOTAL-WEIGHT.
           PERFORM ADD-WEIGHT
               VARYING WS-CAND FROM 1 BY 1
               UNTIL WS-CAND > RT-CAND-CNT.
           IF WS-TOTAL-WEIGHT = 0
               GO TO WEIGHTED-PICK-END
           END-IF.
           DIVIDE EIBTASKN BY WS-TOTAL-WEIGHT GIVING WS-QUOTIENT
               REMAINDER WS-SLOT.
           PERFORM TAKE-SLOT
               VARYING WS-CAND FROM 1 BY 1
               UNTIL WS-CAND > RT-CAND-CNT OR WS-PICK > 0.
       WEIGHTED-PICK-END.
           EXIT.

       ADD-WEIGHT.
           IF WS-PICK-ANY OR WS-CAND-STATE (WS-CAND) = 'Y'
               ADD RT-WEIGHT (WS-CAND) TO WS-TOTAL-WEIGHT
           END-IF.

       TAKE-SLOT.
           IF (WS-PICK-ANY OR WS-CAND-STATE (WS-CAND) = 'Y')
               AND RT-WEIGHT (WS-CAND) > 0
               IF WS-SLOT < RT-WEIGHT (WS-CAND)
                   MOVE WS-CAND TO WS-PICK
               ELSE
                   SUBTRACT RT-WEIGHT (WS-CAND) FROM WS-SLOT
               END-IF
           END-IF.

      *****************************************************************
      * THE FIRST USABLE CANDIDATE AFTER WS-FROM-POS, NOT THE REGION  *
      * JUST PASSED OVER; WS-PICK IS ZERO WHEN THERE IS NONE          *
      *****************************************************************

       NEXT-HEALTHY.
           MOVE 0 TO WS-PICK.
           ADD 1 TO WS-FROM-POS.
           PERFORM TRY-NEXT-CANDIDATE
               VARYING WS-CAND FROM WS-FROM-POS BY 1
               UNTIL WS-CAND > RT-CAND-CNT OR WS-PICK > 0.
       NEXT-HEALTHY-END.
           EXIT.

       TRY-NEXT-CANDIDATE.
           IF RT-SYSID (WS-CAND) NOT = WS-PASSED-SYSID
               PERFORM CHECK-CANDIDATE THRU CHECK-CANDIDATE-END
               IF WS-CAND-STATE (WS-CAND) = 'Y'
                   MOVE WS-CAND TO WS-PICK
               END-IF
           END-IF.

       FIND-FAILED-REGION.
           IF RT-SYSID (WS-CAND) = WS-PASSED-SYSID
               MOVE WS-CAND TO WS-FROM-POS
           END-IF.

      *****************************************************************
      * SEND THE WORK TO THE CANDIDATE IN WS-PICK INSTEAD OF THE      *
      * REGION PASSED OVER, OR CANCEL IT WHEN THERE IS NONE - AND     *
      * LOG WHICH, AND WHY                                            *
      *****************************************************************

       ROUTE-ELSEWHERE.
           MOVE WS-PASSED-SYSID TO WS-LOG-FROM.
           MOVE WS-FAIL-REASON TO WS-LOG-REASON.
           IF WS-PICK = 0
               MOVE 'X' TO WS-LOG-EVENT
               MOVE SPACES TO WS-LOG-TO
               PERFORM WRITE-LOG THRU WRITE-LOG-END
               MOVE RETCOD8 TO DYRRETC
               GO TO ROUTE-ELSEWHERE-END
           END-IF.
           MOVE RT-SYSID (WS-PICK) TO DYRSYSID WS-LOG-TO.
           MOVE 'R' TO WS-LOG-EVENT.
           PERFORM WRITE-LOG THRU WRITE-LOG-END.
           MOVE RETCOD0 TO DYRRETC.
       ROUTE-ELSEWHERE-END.
           EXIT.

      *****************************************************************
      * THE HEALTH OF ONE CANDIDATE, LOOKED AT ONCE PER INVOCATION    *
      *****************************************************************

       CHECK-CANDIDATE.
           IF WS-CAND-STATE (WS-CAND) NOT = SPACE
               GO TO CHECK-CANDIDATE-END
           END-IF.
           MOVE RT-SYSID (WS-CAND) TO WS-CHECK-SYSID.
           PERFORM CHECK-REGION THRU CHECK-REGION-END.
           MOVE WS-REGION-SW TO WS-CAND-STATE (WS-CAND).
       CHECK-CANDIDATE-END.
           EXIT.

      * A drained region is passed over until the operator restores
      * it; one out of rotation until its quiet period has run since
      * its last failure, when it is brought back.  A region in
      * rotation must still have its connection acquired - when it
      * has not, that counts as a failure.  A health file that cannot
      * be read does not stop the routing.

       CHECK-REGION.
           SET WS-REGION-OK TO TRUE.
           MOVE SPACES TO WS-PASS-REASON.
           EXEC CICS READ FILE('DYRHLTH')
               INTO(RH-RECORD)
               RIDFLD(WS-CHECK-SYSID)
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF RH-DRAINED
                   SET WS-REGION-PASSED TO TRUE
                   MOVE 'OP' TO WS-PASS-REASON
                   GO TO CHECK-REGION-END
               END-IF
               IF RH-FAILED-OUT
                   PERFORM QUIET-PERIOD
                   IF WS-ABSTIME - RH-LAST-FAIL-ABS < WS-QUIET-MS
                       SET WS-REGION-PASSED TO TRUE
                       MOVE 'OF' TO WS-PASS-REASON
                       GO TO CHECK-REGION-END
                   END-IF
                   PERFORM RESTORE-REGION THRU RESTORE-REGION-END
               END-IF
           END-IF.
           EXEC CICS INQUIRE CONNECTION(WS-CHECK-SYSID)
               CONNSTATUS(CONN-ST)
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR CONN-ST NOT = DFHVALUE(ACQUIRED)
               SET WS-REGION-PASSED TO TRUE
               MOVE 'CN' TO WS-PASS-REASON
               PERFORM RECORD-FAILURE THRU RECORD-FAILURE-END
           END-IF.
       CHECK-REGION-END.
           EXIT.

       QUIET-PERIOD.
           IF RH-QUIET-MINS = 0
               COMPUTE WS-QUIET-MS = DEF-QUIET-MINS * 60000
           ELSE
               COMPUTE WS-QUIET-MS = RH-QUIET-MINS * 60000
           END-IF.

      *****************************************************************
      * COUNT A ROUTING FAILURE AGAINST WS-CHECK-SYSID: A RUN OF THE  *
      * FAIL LIMIT OF THEM, EACH WITHIN THE QUIET PERIOD OF THE LAST, *
      * TAKES THE REGION OUT OF ROTATION                              *
      *****************************************************************

       RECORD-FAILURE.
           SET WS-HEALTH-ON-FILE TO TRUE.
           EXEC CICS READ FILE('DYRHLTH')
               INTO(RH-RECORD)
               RIDFLD(WS-CHECK-SYSID)
               UPDATE
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               SET WS-HEALTH-NEW TO TRUE
               MOVE SPACES TO RH-RECORD
               MOVE WS-CHECK-SYSID TO RH-SYSID
               SET RH-IN-ROTATION TO TRUE
               MOVE 0 TO RH-FAIL-CNT RH-FAIL-LIMIT RH-QUIET-MINS
                         RH-LAST-FAIL-ABS RH-LAST-FAIL-DATE
                         RH-LAST-FAIL-TIME
               MOVE WS-NOW-DATE TO RH-CHANGE-DATE
               MOVE WS-NOW-TIME TO RH-CHANGE-TIME
               MOVE ROUTER-NAME TO RH-CHANGE-BY
           ELSE
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   GO TO RECORD-FAILURE-END
               END-IF
           END-IF.
           PERFORM QUIET-PERIOD.
           IF RH-FAIL-CNT > 0
               AND WS-ABSTIME - RH-LAST-FAIL-ABS < WS-QUIET-MS
               ADD 1 TO RH-FAIL-CNT
           ELSE
               MOVE 1 TO RH-FAIL-CNT
           END-IF.
           MOVE WS-ABSTIME TO RH-LAST-FAIL-ABS.
           MOVE WS-NOW-DATE TO RH-LAST-FAIL-DATE.
           MOVE WS-NOW-TIME TO RH-LAST-FAIL-TIME.
           MOVE WS-PASS-REASON TO RH-LAST-REASON.
           IF RH-FAIL-LIMIT = 0
               MOVE DEF-FAIL-LIMIT TO WS-FAIL-LIMIT
           ELSE
               MOVE RH-FAIL-LIMIT TO WS-FAIL-LIMIT
           END-IF.
           IF RH-IN-ROTATION AND RH-FAIL-CNT NOT < WS-FAIL-LIMIT
               SET RH-FAILED-OUT TO TRUE
               MOVE WS-NOW-DATE TO RH-CHANGE-DATE
               MOVE WS-NOW-TIME TO RH-CHANGE-TIME
               MOVE ROUTER-NAME TO RH-CHANGE-BY
               MOVE 'O' TO WS-LOG-EVENT
               MOVE WS-CHECK-SYSID TO WS-LOG-FROM
               MOVE SPACES TO WS-LOG-TO
               MOVE WS-PASS-REASON TO WS-LOG-REASON
               PERFORM WRITE-LOG THRU WRITE-LOG-END
           END-IF.
           IF WS-HEALTH-NEW
               EXEC CICS WRITE FILE('DYRHLTH')
                   FROM(RH-RECORD)
                   RIDFLD(RH-SYSID)
                   RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE('DYRHLTH')
                   FROM(RH-RECORD)
                   RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
           END-IF.
       RECORD-FAILURE-END.
           EXIT.

      *****************************************************************
      * BRING A REGION BACK INTO ROTATION AFTER ITS QUIET PERIOD -    *
      * UNLESS ANOTHER TASK ALREADY HAS                               *
      *****************************************************************

       RESTORE-REGION.
           EXEC CICS READ FILE('DYRHLTH')
               INTO(RH-RECORD)
               RIDFLD(WS-CHECK-SYSID)
               UPDATE
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO RESTORE-REGION-END
           END-IF.
           IF NOT RH-FAILED-OUT
               EXEC CICS UNLOCK FILE('DYRHLTH')
                   RESP(WS-RESP) RESP2(WS-RESP2)
               END-EXEC
               GO TO RESTORE-REGION-END
           END-IF.
           SET RH-IN-ROTATION TO TRUE.
           MOVE 0 TO RH-FAIL-CNT.
           MOVE WS-NOW-DATE TO RH-CHANGE-DATE.
           MOVE WS-NOW-TIME TO RH-CHANGE-TIME.
           MOVE ROUTER-NAME TO RH-CHANGE-BY.
           EXEC CICS REWRITE FILE('DYRHLTH')
               FROM(RH-RECORD)
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.
           MOVE 'B' TO WS-LOG-EVENT.
           MOVE WS-CHECK-SYSID TO WS-LOG-FROM.
           MOVE SPACES TO WS-LOG-TO.
           MOVE 'QT' TO WS-LOG-REASON.
           PERFORM WRITE-LOG THRU WRITE-LOG-END.
       RESTORE-REGION-END.
           EXIT.

      *****************************************************************
      * ONE FAILOVER LOG RECORD; ONE ALREADY ON FILE FOR THE SAME     *
      * SECOND MOVES THE NEW ONE ON BY ITS SEQUENCE                   *
      *****************************************************************

       WRITE-LOG.
           MOVE SPACES TO RL-RECORD.
           MOVE WS-NOW-DATE TO RL-STAMP-DATE.
           COMPUTE RL-STAMP-TIME = WS-NOW-TIME * 100.
           MOVE 0 TO RL-SEQ.
           MOVE WS-LOG-EVENT TO RL-EVENT.
           MOVE DYRTRAN TO RL-TRANID.
           MOVE WS-LOG-FROM TO RL-FROM-SYSID.
           MOVE WS-LOG-TO TO RL-TO-SYSID.
           MOVE WS-LOG-REASON TO RL-REASON.
           MOVE EIBTASKN TO RL-TASKN.
           MOVE ROUTER-NAME TO RL-BY.
           SET WS-LOG-PENDING TO TRUE.
           MOVE 0 TO WS-TRIES.
           MOVE DFHRESP(DUPREC) TO WS-RESP.
           PERFORM WRITE-LOG-RECORD
               UNTIL WS-LOG-WRITTEN
               OR WS-RESP NOT = DFHRESP(DUPREC)
               OR WS-TRIES = 99.
       WRITE-LOG-END.
           EXIT.

       WRITE-LOG-RECORD.
           EXEC CICS WRITE FILE('DYRLOG')
               FROM(RL-RECORD)
               RIDFLD(RL-KEY)
               RESP(WS-RESP) RESP2(WS-RESP2)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-LOG-WRITTEN TO TRUE
           ELSE
               ADD 1 TO RL-SEQ WS-TRIES
           END-IF.
