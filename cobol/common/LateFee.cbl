       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LateFee.
      *---------------------------------------------------------------
      * Callable late-fee schedule for the video rentals.  The fee
      * schedule is reference data, not program constants: domain
      * RENTFEE of the REFDATA store (maintained by BDMS0233, read
      * through REFLOOKUP), each row's description opening with its
      * value:
      *   DAILY     late fee per day overdue, in cents, cols 1-7
      *   MAXLATE   most late fee one rental can run up, in cents,
      *             cols 1-7 (no row: no cap)
      *   REPLACE   replacement charge for a lost copy, in cents,
      *             cols 1-7 (no row: nothing charged)
      *   STAGE1    days overdue for the first reminder, cols 1-3
      *   STAGE2    days overdue for the second reminder
      *   STAGE3    days overdue for the final reminder
      *             (a stage with no row is not used)
      *   LOSTDAYS  days overdue after which the copy is lost,
      *             cols 1-3 (no row: never declared lost)
      * The schedule is read on the first call, as of that day.
      *
      * Given LfDaysOverdue the call answers the whole late fee
      * owed for the rental (LfLateFee), the highest reminder stage
      * reached (LfStage, 0 none), whether the copy is now lost
      * (LfLost Y/N) and the replacement charge, with the stage
      * days for the caller's run log.
      *   LfRc 0 - answered
      *   LfRc 8 - no DAILY row, or the store unavailable: no fee
      *            can be worked out and the caller must not guess
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01   ScheduleLoaded           PIC X VALUE "N".
       01   ScheduleOk               PIC X VALUE "N".
       01   DailyFee                 PIC 9(5)V99 VALUE 0.
       01   MaxLateFee               PIC 9(5)V99 VALUE 0.
       01   ReplaceCharge            PIC 9(5)V99 VALUE 0.
       01   LostDays                 PIC 9(3) VALUE 0.
       01   StageIdx                 PIC 9.
       01   StageTable.
          02 StageDays               PIC 9(3) OCCURS 3 TIMES.
       01   CentsWork                PIC 9(7).
       01   FeeWork                  PIC 9(7)V99.
      * REFLOOKUP handshake - the reference-data store
       01   REF-PARMS.
          05 REF-DOMAIN              PIC X(8) VALUE "RENTFEE".
          05 REF-CODE                PIC X(8).
          05 REF-ASOF                PIC 9(8) VALUE 0.
          05 REF-DESC                PIC X(30).
          05 REF-RC                  PIC S9(4) COMP-5.

       LINKAGE SECTION.
       01   LateFeeParms.
          02 LfDaysOverdue           PIC 9(5).
          02 LfLateFee               PIC 9(5)V99.
          02 LfStage                 PIC 9.
          02 LfLost                  PIC X.
          02 LfReplaceCharge         PIC 9(5)V99.
          02 LfStageDays             PIC 9(3) OCCURS 3 TIMES.
          02 LfLostDays              PIC 9(3).
          02 LfRc                    PIC S9(4) COMP-5.

       PROCEDURE DIVISION USING LateFeeParms.
       Begin.
          IF ScheduleLoaded = "N"
             PERFORM LoadSchedule
             MOVE "Y" TO ScheduleLoaded
          END-IF.
          MOVE 0 TO LfLateFee.
          MOVE 0 TO LfStage.
          MOVE "N" TO LfLost.
          MOVE ReplaceCharge TO LfReplaceCharge.
          MOVE LostDays TO LfLostDays.
          PERFORM VARYING StageIdx FROM 1 BY 1 UNTIL StageIdx > 3
             MOVE StageDays(StageIdx) TO LfStageDays(StageIdx)
          END-PERFORM.
          IF ScheduleOk = "N"
             MOVE 8 TO LfRc
             GOBACK
          END-IF.
          MOVE 0 TO LfRc.
          COMPUTE FeeWork = DailyFee * LfDaysOverdue.
          IF MaxLateFee > 0 AND FeeWork > MaxLateFee
             MOVE MaxLateFee TO FeeWork
          END-IF.
          MOVE FeeWork TO LfLateFee.
          PERFORM VARYING StageIdx FROM 1 BY 1 UNTIL StageIdx > 3
             IF StageDays(StageIdx) > 0
                AND LfDaysOverdue NOT < StageDays(StageIdx)
                MOVE StageIdx TO LfStage
             END-IF
          END-PERFORM.
          IF LostDays > 0 AND LfDaysOverdue > LostDays
             MOVE "Y" TO LfLost
          END-IF.
          GOBACK.

       LoadSchedule.
          MOVE "DAILY" TO REF-CODE.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:7) NUMERIC
             MOVE REF-DESC(1:7) TO CentsWork
             COMPUTE DailyFee = CentsWork / 100
             MOVE "Y" TO ScheduleOk
          ELSE
             DISPLAY "LATEFEE NO RENTFEE/DAILY RATE ON REFDATA (RC "
                     REF-RC ")"
          END-IF.
          MOVE "MAXLATE" TO REF-CODE.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:7) NUMERIC
             MOVE REF-DESC(1:7) TO CentsWork
             COMPUTE MaxLateFee = CentsWork / 100
          END-IF.
          MOVE "REPLACE" TO REF-CODE.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:7) NUMERIC
             MOVE REF-DESC(1:7) TO CentsWork
             COMPUTE ReplaceCharge = CentsWork / 100
          END-IF.
          MOVE "LOSTDAYS" TO REF-CODE.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:3) NUMERIC
             MOVE REF-DESC(1:3) TO LostDays
          END-IF.
          PERFORM VARYING StageIdx FROM 1 BY 1 UNTIL StageIdx > 3
             MOVE 0 TO StageDays(StageIdx)
             MOVE SPACES TO REF-CODE
             STRING "STAGE" StageIdx DELIMITED BY SIZE
                    INTO REF-CODE
             CALL "REFLOOKUP" USING REF-PARMS
             IF REF-RC = 0 AND REF-DESC(1:3) NUMERIC
                MOVE REF-DESC(1:3) TO StageDays(StageIdx)
             END-IF
          END-PERFORM.
