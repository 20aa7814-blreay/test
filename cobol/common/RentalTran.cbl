       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RentalTran.
      *---------------------------------------------------------------
      * Rental checkout and return against the copy inventory
      * CopyMaint keeps, for customers on the customer master
      * (KSDSFILE), replacing the paper rental slips.
      *
      * Transactions come from RENTTRAN.DAT, one card each:
      *   col 1      action: O check out, I check in (return)
      *   col 2-6    VideoCode 9(5)
      *   col 7-9    copy number 9(3)
      *   O: col 10-15 customer ident 9(6), col 16-17 rental days
      *              (3 when blank), col 18 R to pay for the rental
      *              with loyalty points
      *   I: col 10    condition on return G/F/P/D (blank leaves it)
      * A checkout is refused unless the copy is on file, available
      * and not damaged, and the customer is on the master and
      * active (VS-CUST-ACTIVE).  The due date is the out date plus
      * the rental days from the processing calendar (DATESRV 'D'),
      * moved on past a weekend or holiday; with the calendar
      * unavailable no checkout is taken.  A return is refused
      * unless the copy has an open rental; days late are the
      * calendar days from the due date (DATESRV 'A').  A late
      * return is charged the rest of its late fee (the LateFee
      * schedule, less what the nightly OverdueRpt pass has already
      * assessed) on the customer fee balance file (FEEBAL.DAT).
      * A copy OverdueRpt declared lost that comes back is put back
      * on the shelf and its replacement charge credited.  The video
      * stock ledger (StockPost) loses a copy returned damaged and
      * regains a lost copy returned fit to rent.
      *
      * Loyalty points (LoyaltyPost): a rental paid for with points is
      * refused unless the customer holds enough of them, and the
      * points come off when the rental is written.  A return on or
      * before the due date, of a rental not declared lost and not
      * itself paid for with points, earns the customer points.
      *
      * The open rentals file (RENTAL.DAT) holds one record per copy
      * out, keyed like the copy; the return deletes it.  Every
      * checkout and return is appended to the rental activity log
      * (RENTLOG.DAT) that RentalRpt reports from.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CopyFile ASSIGN TO "COPYINV.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CopyKey
                 FILE STATUS IS CopyStatusFC.
          SELECT RentalFile ASSIGN TO "RENTAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RentKey
                 FILE STATUS IS RentalStatusFC.
          SELECT TranFile ASSIGN TO "RENTTRAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TranStatusFC.
          SELECT LogFile ASSIGN TO "RENTLOG.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS LogStatusFC.
          SELECT FeeFile ASSIGN TO "FEEBAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FeeCustIdent
                 FILE STATUS IS FeeStatusFC.
          SELECT CustomerFile ASSIGN TO KSDSFILE
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VS-CUSTIDENT
                 ALTERNATE RECORD KEY IS VS-CUSTSTATE
                      WITH DUPLICATES
                 FILE STATUS IS CustomerStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD CopyFile.
       01 CopyRecord.
          02 CopyKey.
             03 CopyVideoCode        PIC 9(5).
             03 CopyNumber           PIC 9(3).
          02 CopyCondition           PIC X.
             88 CopyDamaged          VALUE "D".
          02 CopyStatus              PIC X.
             88 CopyAvailable        VALUE "A".
             88 CopyOut              VALUE "O".
             88 CopyWithdrawn        VALUE "W".
             88 CopyLost             VALUE "L".
          02 CopyAddedDate           PIC 9(8).
          02 CopyRentCount           PIC 9(5).
          02 CopyLastOut             PIC 9(8).
       FD RentalFile.
       01 RentalRecord.
          02 RentKey.
             03 RentVideoCode        PIC 9(5).
             03 RentCopyNumber       PIC 9(3).
          02 RentCustIdent           PIC 9(6).
          02 RentOutDate             PIC 9(8).
          02 RentDueDate             PIC 9(8).
          02 RentStage               PIC 9.
          02 RentFeeAssessed         PIC 9(5)V99.
          02 RentLost                PIC X.
             88 RentIsLost           VALUE "Y".
          02 RentReplaceCharge       PIC 9(5)V99.
          02 RentFree                PIC X.
             88 RentIsFree           VALUE "Y".
       FD FeeFile.
       01 FeeRecord.
          02 FeeCustIdent            PIC 9(6).
          02 FeeBalance              PIC S9(7)V99.
          02 FeeLateTotal            PIC 9(7)V99.
          02 FeeReplaceTotal         PIC 9(7)V99.
          02 FeeCreditTotal          PIC 9(7)V99.
          02 FeeLastDate             PIC 9(8).
       FD TranFile.
       01 TranRecord.
          02 TranAction              PIC X.
          02 TranVideoCode           PIC 9(5).
          02 TranCopyNumber          PIC 9(3).
          02 TranDetail              PIC X(9).
          02 TranCheckOut REDEFINES TranDetail.
             03 TranCustIdent        PIC 9(6).
             03 TranDays             PIC XX.
             03 TranRedeem           PIC X.
                88 TranPaidByPoints  VALUE "R".
          02 TranCheckIn REDEFINES TranDetail.
             03 TranCondition        PIC X.
             03 FILLER               PIC X(8).
       FD LogFile.
       01 LogRecord.
          02 LogDate                 PIC 9(8).
          02 LogTime                 PIC 9(8).
          02 LogAction               PIC X.
          02 LogVideoCode            PIC 9(5).
          02 LogCopyNumber           PIC 9(3).
          02 LogCustIdent            PIC 9(6).
          02 LogDueDate              PIC 9(8).
          02 LogDaysLate             PIC 9(4).
       FD CustomerFile.
       COPY ODCSF0B.

       WORKING-STORAGE SECTION.
       01   CopyStatusFC             PIC X(2).
       01   RentalStatusFC           PIC X(2).
       01   TranStatusFC             PIC X(2).
       01   LogStatusFC              PIC X(2).
       01   CustomerStatusFC         PIC X(2).
       01   FeeStatusFC              PIC X(2).
       01   EndOfTran                PIC X VALUE "N".
       01   TodayDate                PIC 9(8).
       01   TodayTime                PIC 9(8).
       01   RentalDays               PIC 99.
       01   DaysLate                 PIC S9(5).
       01   CheckOutCount            PIC 9(4) VALUE 0.
       01   CheckInCount             PIC 9(4) VALUE 0.
       01   LateCount                PIC 9(4) VALUE 0.
       01   RefusedCount             PIC 9(4) VALUE 0.
       01   UnassessedCount          PIC 9(4) VALUE 0.
       01   FreeCount                PIC 9(4) VALUE 0.
       01   EarnedCount              PIC 9(4) VALUE 0.
       01   FeeDelta                 PIC S9(5)V99.
       01   FeeDeltaEdit             PIC -ZZ,ZZ9.99.
      * the fee posting: amount and which total it goes to
       01   PostAmount               PIC S9(5)V99.
       01   PostKind                 PIC X.
          88 PostLateFee             VALUE "L".
          88 PostCredit              VALUE "C".
      * DATESRV handshake - the processing calendar
       01   CAL-PARMS.
          05 CAL-FUNCTION            PIC X    VALUE SPACE.
          05 CAL-IN-DATE             PIC 9(8) VALUE ZEROS.
          05 CAL-OUT-DATE            PIC 9(8) VALUE ZEROS.
          05 CAL-MONTH-END-FLAG      PIC X    VALUE SPACE.
          05 CAL-RC                  PIC S9(4) COMP-5 VALUE 0.
          05 CAL-DAYS                PIC S9(5) COMP-5 VALUE 0.
          05 CAL-TO-DATE             PIC 9(8) VALUE ZEROS.
      * LateFee handshake - the late-fee schedule
       01   LateFeeParms.
          02 LfDaysOverdue           PIC 9(5).
          02 LfLateFee               PIC 9(5)V99.
          02 LfStage                 PIC 9.
          02 LfLost                  PIC X.
          02 LfReplaceCharge         PIC 9(5)V99.
          02 LfStageDays             PIC 9(3) OCCURS 3 TIMES.
          02 LfLostDays              PIC 9(3).
          02 LfRc                    PIC S9(4) COMP-5.
      * StockPost handshake - the video stock ledger
       01   StockParms.
          02 SpFunction              PIC X.
          02 SpVideoCode             PIC 9(5).
          02 SpQty                   PIC 9(3).
          02 SpRc                    PIC S9(4) COMP-5.
      * LoyaltyPost handshake - the loyalty points ledger
       01   LoyaltyParms.
          02 LpFunction              PIC X.
          02 LpCustIdent             PIC 9(6).
          02 LpVideoCode             PIC 9(5).
          02 LpCopyNumber            PIC 9(3).
          02 LpMonth                 PIC 9(6).
          02 LpPoints                PIC 9(5).
          02 LpBalance               PIC 9(7).
          02 LpEarned                PIC 9(7).
          02 LpRedeemed              PIC 9(7).
          02 LpExpired               PIC 9(7).
          02 LpExpiring              PIC 9(7).
          02 LpRecords               PIC 9(5).
          02 LpRc                    PIC S9(4) COMP-5.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          ACCEPT TodayTime FROM TIME.
          OPEN I-O CopyFile.
          IF CopyStatusFC NOT = "00"
             DISPLAY "COPYINV STATUS :- " CopyStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN I-O RentalFile.
          IF RentalStatusFC = "35"
             OPEN OUTPUT RentalFile
             CLOSE RentalFile
             OPEN I-O RentalFile
          END-IF.
          IF RentalStatusFC NOT = "00"
             DISPLAY "RENTAL STATUS :- " RentalStatusFC
             CLOSE CopyFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT CustomerFile.
          IF CustomerStatusFC NOT = "00"
             DISPLAY "KSDSFILE STATUS :- " CustomerStatusFC
             CLOSE CopyFile
             CLOSE RentalFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT TranFile.
          IF TranStatusFC NOT = "00"
             DISPLAY "RENTTRAN STATUS :- " TranStatusFC
             CLOSE CopyFile
             CLOSE RentalFile
             CLOSE CustomerFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN I-O FeeFile.
          IF FeeStatusFC = "35"
             OPEN OUTPUT FeeFile
             CLOSE FeeFile
             OPEN I-O FeeFile
          END-IF.
          IF FeeStatusFC NOT = "00"
             DISPLAY "FEEBAL STATUS :- " FeeStatusFC
             CLOSE CopyFile
             CLOSE RentalFile
             CLOSE CustomerFile
             CLOSE TranFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "O" TO SpFunction.
          CALL "StockPost" USING StockParms.
          IF SpRc NOT = 0
             DISPLAY "STOCK LEDGER UNAVAILABLE - RUN REFUSED"
             CLOSE CopyFile
             CLOSE RentalFile
             CLOSE CustomerFile
             CLOSE TranFile
             CLOSE FeeFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "O" TO LpFunction.
          CALL "LoyaltyPost" USING LoyaltyParms.
          IF LpRc NOT = 0
             DISPLAY "LOYALTY LEDGER UNAVAILABLE - RUN REFUSED"
             CLOSE CopyFile
             CLOSE RentalFile
             CLOSE CustomerFile
             CLOSE TranFile
             CLOSE FeeFile
             MOVE "C" TO SpFunction
             CALL "StockPost" USING StockParms
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN EXTEND LogFile.
          IF LogStatusFC = "35"
             OPEN OUTPUT LogFile
          END-IF.
          IF LogStatusFC NOT = "00"
             DISPLAY "RENTLOG STATUS :- " LogStatusFC
             CLOSE CopyFile
             CLOSE RentalFile
             CLOSE CustomerFile
             CLOSE TranFile
             CLOSE FeeFile
             MOVE "C" TO SpFunction
             CALL "StockPost" USING StockParms
             MOVE "C" TO LpFunction
             CALL "LoyaltyPost" USING LoyaltyParms
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          READ TranFile
             AT END MOVE "Y" TO EndOfTran
          END-READ.
          PERFORM UNTIL EndOfTran = "Y"
             EVALUATE TranAction
                WHEN "O" PERFORM CheckOut
                WHEN "I" PERFORM CheckIn
                WHEN OTHER
                   DISPLAY "UNKNOWN ACTION " TranAction
                           " FOR COPY " TranVideoCode "-"
                           TranCopyNumber
                   COMPUTE RefusedCount = RefusedCount + 1
             END-EVALUATE
             READ TranFile
                AT END MOVE "Y" TO EndOfTran
             END-READ
          END-PERFORM.

          CLOSE TranFile.
          CLOSE CopyFile.
          CLOSE RentalFile.
          CLOSE CustomerFile.
          CLOSE LogFile.
          CLOSE FeeFile.
          MOVE "C" TO SpFunction.
          CALL "StockPost" USING StockParms.
          MOVE "C" TO LpFunction.
          CALL "LoyaltyPost" USING LoyaltyParms.
          DISPLAY "RENTALTRAN CHECKED OUT " CheckOutCount
                  " RETURNED " CheckInCount
                  " LATE " LateCount
                  " REFUSED " RefusedCount.
          DISPLAY "RENTALTRAN FREE RENTALS " FreeCount
                  " POINTS EARNED ON " EarnedCount.
          IF UnassessedCount > 0
             DISPLAY "RENTALTRAN LATE FEES NOT ASSESSED "
                     UnassessedCount
          END-IF.
          IF RefusedCount > 0 OR UnassessedCount > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       CheckOut.
          MOVE TranVideoCode TO CopyVideoCode.
          MOVE TranCopyNumber TO CopyNumber.
          READ CopyFile
             INVALID KEY
                DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                        " REFUSED - COPY NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                PERFORM CheckCopyAvailable
          END-READ.

       CheckCopyAvailable.
          IF NOT CopyAvailable
             DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                     " REFUSED - COPY NOT AVAILABLE (" CopyStatus ")"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
          IF CopyDamaged
             DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                     " REFUSED - COPY DAMAGED"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             MOVE TranCustIdent TO VS-CUSTIDENT
             READ CustomerFile
                INVALID KEY
                   DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                           " REFUSED - CUSTOMER " TranCustIdent
                           " NOT ON FILE"
                   COMPUTE RefusedCount = RefusedCount + 1
                NOT INVALID KEY
                   PERFORM CheckCustomerActive
             END-READ
          END-IF
          END-IF.

       CheckCustomerActive.
          IF NOT VS-CUST-ACTIVE
             DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                     " REFUSED - CUSTOMER " TranCustIdent
                     " NOT ACTIVE"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             MOVE 3 TO RentalDays
             IF TranDays NUMERIC AND TranDays NOT = "00"
                MOVE TranDays TO RentalDays
             END-IF
             MOVE "D" TO CAL-FUNCTION
             MOVE TodayDate TO CAL-IN-DATE
             MOVE RentalDays TO CAL-DAYS
             CALL "DATESRV" USING CAL-PARMS
             IF CAL-RC NOT = 0
                DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                        " REFUSED - NO DUE DATE FROM THE CALENDAR"
                        " (RC " CAL-RC ")"
                COMPUTE RefusedCount = RefusedCount + 1
             ELSE
                PERFORM CheckPoints
             END-IF
          END-IF.

      * a rental paid for with points needs the points to pay for it
       CheckPoints.
          IF TranPaidByPoints
             MOVE "B" TO LpFunction
             MOVE TranCustIdent TO LpCustIdent
             CALL "LoyaltyPost" USING LoyaltyParms
             IF LpRc NOT = 0
                DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                        " REFUSED - CUSTOMER " TranCustIdent
                        " HAS " LpBalance " POINTS, " LpPoints
                        " NEEDED"
                COMPUTE RefusedCount = RefusedCount + 1
             ELSE
                PERFORM WriteRental
             END-IF
          ELSE
             PERFORM WriteRental
          END-IF.

       WriteRental.
          MOVE TranVideoCode TO RentVideoCode.
          MOVE TranCopyNumber TO RentCopyNumber.
          MOVE TranCustIdent TO RentCustIdent.
          MOVE TodayDate TO RentOutDate.
          MOVE CAL-OUT-DATE TO RentDueDate.
          MOVE 0 TO RentStage.
          MOVE 0 TO RentFeeAssessed.
          MOVE "N" TO RentLost.
          MOVE 0 TO RentReplaceCharge.
          MOVE "N" TO RentFree.
          IF TranPaidByPoints
             MOVE "Y" TO RentFree
          END-IF.
          WRITE RentalRecord
             INVALID KEY
                DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                        " REFUSED - OPEN RENTAL ALREADY ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                MOVE "O" TO CopyStatus
                COMPUTE CopyRentCount = CopyRentCount + 1
                MOVE TodayDate TO CopyLastOut
                REWRITE CopyRecord
                MOVE 0 TO DaysLate
                PERFORM WriteLog
                COMPUTE CheckOutCount = CheckOutCount + 1
                IF RentIsFree
                   PERFORM RedeemPoints
                END-IF
          END-WRITE.

       RedeemPoints.
          MOVE "R" TO LpFunction.
          MOVE RentCustIdent TO LpCustIdent.
          MOVE RentVideoCode TO LpVideoCode.
          MOVE RentCopyNumber TO LpCopyNumber.
          CALL "LoyaltyPost" USING LoyaltyParms.
          IF LpRc = 0
             COMPUTE FreeCount = FreeCount + 1
          ELSE
             DISPLAY "OUT " TranVideoCode "-" TranCopyNumber
                     " POINTS NOT REDEEMED (RC " LpRc ")"
          END-IF.

       CheckIn.
          MOVE TranVideoCode TO RentVideoCode.
          MOVE TranCopyNumber TO RentCopyNumber.
          READ RentalFile
             INVALID KEY
                DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                        " REFUSED - NO OPEN RENTAL"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                PERFORM CloseRental
          END-READ.

       CloseRental.
          IF TranCondition NOT = SPACE AND NOT = "G" AND NOT = "F"
                       AND NOT = "P" AND NOT = "D"
             DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                     " REFUSED - CONDITION " TranCondition
                     " NOT G/F/P/D"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             MOVE "A" TO CAL-FUNCTION
             MOVE RentDueDate TO CAL-IN-DATE
             MOVE TodayDate TO CAL-TO-DATE
             CALL "DATESRV" USING CAL-PARMS
             MOVE 0 TO DaysLate
             IF CAL-RC = 0 AND CAL-DAYS > 0
                MOVE CAL-DAYS TO DaysLate
                COMPUTE LateCount = LateCount + 1
             END-IF
             IF CAL-RC NOT = 0
                DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                        " DAYS LATE NOT COUNTED - CALENDAR RC "
                        CAL-RC
             END-IF
             IF DaysLate > 0 AND NOT RentIsLost
                PERFORM AssessOnReturn
             END-IF
             IF CAL-RC = 0 AND DaysLate = 0 AND NOT RentIsLost
                AND NOT RentIsFree
                PERFORM EarnPoints
             END-IF
             IF RentIsLost AND RentReplaceCharge > 0
                COMPUTE PostAmount = 0 - RentReplaceCharge
                SET PostCredit TO TRUE
                PERFORM PostFee
                MOVE RentReplaceCharge TO FeeDeltaEdit
                DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                        " LOST COPY RETURNED - REPLACEMENT CHARGE "
                        FeeDeltaEdit " CREDITED"
             END-IF
             DELETE RentalFile
             MOVE TranVideoCode TO CopyVideoCode
             MOVE TranCopyNumber TO CopyNumber
             READ CopyFile
                INVALID KEY
                   DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                           " COPY NOT ON FILE - RENTAL CLOSED"
                NOT INVALID KEY
                   PERFORM StockOnReturn
                   MOVE "A" TO CopyStatus
                   IF TranCondition NOT = SPACE
                      MOVE TranCondition TO CopyCondition
                   END-IF
                   REWRITE CopyRecord
             END-READ
             PERFORM WriteLog
             COMPUTE CheckInCount = CheckInCount + 1
          END-IF.

      * an on-time return earns the customer points; no scheme row
      * for it earns nothing
       EarnPoints.
          MOVE "E" TO LpFunction.
          MOVE RentCustIdent TO LpCustIdent.
          MOVE RentVideoCode TO LpVideoCode.
          MOVE RentCopyNumber TO LpCopyNumber.
          CALL "LoyaltyPost" USING LoyaltyParms.
          IF LpRc = 0
             COMPUTE EarnedCount = EarnedCount + 1
          ELSE
             IF LpRc NOT = 4
                DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                        " POINTS NOT EARNED (RC " LpRc ")"
             END-IF
          END-IF.

      * a copy out that comes back damaged is written off the stock
      * ledger; a lost one that comes back fit to rent goes back on
       StockOnReturn.
          MOVE SPACE TO SpFunction.
          IF CopyOut AND NOT CopyDamaged AND TranCondition = "D"
             MOVE "W" TO SpFunction
          END-IF.
          IF CopyLost AND TranCondition NOT = "D"
             IF TranCondition NOT = SPACE OR NOT CopyDamaged
                MOVE "B" TO SpFunction
             END-IF
          END-IF.
          IF SpFunction NOT = SPACE
             MOVE TranVideoCode TO SpVideoCode
             MOVE 1 TO SpQty
             CALL "StockPost" USING StockParms
             IF SpRc NOT = 0
                DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                        " NOT ON STOCK LEDGER"
             END-IF
          END-IF.

      * the late fee for the whole lateness, less what the nightly
      * pass already charged; the schedule unavailable leaves it to
      * be charged by hand
       AssessOnReturn.
          MOVE DaysLate TO LfDaysOverdue.
          CALL "LateFee" USING LateFeeParms.
          IF LfRc NOT = 0
             DISPLAY "IN " TranVideoCode "-" TranCopyNumber
                     " LATE FEE NOT ASSESSED - NO FEE SCHEDULE"
             COMPUTE UnassessedCount = UnassessedCount + 1
          ELSE
             COMPUTE FeeDelta = LfLateFee - RentFeeAssessed
             IF FeeDelta > 0
                MOVE FeeDelta TO PostAmount
                SET PostLateFee TO TRUE
                PERFORM PostFee
             END-IF
          END-IF.

      * one amount onto the customer's fee balance, opening the
      * balance record on the customer's first fee
       PostFee.
          MOVE RentCustIdent TO FeeCustIdent.
          READ FeeFile
             INVALID KEY
                MOVE RentCustIdent TO FeeCustIdent
                MOVE 0 TO FeeBalance
                MOVE 0 TO FeeLateTotal
                MOVE 0 TO FeeReplaceTotal
                MOVE 0 TO FeeCreditTotal
                MOVE 0 TO FeeLastDate
                MOVE "35" TO FeeStatusFC
          END-READ.
          COMPUTE FeeBalance = FeeBalance + PostAmount.
          IF PostLateFee
             COMPUTE FeeLateTotal = FeeLateTotal + PostAmount
          ELSE
             COMPUTE FeeCreditTotal = FeeCreditTotal - PostAmount
          END-IF.
          MOVE TodayDate TO FeeLastDate.
          IF FeeStatusFC = "35"
             WRITE FeeRecord
          ELSE
             REWRITE FeeRecord
          END-IF.

       WriteLog.
          MOVE TodayDate TO LogDate.
          MOVE TodayTime TO LogTime.
          MOVE TranAction TO LogAction.
          MOVE RentVideoCode TO LogVideoCode.
          MOVE RentCopyNumber TO LogCopyNumber.
          MOVE RentCustIdent TO LogCustIdent.
          MOVE RentDueDate TO LogDueDate.
          MOVE DaysLate TO LogDaysLate.
          WRITE LogRecord.
