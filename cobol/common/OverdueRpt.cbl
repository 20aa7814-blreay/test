       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OverdueRpt.
      *---------------------------------------------------------------
      * Nightly overdue pass over the open rentals file (RENTAL.DAT)
      * RentalTran keeps.  Every rental past its due date is aged in
      * calendar days from the due date on the processing calendar
      * (DATESRV 'A') and priced from the late-fee schedule in the
      * reference data (LateFee, domain RENTFEE).  The late fee is
      * charged as it grows: each night the rental's whole fee to
      * date, less what it has already been charged (RentFeeAssessed),
      * is posted to the customer fee balance file (FEEBAL.DAT), so
      * the return in RentalTran charges only the rest.
      *
      * Reminder letters go out as GENLETTER selection files, one per
      * overdue stage in the schedule (STAGE1-STAGE3 days), each
      * with one customer ident in columns 1-6:
      *   RMDSTG1.DAT  RMDSTG2.DAT  RMDSTG3.DAT
      * A rental is put in a stage's file the night it first reaches
      * that stage (RentStage keeps the last stage sent), a customer
      * only once per file however many copies they hold overdue.
      * Once a rental has had the final stage's letter and runs past
      * the schedule's lost days it is declared lost: the copy goes
      * to status L on the copy inventory, the replacement charge is
      * posted to the fee balance, the copy is written off the video
      * stock ledger (StockPost), no more late fee accrues and the
      * customer is put in RMDLOST.DAT for the lost-copy letter.  The
      * rental stays open, so a lost copy that is brought back is
      * closed by RentalTran, which credits the replacement charge.
      *
      * The summary shows, per title, the copies overdue, the most
      * days any is overdue, tonight's late fees and copies declared
      * lost; then per customer the copies overdue, tonight's fees,
      * copies lost and the fee balance now owed.  No fee schedule
      * stops the run (return code 12); a rental the calendar cannot
      * age, or a customer past the summary table, leaves return
      * code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RentalFile ASSIGN TO "RENTAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS RentKey
                 FILE STATUS IS RentalStatusFC.
          SELECT CopyFile ASSIGN TO "COPYINV.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CopyKey
                 FILE STATUS IS CopyStatusFC.
          SELECT FeeFile ASSIGN TO "FEEBAL.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FeeCustIdent
                 FILE STATUS IS FeeStatusFC.
          SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VideoCode
                 ALTERNATE RECORD KEY IS VideoTitle
                      WITH DUPLICATES
                 FILE STATUS IS VideoStatus.
          SELECT Stage1File ASSIGN TO "RMDSTG1.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SelStatusFC.
          SELECT Stage2File ASSIGN TO "RMDSTG2.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SelStatusFC.
          SELECT Stage3File ASSIGN TO "RMDSTG3.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SelStatusFC.
          SELECT LostFile ASSIGN TO "RMDLOST.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS SelStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD RentalFile.
       01 RentalRecord.
          88 EndOfRentalFile VALUE HIGH-VALUE.
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
       FD FeeFile.
       01 FeeRecord.
          02 FeeCustIdent            PIC 9(6).
          02 FeeBalance              PIC S9(7)V99.
          02 FeeLateTotal            PIC 9(7)V99.
          02 FeeReplaceTotal         PIC 9(7)V99.
          02 FeeCreditTotal          PIC 9(7)V99.
          02 FeeLastDate             PIC 9(8).
       FD VideoFile.
       01 VideoRecord.
          02 VideoCode               PIC 9(5).
          02 VideoTitle              PIC X(40).
          02 SupplierCode            PIC 99.
       FD Stage1File.
       01 Stage1Record               PIC X(80).
       FD Stage2File.
       01 Stage2Record               PIC X(80).
       FD Stage3File.
       01 Stage3Record               PIC X(80).
       FD LostFile.
       01 LostRecord                 PIC X(80).

       WORKING-STORAGE SECTION.
       01   RentalStatusFC           PIC X(2).
       01   CopyStatusFC             PIC X(2).
       01   FeeStatusFC              PIC X(2).
       01   VideoStatus              PIC X(2).
       01   SelStatusFC              PIC X(2).
       01   TodayDate                PIC 9(8).
       01   DaysOverdue              PIC 9(5).
       01   FinalStage               PIC 9 VALUE 0.
       01   StageIdx                 PIC 9.
       01   FeeDelta                 PIC S9(5)V99.
       01   MoneyEdit                PIC ZZ,ZZ9.99.
      * the fee posting: amount and which total it goes to
       01   PostAmount               PIC S9(5)V99.
       01   PostKind                 PIC X.
          88 PostLateFee             VALUE "L".
          88 PostReplace             VALUE "R".
      * the GENLETTER selection record
       01   SelRecord.
          02 SelIdent                PIC 9(6).
          02 FILLER                  PIC X(74) VALUE SPACES.
       01   SelKind                  PIC 9.
       01   SelAlready               PIC X.
      * the title being summarised off the rentals file
       01   CurVideoCode             PIC 9(5) VALUE 0.
       01   CurOverdue               PIC 9(4).
       01   CurMostDays              PIC 9(5).
       01   CurFees                  PIC 9(7)V99.
       01   CurLost                  PIC 9(4).
      * overdue customers met tonight
       01   CusCount                 PIC 9(4) VALUE 0.
       01   CusMax                   PIC 9(4) VALUE 2000.
       01   CusIdx                   PIC 9(4).
       01   CusFound                 PIC 9(4).
       01   CustomerTable.
          02 CusEntry OCCURS 2000 TIMES.
             03 CusIdent             PIC 9(6).
             03 CusOverdue           PIC 9(4).
             03 CusFees              PIC 9(7)V99.
             03 CusLost              PIC 9(4).
             03 CusSentFlags.
                04 CusSent           PIC X OCCURS 4 TIMES.
      * run totals
       01   RentalCount              PIC 9(5) VALUE 0.
       01   TotalOverdue             PIC 9(5) VALUE 0.
       01   TotalFees                PIC 9(7)V99 VALUE 0.
       01   TotalLost                PIC 9(5) VALUE 0.
       01   TotalReplace             PIC 9(7)V99 VALUE 0.
       01   LostOpenCount            PIC 9(5) VALUE 0.
       01   NotAssessed              PIC 9(5) VALUE 0.
       01   NotTallied               PIC 9(5) VALUE 0.
       01   SelCount                 PIC 9(5) OCCURS 4 TIMES.
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

       01 PrnTitleLine.
          02 PrnVideoCode            PIC 9(5).
          02 FILLER                  PIC X VALUE SPACE.
          02 PrnVideoTitle           PIC X(30).
          02 PrnTOverdue             PIC BBBBZZZ9.
          02 PrnTMostDays            PIC BBBBZZZ9.
          02 PrnTFees                PIC BBBBZZ,ZZ9.99.
          02 PrnTLost                PIC BBBBZZZ9.
       01 PrnCustLine.
          02 PrnCustIdent            PIC 9(6).
          02 PrnCOverdue             PIC BBBBZZZ9.
          02 PrnCFees                PIC BBBBZZ,ZZ9.99.
          02 PrnCLost                PIC BBBBZZZ9.
          02 FILLER                  PIC X(4) VALUE SPACES.
          02 PrnCBalance             PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          MOVE 0 TO LfDaysOverdue.
          CALL "LateFee" USING LateFeeParms.
          IF LfRc NOT = 0
             DISPLAY "OVERDUERPT NO LATE-FEE SCHEDULE - RUN REFUSED"
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM VARYING StageIdx FROM 1 BY 1 UNTIL StageIdx > 3
             IF LfStageDays(StageIdx) > 0
                MOVE StageIdx TO FinalStage
             END-IF
             MOVE 0 TO SelCount(StageIdx)
          END-PERFORM.
          MOVE 0 TO SelCount(4).
          MOVE LfReplaceCharge TO MoneyEdit.
          DISPLAY "OVERDUERPT STAGE DAYS " LfStageDays(1) " "
                  LfStageDays(2) " " LfStageDays(3)
                  " LOST AFTER " LfLostDays
                  " REPLACEMENT " MoneyEdit.

          OPEN I-O RentalFile.
          IF RentalStatusFC NOT = "00"
             DISPLAY "RENTAL STATUS :- " RentalStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN I-O CopyFile.
          IF CopyStatusFC NOT = "00"
             DISPLAY "COPYINV STATUS :- " CopyStatusFC
             CLOSE RentalFile
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
             CLOSE RentalFile
             CLOSE CopyFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT VideoFile.
          IF VideoStatus NOT = "00"
             DISPLAY "CATALOG STATUS :- " VideoStatus
             CLOSE RentalFile
             CLOSE CopyFile
             CLOSE FeeFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "O" TO SpFunction.
          CALL "StockPost" USING StockParms.
          IF SpRc NOT = 0
             DISPLAY "STOCK LEDGER UNAVAILABLE - RUN REFUSED"
             CLOSE RentalFile
             CLOSE CopyFile
             CLOSE FeeFile
             CLOSE VideoFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN OUTPUT Stage1File.
          OPEN OUTPUT Stage2File.
          OPEN OUTPUT Stage3File.
          OPEN OUTPUT LostFile.
          IF SelStatusFC NOT = "00"
             DISPLAY "REMINDER SELECTION STATUS :- " SelStatusFC
             CLOSE RentalFile
             CLOSE CopyFile
             CLOSE FeeFile
             CLOSE VideoFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          DISPLAY "OVERDUE RENTALS FOR " TodayDate.
          DISPLAY "CODE  TITLE                         "
                  " OVERDUE    DAYS FEES TONIGHT    LOST".
          READ RentalFile NEXT RECORD
             AT END SET EndOfRentalFile TO TRUE
          END-READ.
          PERFORM UNTIL EndOfRentalFile
             IF RentVideoCode NOT = CurVideoCode
                IF CurVideoCode NOT = 0
                   PERFORM ShowOneTitle
                END-IF
                MOVE RentVideoCode TO CurVideoCode
                MOVE 0 TO CurOverdue
                MOVE 0 TO CurMostDays
                MOVE 0 TO CurFees
                MOVE 0 TO CurLost
             END-IF
             COMPUTE RentalCount = RentalCount + 1
             PERFORM AgeOneRental
             READ RentalFile NEXT RECORD
                AT END SET EndOfRentalFile TO TRUE
             END-READ
          END-PERFORM.
          IF CurVideoCode NOT = 0
             PERFORM ShowOneTitle
          END-IF.

          DISPLAY " ".
          DISPLAY "CUST   OVERDUE FEES TONIGHT"
                  "    LOST     BALANCE OWED".
          PERFORM VARYING CusIdx FROM 1 BY 1 UNTIL CusIdx > CusCount
             PERFORM ShowOneCustomer
          END-PERFORM.

          CLOSE RentalFile.
          CLOSE CopyFile.
          CLOSE FeeFile.
          CLOSE VideoFile.
          CLOSE Stage1File.
          CLOSE Stage2File.
          CLOSE Stage3File.
          CLOSE LostFile.
          MOVE "C" TO SpFunction.
          CALL "StockPost" USING StockParms.
          MOVE TotalFees TO MoneyEdit.
          DISPLAY "OVERDUERPT RENTALS OPEN " RentalCount
                  " OVERDUE " TotalOverdue
                  " LATE FEES " MoneyEdit.
          MOVE TotalReplace TO MoneyEdit.
          DISPLAY "OVERDUERPT DECLARED LOST " TotalLost
                  " REPLACEMENT CHARGES " MoneyEdit
                  " LOST STILL OPEN " LostOpenCount.
          DISPLAY "OVERDUERPT REMINDERS STAGE 1 " SelCount(1)
                  " STAGE 2 " SelCount(2)
                  " STAGE 3 " SelCount(3)
                  " LOST " SelCount(4).
          IF NotAssessed > 0
             DISPLAY "OVERDUERPT NOT AGED - NO CALENDAR " NotAssessed
          END-IF.
          IF NotTallied > 0
             DISPLAY "OVERDUERPT MORE THAN " CusMax " CUSTOMERS"
                     " - " NotTallied " RENTALS NOT SUMMARISED"
          END-IF.
          IF NotAssessed > 0 OR NotTallied > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

      * a rental due before today is aged and charged; one already
      * declared lost accrues nothing more until it comes back
       AgeOneRental.
          IF RentIsLost
             COMPUTE LostOpenCount = LostOpenCount + 1
          ELSE
          IF RentDueDate < TodayDate
             MOVE "A" TO CAL-FUNCTION
             MOVE RentDueDate TO CAL-IN-DATE
             MOVE TodayDate TO CAL-TO-DATE
             CALL "DATESRV" USING CAL-PARMS
             IF CAL-RC NOT = 0
                DISPLAY "RENTAL " RentVideoCode "-" RentCopyNumber
                        " NOT AGED - CALENDAR RC " CAL-RC
                COMPUTE NotAssessed = NotAssessed + 1
             ELSE
             IF CAL-DAYS > 0
                MOVE CAL-DAYS TO DaysOverdue
                PERFORM ChargeOneRental
             END-IF
             END-IF
          END-IF
          END-IF.

       ChargeOneRental.
          MOVE DaysOverdue TO LfDaysOverdue.
          CALL "LateFee" USING LateFeeParms.
          PERFORM FindCustomer.
          COMPUTE TotalOverdue = TotalOverdue + 1.
          COMPUTE CurOverdue = CurOverdue + 1.
          IF DaysOverdue > CurMostDays
             MOVE DaysOverdue TO CurMostDays
          END-IF.
          IF CusFound NOT = 0
             COMPUTE CusOverdue(CusFound) = CusOverdue(CusFound) + 1
          END-IF.
          COMPUTE FeeDelta = LfLateFee - RentFeeAssessed.
          IF FeeDelta > 0
             MOVE FeeDelta TO PostAmount
             SET PostLateFee TO TRUE
             PERFORM PostFee
             MOVE LfLateFee TO RentFeeAssessed
             COMPUTE CurFees = CurFees + FeeDelta
             COMPUTE TotalFees = TotalFees + FeeDelta
             IF CusFound NOT = 0
                COMPUTE CusFees(CusFound) = CusFees(CusFound)
                                          + FeeDelta
             END-IF
          END-IF.
          IF LfLost = "Y" AND RentStage NOT < FinalStage
             PERFORM DeclareLost
          ELSE
             IF LfStage > RentStage
                MOVE LfStage TO SelKind
                PERFORM WriteSelection
                MOVE LfStage TO RentStage
             END-IF
          END-IF.
          REWRITE RentalRecord.

      * the final reminder has gone unanswered: the copy is written
      * off the shelf and the customer charged for it
       DeclareLost.
          MOVE "Y" TO RentLost.
          MOVE LfReplaceCharge TO RentReplaceCharge.
          IF RentReplaceCharge > 0
             MOVE RentReplaceCharge TO PostAmount
             SET PostReplace TO TRUE
             PERFORM PostFee
             COMPUTE TotalReplace = TotalReplace + RentReplaceCharge
          END-IF.
          MOVE RentKey TO CopyKey.
          READ CopyFile
             INVALID KEY
                DISPLAY "RENTAL " RentVideoCode "-" RentCopyNumber
                        " LOST BUT COPY NOT ON FILE"
             NOT INVALID KEY
                MOVE "L" TO CopyStatus
                REWRITE CopyRecord
                IF NOT CopyDamaged
                   MOVE "W" TO SpFunction
                   MOVE RentVideoCode TO SpVideoCode
                   MOVE 1 TO SpQty
                   CALL "StockPost" USING StockParms
                   IF SpRc NOT = 0
                      DISPLAY "RENTAL " RentVideoCode "-"
                              RentCopyNumber " NOT ON STOCK LEDGER"
                   END-IF
                END-IF
          END-READ.
          MOVE 4 TO SelKind.
          PERFORM WriteSelection.
          COMPUTE TotalLost = TotalLost + 1.
          COMPUTE CurLost = CurLost + 1.
          IF CusFound NOT = 0
             COMPUTE CusLost(CusFound) = CusLost(CusFound) + 1
          END-IF.

      * one letter per customer per selection file
       WriteSelection.
          MOVE "N" TO SelAlready.
          IF CusFound NOT = 0
             IF CusSent(CusFound, SelKind) = "Y"
                MOVE "Y" TO SelAlready
             END-IF
             MOVE "Y" TO CusSent(CusFound, SelKind)
          END-IF.
          IF SelAlready = "N"
             MOVE RentCustIdent TO SelIdent
             EVALUATE SelKind
                WHEN 1 WRITE Stage1Record FROM SelRecord
                WHEN 2 WRITE Stage2Record FROM SelRecord
                WHEN 3 WRITE Stage3Record FROM SelRecord
                WHEN 4 WRITE LostRecord FROM SelRecord
             END-EVALUATE
             COMPUTE SelCount(SelKind) = SelCount(SelKind) + 1
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
             COMPUTE FeeReplaceTotal = FeeReplaceTotal + PostAmount
          END-IF.
          MOVE TodayDate TO FeeLastDate.
          IF FeeStatusFC = "35"
             WRITE FeeRecord
          ELSE
             REWRITE FeeRecord
          END-IF.

       FindCustomer.
          MOVE 0 TO CusFound.
          PERFORM VARYING CusIdx FROM 1 BY 1
                  UNTIL CusIdx > CusCount OR CusFound NOT = 0
             IF CusIdent(CusIdx) = RentCustIdent
                MOVE CusIdx TO CusFound
             END-IF
          END-PERFORM.
          IF CusFound = 0
             IF CusCount < CusMax
                COMPUTE CusCount = CusCount + 1
                MOVE CusCount TO CusFound
                MOVE RentCustIdent TO CusIdent(CusFound)
                MOVE 0 TO CusOverdue(CusFound)
                MOVE 0 TO CusFees(CusFound)
                MOVE 0 TO CusLost(CusFound)
                MOVE "NNNN" TO CusSentFlags(CusFound)
             ELSE
                COMPUTE NotTallied = NotTallied + 1
             END-IF
          END-IF.

       ShowOneTitle.
          IF CurOverdue > 0
             MOVE CurVideoCode TO VideoCode
             READ VideoFile
                INVALID KEY MOVE "** NOT IN CATALOG **"
                              TO VideoTitle
             END-READ
             MOVE CurVideoCode TO PrnVideoCode
             MOVE VideoTitle TO PrnVideoTitle
             MOVE CurOverdue TO PrnTOverdue
             MOVE CurMostDays TO PrnTMostDays
             MOVE CurFees TO PrnTFees
             MOVE CurLost TO PrnTLost
             DISPLAY PrnTitleLine
          END-IF.

       ShowOneCustomer.
          MOVE CusIdent(CusIdx) TO FeeCustIdent.
          READ FeeFile
             INVALID KEY MOVE 0 TO FeeBalance
          END-READ.
          MOVE CusIdent(CusIdx) TO PrnCustIdent.
          MOVE CusOverdue(CusIdx) TO PrnCOverdue.
          MOVE CusFees(CusIdx) TO PrnCFees.
          MOVE CusLost(CusIdx) TO PrnCLost.
          MOVE FeeBalance TO PrnCBalance.
          DISPLAY PrnCustLine.
