       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CopyMaint.
      *---------------------------------------------------------------
      * Maintenance for the rental copy inventory behind the video
      * catalog.  IDXVIDEO.DAT says what titles exist; this file says
      * how many physical copies of each the store holds, what shape
      * they are in and whether they are on the shelf.  RentalTran
      * checks copies out and back in against it and RentalRpt
      * counts them per title.
      *
      * The copy file (COPYINV.DAT) is keyed by VideoCode and copy
      * number, so a title's copies sit together in copy order:
      *   CopyCondition  G good, F fair, P poor, D damaged
      *   CopyStatus     A available, O out on rental, W withdrawn,
      *                  L lost (declared by the nightly OverdueRpt
      *                  pass when a rental runs past the lost days)
      *   CopyAddedDate, CopyRentCount and CopyLastOut for the
      *   shelf history
      *
      * Transactions come from COPYTRAN.DAT, one card each:
      *   col 1      action: A add copy, C change condition,
      *              W withdraw, R reinstate a withdrawn or lost
      *              copy
      *   col 2-6    VideoCode 9(5)
      *   col 7-9    copy number 9(3)
      *   col 10     condition G/F/P/D (A and C; G assumed on add)
      * An add is refused unless the VideoCode exists in the catalog.
      * A copy out on rental can be neither withdrawn nor changed
      * here; it is checked back in through RentalTran, which takes
      * the returned condition.  A damaged copy stays available on
      * file but RentalTran will not check it out.
      *
      * The video stock ledger (StockPost) follows the copies that
      * can go out: an added copy goes on it, a withdrawal or a copy
      * marked damaged is written off it, and a reinstated or
      * repaired copy goes back on.  A run without the ledger is
      * refused.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CopyFile ASSIGN TO "COPYINV.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CopyKey
                 FILE STATUS IS CopyStatusFC.
          SELECT TranFile ASSIGN TO "COPYTRAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TranStatusFC.
          SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VideoCode
                 ALTERNATE RECORD KEY IS VideoTitle
                      WITH DUPLICATES
                 FILE STATUS IS VideoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CopyFile.
       01 CopyRecord.
          02 CopyKey.
             03 CopyVideoCode        PIC 9(5).
             03 CopyNumber           PIC 9(3).
          02 CopyCondition           PIC X.
             88 CopyGood             VALUE "G".
             88 CopyFair             VALUE "F".
             88 CopyPoor             VALUE "P".
             88 CopyDamaged          VALUE "D".
             88 CopyConditionValid   VALUE "G" "F" "P" "D".
          02 CopyStatus              PIC X.
             88 CopyAvailable        VALUE "A".
             88 CopyOut              VALUE "O".
             88 CopyWithdrawn        VALUE "W".
             88 CopyLost             VALUE "L".
          02 CopyAddedDate           PIC 9(8).
          02 CopyRentCount           PIC 9(5).
          02 CopyLastOut             PIC 9(8).
       FD TranFile.
       01 TranRecord.
          02 TranAction              PIC X.
          02 TranVideoCode           PIC 9(5).
          02 TranCopyNumber          PIC 9(3).
          02 TranCondition           PIC X.
       FD VideoFile.
       01 VideoRecord.
          02 VideoCode               PIC 9(5).
          02 VideoTitle              PIC X(40).
          02 SupplierCode            PIC 99.

       WORKING-STORAGE SECTION.
       01   CopyStatusFC             PIC X(2).
       01   TranStatusFC             PIC X(2).
       01   VideoStatus              PIC X(2).
       01   EndOfTran                PIC X VALUE "N".
       01   TodayDate                PIC 9(8).
       01   AppliedCount             PIC 9(4) VALUE 0.
       01   RefusedCount             PIC 9(4) VALUE 0.
      * StockPost handshake - the video stock ledger
       01   StockParms.
          02 SpFunction              PIC X.
          02 SpVideoCode             PIC 9(5).
          02 SpQty                   PIC 9(3).
          02 SpRc                    PIC S9(4) COMP-5.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN I-O CopyFile.
          IF CopyStatusFC = "35"
             OPEN OUTPUT CopyFile
             CLOSE CopyFile
             OPEN I-O CopyFile
          END-IF.
          IF CopyStatusFC NOT = "00"
             DISPLAY "COPYINV STATUS :- " CopyStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT TranFile.
          IF TranStatusFC NOT = "00"
             DISPLAY "COPYTRAN STATUS :- " TranStatusFC
             CLOSE CopyFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT VideoFile.
          IF VideoStatus NOT = "00"
             DISPLAY "CATALOG STATUS :- " VideoStatus
             CLOSE CopyFile
             CLOSE TranFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "O" TO SpFunction.
          CALL "StockPost" USING StockParms.
          IF SpRc NOT = 0
             DISPLAY "STOCK LEDGER UNAVAILABLE - RUN REFUSED"
             CLOSE CopyFile
             CLOSE TranFile
             CLOSE VideoFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          READ TranFile
             AT END MOVE "Y" TO EndOfTran
          END-READ.
          PERFORM UNTIL EndOfTran = "Y"
             EVALUATE TranAction
                WHEN "A" PERFORM AddCopy
                WHEN "C" PERFORM ChangeCondition
                WHEN "W" PERFORM WithdrawCopy
                WHEN "R" PERFORM ReinstateCopy
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
          CLOSE VideoFile.
          MOVE "C" TO SpFunction.
          CALL "StockPost" USING StockParms.
          DISPLAY "COPYMAINT APPLIED " AppliedCount
                  " REFUSED " RefusedCount.
          IF RefusedCount > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       AddCopy.
          MOVE TranVideoCode TO VideoCode.
          READ VideoFile
             INVALID KEY
                DISPLAY "ADD " TranVideoCode "-" TranCopyNumber
                        " REFUSED - VIDEO NOT IN CATALOG"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                PERFORM WriteNewCopy
          END-READ.

       WriteNewCopy.
          MOVE TranVideoCode TO CopyVideoCode.
          MOVE TranCopyNumber TO CopyNumber.
          MOVE TranCondition TO CopyCondition.
          IF TranCondition = SPACE
             MOVE "G" TO CopyCondition
          END-IF.
          IF NOT CopyConditionValid
             DISPLAY "ADD " TranVideoCode "-" TranCopyNumber
                     " REFUSED - CONDITION " TranCondition
                     " NOT G/F/P/D"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             MOVE "A" TO CopyStatus
             MOVE TodayDate TO CopyAddedDate
             MOVE 0 TO CopyRentCount
             MOVE 0 TO CopyLastOut
             WRITE CopyRecord
                INVALID KEY
                   DISPLAY "ADD " TranVideoCode "-" TranCopyNumber
                           " REFUSED - ALREADY ON FILE"
                   COMPUTE RefusedCount = RefusedCount + 1
                NOT INVALID KEY
                   COMPUTE AppliedCount = AppliedCount + 1
                   IF NOT CopyDamaged
                      MOVE "A" TO SpFunction
                      PERFORM PostStock
                   END-IF
             END-WRITE
          END-IF.

       ChangeCondition.
          MOVE TranVideoCode TO CopyVideoCode.
          MOVE TranCopyNumber TO CopyNumber.
          READ CopyFile
             INVALID KEY
                DISPLAY "CHANGE " TranVideoCode "-" TranCopyNumber
                        " REFUSED - COPY NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                PERFORM ApplyCondition
          END-READ.

       ApplyCondition.
          IF CopyOut
             DISPLAY "CHANGE " TranVideoCode "-" TranCopyNumber
                     " REFUSED - COPY OUT ON RENTAL"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
          IF TranCondition NOT = "G" AND NOT = "F"
                       AND NOT = "P" AND NOT = "D"
             DISPLAY "CHANGE " TranVideoCode "-" TranCopyNumber
                     " REFUSED - CONDITION " TranCondition
                     " NOT G/F/P/D"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             IF CopyAvailable AND CopyDamaged
                AND TranCondition NOT = "D"
                MOVE "B" TO SpFunction
                PERFORM PostStock
             END-IF
             IF CopyAvailable AND NOT CopyDamaged
                AND TranCondition = "D"
                MOVE "W" TO SpFunction
                PERFORM PostStock
             END-IF
             MOVE TranCondition TO CopyCondition
             REWRITE CopyRecord
             COMPUTE AppliedCount = AppliedCount + 1
          END-IF
          END-IF.

       WithdrawCopy.
          MOVE TranVideoCode TO CopyVideoCode.
          MOVE TranCopyNumber TO CopyNumber.
          READ CopyFile
             INVALID KEY
                DISPLAY "WITHDRAW " TranVideoCode "-" TranCopyNumber
                        " REFUSED - COPY NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                IF CopyOut
                   DISPLAY "WITHDRAW " TranVideoCode "-"
                           TranCopyNumber
                           " REFUSED - COPY OUT ON RENTAL"
                   COMPUTE RefusedCount = RefusedCount + 1
                ELSE
                   IF CopyAvailable AND NOT CopyDamaged
                      MOVE "W" TO SpFunction
                      PERFORM PostStock
                   END-IF
                   MOVE "W" TO CopyStatus
                   REWRITE CopyRecord
                   COMPUTE AppliedCount = AppliedCount + 1
                END-IF
          END-READ.

       ReinstateCopy.
          MOVE TranVideoCode TO CopyVideoCode.
          MOVE TranCopyNumber TO CopyNumber.
          READ CopyFile
             INVALID KEY
                DISPLAY "REINSTATE " TranVideoCode "-"
                        TranCopyNumber " REFUSED - COPY NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                IF NOT CopyWithdrawn AND NOT CopyLost
                   DISPLAY "REINSTATE " TranVideoCode "-"
                           TranCopyNumber
                           " REFUSED - COPY NOT WITHDRAWN OR LOST"
                   COMPUTE RefusedCount = RefusedCount + 1
                ELSE
                   MOVE "A" TO CopyStatus
                   REWRITE CopyRecord
                   COMPUTE AppliedCount = AppliedCount + 1
                   IF NOT CopyDamaged
                      MOVE "B" TO SpFunction
                      PERFORM PostStock
                   END-IF
                END-IF
          END-READ.

      * one copy of the card's title on or off the stock ledger
       PostStock.
          MOVE TranVideoCode TO SpVideoCode.
          MOVE 1 TO SpQty.
          CALL "StockPost" USING StockParms.
          IF SpRc NOT = 0
             DISPLAY "COPY " TranVideoCode "-" TranCopyNumber
                     " NOT ON STOCK LEDGER"
          END-IF.
