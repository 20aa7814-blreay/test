       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockMaint.
      *---------------------------------------------------------------
      * Maintenance for the video stock ledger (STOCK.DAT) that
      * StockPost keeps up from receiving, the copy inventory and
      * the rental passes.  Purchasing sets each title's reorder
      * point and reorder quantity here; StockReorder suggests an
      * order for a title once its copies on hand and on order fall
      * to the reorder point.  A title with reorder point nought is
      * never suggested.
      *
      * Transactions come from STOCKTRAN.DAT, one card each:
      *   col 1      action: P set reorder point and quantity,
      *              K recount the shelved copies
      *   col 2-6    VideoCode 9(5)
      *   P: col 7-10  reorder point 9(4), col 11-14 reorder
      *              quantity 9(4)
      * A card is refused unless the VideoCode exists in the catalog.
      * A title not yet on the ledger is started by either card with
      * its shelved copies counted off the copy inventory (COPYINV),
      * as is every title a K card names: copies available or out on
      * rental and not damaged.  Copies received and not yet shelved
      * are left as they stand.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT StockFile ASSIGN TO "STOCK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS StockVideoCode
                 FILE STATUS IS StockStatusFC.
          SELECT TranFile ASSIGN TO "STOCKTRAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TranStatusFC.
          SELECT CopyFile ASSIGN TO "COPYINV.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CopyKey
                 FILE STATUS IS CopyStatusFC.
          SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VideoCode
                 ALTERNATE RECORD KEY IS VideoTitle
                      WITH DUPLICATES
                 FILE STATUS IS VideoStatus.

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       01 StockRecord.
          02 StockVideoCode          PIC 9(5).
          02 StockShelved            PIC 9(5).
          02 StockUnshelved          PIC 9(5).
          02 StockReorderPoint       PIC 9(4).
          02 StockReorderQty         PIC 9(4).
          02 StockReceived           PIC 9(7).
          02 StockAdded              PIC 9(7).
          02 StockWrittenOff         PIC 9(7).
          02 StockRestored           PIC 9(7).
          02 StockLastDate           PIC 9(8).
       FD TranFile.
       01 TranRecord.
          02 TranAction              PIC X.
          02 TranVideoCode           PIC 9(5).
          02 TranReorderPoint        PIC 9(4).
          02 TranReorderQty          PIC 9(4).
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
          02 CopyAddedDate           PIC 9(8).
          02 CopyRentCount           PIC 9(5).
          02 CopyLastOut             PIC 9(8).
       FD VideoFile.
       01 VideoRecord.
          02 VideoCode               PIC 9(5).
          02 VideoTitle              PIC X(40).
          02 SupplierCode            PIC 99.

       WORKING-STORAGE SECTION.
       01   StockStatusFC            PIC X(2).
       01   TranStatusFC             PIC X(2).
       01   CopyStatusFC             PIC X(2).
       01   VideoStatus              PIC X(2).
       01   EndOfTran                PIC X VALUE "N".
       01   EndOfCopies              PIC X.
       01   NewStock                 PIC X.
       01   TodayDate                PIC 9(8).
       01   ShelvedCount             PIC 9(5).
       01   AppliedCount             PIC 9(4) VALUE 0.
       01   RefusedCount             PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN I-O StockFile.
          IF StockStatusFC = "35"
             OPEN OUTPUT StockFile
             CLOSE StockFile
             OPEN I-O StockFile
          END-IF.
          IF StockStatusFC NOT = "00"
             DISPLAY "STOCK STATUS :- " StockStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT TranFile.
          IF TranStatusFC NOT = "00"
             DISPLAY "STOCKTRAN STATUS :- " TranStatusFC
             CLOSE StockFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT CopyFile.
          IF CopyStatusFC NOT = "00"
             DISPLAY "COPYINV STATUS :- " CopyStatusFC
             CLOSE StockFile
             CLOSE TranFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT VideoFile.
          IF VideoStatus NOT = "00"
             DISPLAY "CATALOG STATUS :- " VideoStatus
             CLOSE StockFile
             CLOSE TranFile
             CLOSE CopyFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          READ TranFile
             AT END MOVE "Y" TO EndOfTran
          END-READ.
          PERFORM UNTIL EndOfTran = "Y"
             IF TranAction = "P" OR TranAction = "K"
                PERFORM ApplyCard
             ELSE
                DISPLAY "UNKNOWN ACTION " TranAction
                        " FOR VIDEO " TranVideoCode
                COMPUTE RefusedCount = RefusedCount + 1
             END-IF
             READ TranFile
                AT END MOVE "Y" TO EndOfTran
             END-READ
          END-PERFORM.

          CLOSE TranFile.
          CLOSE StockFile.
          CLOSE CopyFile.
          CLOSE VideoFile.
          DISPLAY "STOCKMAINT APPLIED " AppliedCount
                  " REFUSED " RefusedCount.
          IF RefusedCount > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       ApplyCard.
          MOVE TranVideoCode TO VideoCode.
          READ VideoFile
             INVALID KEY
                DISPLAY "STOCK " TranVideoCode
                        " REFUSED - VIDEO NOT IN CATALOG"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                PERFORM UpdateStock
          END-READ.

       UpdateStock.
          IF TranAction = "P"
             AND (TranReorderPoint NOT NUMERIC
                  OR TranReorderQty NOT NUMERIC)
             DISPLAY "STOCK " TranVideoCode
                     " REFUSED - REORDER POINT/QUANTITY NOT NUMERIC"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             MOVE TranVideoCode TO StockVideoCode
             MOVE "N" TO NewStock
             READ StockFile
                INVALID KEY
                   MOVE "Y" TO NewStock
                   MOVE TranVideoCode TO StockVideoCode
                   MOVE 0 TO StockShelved
                   MOVE 0 TO StockUnshelved
                   MOVE 0 TO StockReorderPoint
                   MOVE 0 TO StockReorderQty
                   MOVE 0 TO StockReceived
                   MOVE 0 TO StockAdded
                   MOVE 0 TO StockWrittenOff
                   MOVE 0 TO StockRestored
             END-READ
             IF TranAction = "K" OR NewStock = "Y"
                PERFORM CountShelved
                IF ShelvedCount NOT = StockShelved
                   DISPLAY "STOCK " TranVideoCode " SHELVED WAS "
                           StockShelved " COUNTED " ShelvedCount
                END-IF
                MOVE ShelvedCount TO StockShelved
             END-IF
             IF TranAction = "P"
                MOVE TranReorderPoint TO StockReorderPoint
                MOVE TranReorderQty TO StockReorderQty
             END-IF
             MOVE TodayDate TO StockLastDate
             IF NewStock = "Y"
                WRITE StockRecord
             ELSE
                REWRITE StockRecord
             END-IF
             COMPUTE AppliedCount = AppliedCount + 1
          END-IF.

      * the title's copies that can go out on rental, off the copy
      * inventory
       CountShelved.
          MOVE 0 TO ShelvedCount.
          MOVE "N" TO EndOfCopies.
          MOVE TranVideoCode TO CopyVideoCode.
          MOVE 0 TO CopyNumber.
          START CopyFile KEY IS NOT LESS THAN CopyKey
             INVALID KEY MOVE "Y" TO EndOfCopies
          END-START.
          PERFORM UNTIL EndOfCopies = "Y"
             READ CopyFile NEXT RECORD
                AT END MOVE "Y" TO EndOfCopies
             END-READ
             IF EndOfCopies = "N"
                IF CopyVideoCode NOT = TranVideoCode
                   MOVE "Y" TO EndOfCopies
                ELSE
                   IF (CopyAvailable OR CopyOut) AND NOT CopyDamaged
                      COMPUTE ShelvedCount = ShelvedCount + 1
                   END-IF
                END-IF
             END-IF
          END-PERFORM.
