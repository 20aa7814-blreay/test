       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockPost.
      *---------------------------------------------------------------
      * Callable poster for the video stock ledger (STOCK.DAT), one
      * record per VideoCode saying how many copies the store has:
      *   StockShelved    copies on the copy inventory that can go
      *                   out on rental (not withdrawn, lost or
      *                   damaged)
      *   StockUnshelved  copies received from suppliers and not
      *                   yet added to the copy inventory
      * with the title's reorder point and quantity (StockMaint) and
      * running totals of every movement.  StockReorder suggests
      * purchases from it.
      *
      * SpFunction:
      *   O  open the ledger (call once before posting)
      *   R  SpQty copies received against a purchase order
      *      (OrderMaint)
      *   A  a copy added to the copy inventory (CopyMaint); it is
      *      taken from the received copies while there are any
      *   W  a copy written off: withdrawn, lost or damaged
      *   B  a written-off copy back in stock: reinstated, repaired
      *      or a lost copy returned
      *   C  close the ledger
      * A title with no ledger record is started at nought.
      *   SpRc 0 - posted
      *   SpRc 8 - the ledger could not be opened or written
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT StockFile ASSIGN TO "STOCK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS StockVideoCode
                 FILE STATUS IS StockStatusFC.

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

       WORKING-STORAGE SECTION.
       01   StockStatusFC            PIC X(2).
       01   StockOpen                PIC X VALUE "N".
       01   NewStock                 PIC X.
       01   TodayDate                PIC 9(8).

       LINKAGE SECTION.
       01   StockParms.
          02 SpFunction              PIC X.
          02 SpVideoCode             PIC 9(5).
          02 SpQty                   PIC 9(3).
          02 SpRc                    PIC S9(4) COMP-5.

       PROCEDURE DIVISION USING StockParms.
       Begin.
          MOVE 0 TO SpRc.
          EVALUATE SpFunction
             WHEN "O" PERFORM OpenStock
             WHEN "C"
                IF StockOpen = "Y"
                   CLOSE StockFile
                   MOVE "N" TO StockOpen
                END-IF
             WHEN OTHER
                IF StockOpen = "Y"
                   PERFORM PostMovement
                ELSE
                   MOVE 8 TO SpRc
                END-IF
          END-EVALUATE.
          GOBACK.

       OpenStock.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN I-O StockFile.
          IF StockStatusFC = "35"
             OPEN OUTPUT StockFile
             CLOSE StockFile
             OPEN I-O StockFile
          END-IF.
          IF StockStatusFC = "00"
             MOVE "Y" TO StockOpen
          ELSE
             DISPLAY "STOCK STATUS :- " StockStatusFC
             MOVE 8 TO SpRc
          END-IF.

       PostMovement.
          MOVE SpVideoCode TO StockVideoCode.
          MOVE "N" TO NewStock.
          READ StockFile
             INVALID KEY
                MOVE "Y" TO NewStock
                MOVE SpVideoCode TO StockVideoCode
                MOVE 0 TO StockShelved
                MOVE 0 TO StockUnshelved
                MOVE 0 TO StockReorderPoint
                MOVE 0 TO StockReorderQty
                MOVE 0 TO StockReceived
                MOVE 0 TO StockAdded
                MOVE 0 TO StockWrittenOff
                MOVE 0 TO StockRestored
          END-READ.
          EVALUATE SpFunction
             WHEN "R"
                COMPUTE StockUnshelved = StockUnshelved + SpQty
                COMPUTE StockReceived = StockReceived + SpQty
             WHEN "A"
                COMPUTE StockShelved = StockShelved + 1
                COMPUTE StockAdded = StockAdded + 1
                IF StockUnshelved > 0
                   COMPUTE StockUnshelved = StockUnshelved - 1
                END-IF
             WHEN "W"
                IF StockShelved > 0
                   COMPUTE StockShelved = StockShelved - 1
                END-IF
                COMPUTE StockWrittenOff = StockWrittenOff + 1
             WHEN "B"
                COMPUTE StockShelved = StockShelved + 1
                COMPUTE StockRestored = StockRestored + 1
          END-EVALUATE.
          MOVE TodayDate TO StockLastDate.
          IF NewStock = "Y"
             WRITE StockRecord
          ELSE
             REWRITE StockRecord
          END-IF.
          IF StockStatusFC NOT = "00"
             DISPLAY "STOCK " SpVideoCode " NOT POSTED - STATUS :- "
                     StockStatusFC
             MOVE 8 TO SpRc
          END-IF.
