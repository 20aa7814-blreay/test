      *
      * The order file (POFILE.DAT) is keyed by PO number and holds
      * the supplier, order date, status and up to ten lines of
      * VideoCode, quantity (ordered, received so far and invoiced
      * so far by approved supplier invoices) and unit price, with
      * the date of the latest receipt and the number of shipments
      * (receiving days) the order has come in on, for the supplier
      * scorecard.
      *
      * Transactions come from POTRAN.DAT, one card each:
      *   col 1      action: N new order, L add line, R receive
      *              against a line, X cancel order
      *   col 2-6    PO number 9(5)
      *   N: col 7-8   supplier code, col 9-16 order date CCYYMMDD
      *   L: col 7-11  VideoCode,     col 12-14 quantity ordered,
      *                col 15-20 unit price 9(4)V99 (blank when the
      *                price is not yet agreed)
      *   R: col 7-11  VideoCode,     col 12-14 quantity received
      * A new order is refused unless the supplier is on the master
      * with status A; a line is refused unless its VideoCode exists
      * in the catalog; receiving posts against the open line and an
      * order whose every line is fully received flips to status R.
      * A cancel is refused once anything has been received.
      * Every receipt is posted to the video stock ledger through
      * StockPost, as copies received and not yet shelved; a run
      * without the ledger is refused.  StockReorder's suggested
      * orders come back in as ordinary N and L cards.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             03 LineVideoCode        PIC 9(5).
             03 LineQtyOrdered       PIC 9(3).
             03 LineQtyReceived      PIC 9(3).
             03 LineUnitPrice        PIC 9(4)V99.
             03 LineQtyInvoiced      PIC 9(3).
          02 POLastRecvDate          PIC 9(8).
          02 POShipments             PIC 99.
       FD TranFile.
       01 TranRecord.
          02 TranAction              PIC X.
          02 TranPONumber            PIC 9(5).
          02 TranDetail              PIC X(14).
          02 TranNewOrder REDEFINES TranDetail.
             03 TranSupplier         PIC 99.
             03 TranOrderDate        PIC 9(8).
          02 TranLine REDEFINES TranDetail.
             03 TranVideoCode        PIC 9(5).
             03 TranQty              PIC 9(3).
             03 TranUnitPrice        PIC 9(4)V99.
             03 TranUnitPriceX REDEFINES TranUnitPrice
                                     PIC X(6).
       FD SupplierFile.
       01 SupplierRecord.
          02 SupplierKey             PIC 99.
       01   FoundLine                PIC 99.
       01   AllReceived              PIC X.
       01   AnyReceived              PIC X.
       01   TodayDate                PIC 9(8).
      * StockPost handshake - the video stock ledger
       01   StockParms.
          02 SpFunction              PIC X.
          02 SpVideoCode             PIC 9(5).
          02 SpQty                   PIC 9(3).
          02 SpRc                    PIC S9(4) COMP-5.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN I-O OrderFile.
          IF OrderStatusFC = "35"
             OPEN OUTPUT OrderFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          MOVE "O" TO SpFunction.
          CALL "StockPost" USING StockParms.
          IF SpRc NOT = 0
             DISPLAY "STOCK LEDGER UNAVAILABLE - RUN REFUSED"
             CLOSE OrderFile
             CLOSE TranFile
             CLOSE SupplierFile
             CLOSE VideoFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          READ TranFile
             AT END MOVE "Y" TO EndOfTran
          CLOSE OrderFile.
          CLOSE SupplierFile.
          CLOSE VideoFile.
          MOVE "C" TO SpFunction.
          CALL "StockPost" USING StockParms.
          DISPLAY "ORDERMAINT APPLIED " AppliedCount
                  " REFUSED " RefusedCount.
          IF RefusedCount > 0
          MOVE TranOrderDate TO POOrderDate.
          MOVE "O" TO POStatus.
          MOVE 0 TO POLineCount.
          MOVE 0 TO POLastRecvDate.
          MOVE 0 TO POShipments.
          PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > 10
             MOVE 0 TO LineVideoCode(LineIdx)
             MOVE 0 TO LineQtyOrdered(LineIdx)
             MOVE 0 TO LineQtyReceived(LineIdx)
             MOVE 0 TO LineUnitPrice(LineIdx)
             MOVE 0 TO LineQtyInvoiced(LineIdx)
          END-PERFORM.
          WRITE OrderRecord
             INVALID KEY
          IF TranQty = 0
             DISPLAY "LINE " TranPONumber " REFUSED - ZERO QTY"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
          IF TranUnitPriceX NOT = SPACES AND TranUnitPrice NOT NUMERIC
             DISPLAY "LINE " TranPONumber " REFUSED - UNIT PRICE "
                     TranUnitPriceX " NOT NUMERIC"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             MOVE TranVideoCode TO VideoCode
             READ VideoFile
                     TO LineVideoCode(POLineCount)
                   MOVE TranQty TO LineQtyOrdered(POLineCount)
                   MOVE 0 TO LineQtyReceived(POLineCount)
                   MOVE 0 TO LineUnitPrice(POLineCount)
                   IF TranUnitPriceX NOT = SPACES
                      MOVE TranUnitPrice TO LineUnitPrice(POLineCount)
                   END-IF
                   MOVE 0 TO LineQtyInvoiced(POLineCount)
                   REWRITE OrderRecord
                   COMPUTE AppliedCount = AppliedCount + 1
             END-READ
          END-IF
          END-IF
          END-IF
          END-IF.

       ReceiveLine.
                           LineQtyOrdered(FoundLine) " NOW "
                           LineQtyReceived(FoundLine)
                END-IF
                IF POLastRecvDate NOT = TodayDate
                   AND POShipments < 99
                   COMPUTE POShipments = POShipments + 1
                END-IF
                MOVE TodayDate TO POLastRecvDate
                PERFORM CheckAllReceived
                IF AllReceived = "Y"
                   MOVE "R" TO POStatus
                END-IF
                REWRITE OrderRecord
                COMPUTE AppliedCount = AppliedCount + 1
                MOVE "R" TO SpFunction
                MOVE TranVideoCode TO SpVideoCode
                MOVE TranQty TO SpQty
                CALL "StockPost" USING StockParms
                IF SpRc NOT = 0
                   DISPLAY "RECEIVE " TranPONumber " VIDEO "
                           TranVideoCode " NOT ON STOCK LEDGER"
                END-IF
             END-IF
          END-IF.

