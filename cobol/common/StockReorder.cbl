       IDENTIFICATION DIVISION.
       PROGRAM-ID.  StockReorder.
      *---------------------------------------------------------------
      * Weekly reorder run over the video stock ledger (STOCK.DAT).
      * A title is suggested for reordering when its copies on hand
      * (shelved plus received and not yet shelved) and still on
      * order (the outstanding quantity on open orders in POFILE)
      * have fallen to its reorder point.  The suggestion is the
      * title's reorder quantity, raised if need be to lift it back
      * above the reorder point, at most 999.
      *
      * Each suggestion is ordered from the title's supplier on the
      * catalog, which must be active on the supplier master; a title
      * whose supplier is missing or inactive is listed and left for
      * purchasing.  The suggestions are grouped by supplier into
      * purchase orders of up to ten lines, numbered on from the
      * highest PO number on file, and written to REORDER.DAT as
      * OrderMaint transaction cards: an N card per order (dated
      * today) followed by its L cards, unit price left blank.  Once
      * purchasing has approved them - striking or changing any
      * lines they do not want and pricing the rest - the file is
      * run through OrderMaint as POTRAN.DAT.
      * A title left unsuggested leaves return code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT StockFile ASSIGN TO "STOCK.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS StockVideoCode
                 FILE STATUS IS StockStatusFC.
          SELECT OrderFile ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PONumber
                 FILE STATUS IS OrderStatusFC.
          SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SupplierKey
                 FILE STATUS IS SupplierStatusFC.
          SELECT VideoFile ASSIGN TO "IDXVIDEO.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS VideoCode
                 ALTERNATE RECORD KEY IS VideoTitle
                      WITH DUPLICATES
                 FILE STATUS IS VideoStatus.
          SELECT ReorderFile ASSIGN TO "REORDER.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ReorderStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD StockFile.
       01 StockRecord.
          88 EndOfStockFile VALUE HIGH-VALUE.
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
       FD OrderFile.
       01 OrderRecord.
          88 EndOfOrderFile VALUE HIGH-VALUE.
          02 PONumber                PIC 9(5).
          02 POSupplier              PIC 99.
          02 POOrderDate             PIC 9(8).
          02 POStatus                PIC X.
             88 POOpen               VALUE "O".
          02 POLineCount             PIC 99.
          02 POLine OCCURS 10 TIMES.
             03 LineVideoCode        PIC 9(5).
             03 LineQtyOrdered       PIC 9(3).
             03 LineQtyReceived      PIC 9(3).
             03 LineUnitPrice        PIC 9(4)V99.
             03 LineQtyInvoiced      PIC 9(3).
          02 POLastRecvDate          PIC 9(8).
          02 POShipments             PIC 99.
       FD SupplierFile.
       01 SupplierRecord.
          88 EndOfSupplierFile VALUE HIGH-VALUE.
          02 SupplierKey             PIC 99.
          02 SupplierName            PIC X(40).
          02 SupplierContact         PIC X(30).
          02 SupplierStatus          PIC X.
             88 SupplierActive       VALUE "A".
       FD VideoFile.
       01 VideoRecord.
          02 VideoCode               PIC 9(5).
          02 VideoTitle              PIC X(40).
          02 SupplierCode            PIC 99.
       FD ReorderFile.
       01 ReorderRecord              PIC X(20).

       WORKING-STORAGE SECTION.
       01   StockStatusFC            PIC X(2).
       01   OrderStatusFC            PIC X(2).
       01   SupplierStatusFC         PIC X(2).
       01   VideoStatus              PIC X(2).
       01   ReorderStatusFC          PIC X(2).
       01   TodayDate                PIC 9(8).
       01   LineIdx                  PIC 99.
       01   Outstanding              PIC S9(4).
       01   OnHand                   PIC 9(6).
       01   StockLevel               PIC 9(6).
       01   SuggestQty               PIC 9(6).
       01   LastPONumber             PIC 9(5) VALUE 0.
       01   LinesOnPO                PIC 99.
      * copies still to come in on open orders, per title
       01   OnOrdCount               PIC 9(4) VALUE 0.
       01   OnOrdMax                 PIC 9(4) VALUE 1000.
       01   OnOrdIdx                 PIC 9(4).
       01   OnOrdFound               PIC 9(4).
       01   OnOrderTable.
          02 OnOrdEntry OCCURS 1000 TIMES.
             03 OnOrdVideoCode       PIC 9(5).
             03 OnOrdQty             PIC 9(5).
      * the week's suggestions, until they are grouped by supplier
       01   SugCount                 PIC 9(4) VALUE 0.
       01   SugMax                   PIC 9(4) VALUE 1000.
       01   SugIdx                   PIC 9(4).
       01   SuggestTable.
          02 SugEntry OCCURS 1000 TIMES.
             03 SugSupplier          PIC 99.
             03 SugVideoCode         PIC 9(5).
             03 SugVideoTitle        PIC X(30).
             03 SugOnHand            PIC 9(6).
             03 SugOnOrder           PIC 9(5).
             03 SugPoint             PIC 9(4).
             03 SugQty               PIC 9(3).
      * run totals
       01   TitleCount               PIC 9(5) VALUE 0.
       01   OrderCount               PIC 9(4) VALUE 0.
       01   LineCount                PIC 9(5) VALUE 0.
       01   NoSupplierCount          PIC 9(4) VALUE 0.
       01   NotTallied               PIC 9(5) VALUE 0.
      * the OrderMaint cards
       01   NewOrderCard.
          02 FILLER                  PIC X VALUE "N".
          02 NewPONumber             PIC 9(5).
          02 NewSupplier             PIC 99.
          02 NewOrderDate            PIC 9(8).
       01   OrderLineCard.
          02 FILLER                  PIC X VALUE "L".
          02 LinePONumber            PIC 9(5).
          02 LineCardVideo           PIC 9(5).
          02 LineCardQty             PIC 9(3).
          02 FILLER                  PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          OPEN INPUT StockFile.
          IF StockStatusFC NOT = "00"
             DISPLAY "STOCK STATUS :- " StockStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT OrderFile.
          IF OrderStatusFC NOT = "00"
             DISPLAY "POFILE STATUS :- " OrderStatusFC
             CLOSE StockFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT SupplierFile.
          IF SupplierStatusFC NOT = "00"
             DISPLAY "SUPPLIER STATUS :- " SupplierStatusFC
             CLOSE StockFile
             CLOSE OrderFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT VideoFile.
          IF VideoStatus NOT = "00"
             DISPLAY "CATALOG STATUS :- " VideoStatus
             CLOSE StockFile
             CLOSE OrderFile
             CLOSE SupplierFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN OUTPUT ReorderFile.
          IF ReorderStatusFC NOT = "00"
             DISPLAY "REORDER STATUS :- " ReorderStatusFC
             CLOSE StockFile
             CLOSE OrderFile
             CLOSE SupplierFile
             CLOSE VideoFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          PERFORM LoadOnOrder.

          DISPLAY "REORDER SUGGESTIONS AS OF " TodayDate.
          READ StockFile NEXT RECORD
             AT END SET EndOfStockFile TO TRUE
          END-READ.
          PERFORM UNTIL EndOfStockFile
             IF StockReorderPoint > 0
                PERFORM CheckOneTitle
             END-IF
             READ StockFile NEXT RECORD
                AT END SET EndOfStockFile TO TRUE
             END-READ
          END-PERFORM.

          MOVE 0 TO SupplierKey.
          START SupplierFile KEY IS NOT LESS THAN SupplierKey
             INVALID KEY SET EndOfSupplierFile TO TRUE
          END-START.
          IF NOT EndOfSupplierFile
             READ SupplierFile NEXT RECORD
                AT END SET EndOfSupplierFile TO TRUE
             END-READ
          END-IF.
          PERFORM UNTIL EndOfSupplierFile
             IF SupplierActive
                PERFORM OrderFromSupplier
             END-IF
             READ SupplierFile NEXT RECORD
                AT END SET EndOfSupplierFile TO TRUE
             END-READ
          END-PERFORM.

          CLOSE StockFile.
          CLOSE OrderFile.
          CLOSE SupplierFile.
          CLOSE VideoFile.
          CLOSE ReorderFile.
          DISPLAY "STOCKREORDER TITLES SUGGESTED " TitleCount
                  " ORDERS " OrderCount
                  " LINES " LineCount.
          IF NoSupplierCount > 0
             DISPLAY "STOCKREORDER NO ACTIVE SUPPLIER "
                     NoSupplierCount
          END-IF.
          IF NotTallied > 0
             DISPLAY "STOCKREORDER MORE THAN " SugMax " SUGGESTIONS"
                     " OR " OnOrdMax " TITLES ON ORDER - "
                     NotTallied " NOT COUNTED"
          END-IF.
          IF NoSupplierCount > 0 OR NotTallied > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

      * the outstanding quantity on every open order, per title, and
      * the highest PO number used so far
       LoadOnOrder.
          READ OrderFile NEXT RECORD
             AT END SET EndOfOrderFile TO TRUE
          END-READ.
          PERFORM UNTIL EndOfOrderFile
             IF PONumber > LastPONumber
                MOVE PONumber TO LastPONumber
             END-IF
             IF POOpen
                PERFORM VARYING LineIdx FROM 1 BY 1
                        UNTIL LineIdx > POLineCount
                   COMPUTE Outstanding = LineQtyOrdered(LineIdx)
                           - LineQtyReceived(LineIdx)
                   IF Outstanding > 0
                      PERFORM TallyOnOrder
                   END-IF
                END-PERFORM
             END-IF
             READ OrderFile NEXT RECORD
                AT END SET EndOfOrderFile TO TRUE
             END-READ
          END-PERFORM.

       TallyOnOrder.
          MOVE LineVideoCode(LineIdx) TO StockVideoCode.
          PERFORM FindOnOrder.
          IF OnOrdFound = 0
             IF OnOrdCount < OnOrdMax
                COMPUTE OnOrdCount = OnOrdCount + 1
                MOVE OnOrdCount TO OnOrdFound
                MOVE LineVideoCode(LineIdx)
                  TO OnOrdVideoCode(OnOrdFound)
                MOVE 0 TO OnOrdQty(OnOrdFound)
             ELSE
                COMPUTE NotTallied = NotTallied + 1
             END-IF
          END-IF.
          IF OnOrdFound NOT = 0
             COMPUTE OnOrdQty(OnOrdFound) = OnOrdQty(OnOrdFound)
                                          + Outstanding
          END-IF.

       FindOnOrder.
          MOVE 0 TO OnOrdFound.
          PERFORM VARYING OnOrdIdx FROM 1 BY 1
                  UNTIL OnOrdIdx > OnOrdCount OR OnOrdFound NOT = 0
             IF OnOrdVideoCode(OnOrdIdx) = StockVideoCode
                MOVE OnOrdIdx TO OnOrdFound
             END-IF
          END-PERFORM.

      * a title at or below its reorder point, counting what is on
      * order, is suggested from its supplier
       CheckOneTitle.
          COMPUTE OnHand = StockShelved + StockUnshelved.
          PERFORM FindOnOrder.
          MOVE OnHand TO StockLevel.
          IF OnOrdFound NOT = 0
             COMPUTE StockLevel = StockLevel
                                + OnOrdQty(OnOrdFound)
          END-IF.
          IF StockLevel NOT > StockReorderPoint
             MOVE StockReorderQty TO SuggestQty
             IF StockLevel + SuggestQty NOT > StockReorderPoint
                COMPUTE SuggestQty = StockReorderPoint
                                   - StockLevel + 1
             END-IF
             IF SuggestQty > 999
                MOVE 999 TO SuggestQty
             END-IF
             MOVE StockVideoCode TO VideoCode
             READ VideoFile
                INVALID KEY
                   DISPLAY "VIDEO " StockVideoCode
                           " NOT SUGGESTED - NOT IN CATALOG"
                   COMPUTE NoSupplierCount = NoSupplierCount + 1
                NOT INVALID KEY
                   PERFORM CheckSupplier
             END-READ
          END-IF.

       CheckSupplier.
          MOVE SupplierCode TO SupplierKey.
          READ SupplierFile
             INVALID KEY
                MOVE SPACE TO SupplierStatus
          END-READ.
          IF NOT SupplierActive
             DISPLAY "VIDEO " StockVideoCode " " VideoTitle(1:30)
                     " NOT SUGGESTED - SUPPLIER " SupplierCode
                     " NOT ACTIVE"
             COMPUTE NoSupplierCount = NoSupplierCount + 1
          ELSE
          IF SugCount NOT < SugMax
             COMPUTE NotTallied = NotTallied + 1
          ELSE
             COMPUTE SugCount = SugCount + 1
             MOVE SupplierCode TO SugSupplier(SugCount)
             MOVE StockVideoCode TO SugVideoCode(SugCount)
             MOVE VideoTitle TO SugVideoTitle(SugCount)
             MOVE OnHand TO SugOnHand(SugCount)
             MOVE 0 TO SugOnOrder(SugCount)
             IF OnOrdFound NOT = 0
                MOVE OnOrdQty(OnOrdFound) TO SugOnOrder(SugCount)
             END-IF
             MOVE StockReorderPoint TO SugPoint(SugCount)
             MOVE SuggestQty TO SugQty(SugCount)
             COMPUTE TitleCount = TitleCount + 1
          END-IF
          END-IF.

      * the supplier's suggestions as orders of up to ten lines
       OrderFromSupplier.
          MOVE 0 TO LinesOnPO.
          PERFORM VARYING SugIdx FROM 1 BY 1 UNTIL SugIdx > SugCount
             IF SugSupplier(SugIdx) = SupplierKey
                IF LinesOnPO = 0 OR LinesOnPO = 10
                   PERFORM StartOrder
                END-IF
                PERFORM WriteOrderLine
             END-IF
          END-PERFORM.

       StartOrder.
          COMPUTE LastPONumber = LastPONumber + 1.
          MOVE LastPONumber TO NewPONumber.
          MOVE SupplierKey TO NewSupplier.
          MOVE TodayDate TO NewOrderDate.
          WRITE ReorderRecord FROM NewOrderCard.
          MOVE 0 TO LinesOnPO.
          COMPUTE OrderCount = OrderCount + 1.
          DISPLAY "PO " LastPONumber " SUPPLIER " SupplierKey " "
                  SupplierName.

       WriteOrderLine.
          MOVE LastPONumber TO LinePONumber.
          MOVE SugVideoCode(SugIdx) TO LineCardVideo.
          MOVE SugQty(SugIdx) TO LineCardQty.
          WRITE ReorderRecord FROM OrderLineCard.
          COMPUTE LinesOnPO = LinesOnPO + 1.
          COMPUTE LineCount = LineCount + 1.
          DISPLAY "   VIDEO " SugVideoCode(SugIdx) " "
                  SugVideoTitle(SugIdx)
                  " ON HAND " SugOnHand(SugIdx)
                  " ON ORDER " SugOnOrder(SugIdx)
                  " POINT " SugPoint(SugIdx)
                  " ORDER " SugQty(SugIdx).
