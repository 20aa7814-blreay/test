       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SupplierScore.
      *---------------------------------------------------------------
      * Monthly supplier performance scorecard from the purchase
      * order history OrderMaint keeps (POFILE) and the supplier
      * invoices InvoiceMatch has matched (INVOICE.DAT).  OrderRpt
      * shows what is open today; this shows how each supplier has
      * done over the six months ending with the scorecard month, one
      * line per month so the trend reads down the page.
      *
      * Orders count in the month they were placed; cancelled orders
      * are left out.  For each supplier and month:
      *   ORDERS    orders placed
      *   FILL%     copies received against copies ordered
      *   AVG LEAD  days from order date to final receipt, over the
      *             orders fully received
      *   OVERDUE%  orders fully received more than thirty days
      *             after ordering, or still open after thirty days
      *             (OrderRpt's overdue rule)
      *   PARTIAL   orders that came in on more than one shipment
      *   INVOICES  invoices dated in the month, and HELD those that
      *             InvoiceMatch has ever held as an exception
      * Suppliers are ranked on a score out of 100 over the six
      * months: fill rate 40%, orders on time 30%, orders in one
      * shipment 20% and invoices never held 10%.
      *
      * The scorecard month is the SCOREMONTH environment value
      * (CCYYMM), last month when it is not set.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OrderFile ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS PONumber
                 FILE STATUS IS OrderStatusFC.
          SELECT InvoiceFile ASSIGN TO "INVOICE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS InvKey
                 FILE STATUS IS InvoiceStatusFC.
          SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SupplierKey
                 FILE STATUS IS SupplierStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD OrderFile.
       01 OrderRecord.
          88 EndOfOrderFile VALUE HIGH-VALUE.
          02 PONumber                PIC 9(5).
          02 POSupplier              PIC 99.
          02 POOrderDate             PIC 9(8).
          02 POOrderDateX REDEFINES POOrderDate.
             03 POOrderMonth         PIC 9(6).
             03 FILLER               PIC 99.
          02 POStatus                PIC X.
             88 POOpen               VALUE "O".
             88 POReceived           VALUE "R".
             88 POCancelled          VALUE "X".
          02 POLineCount             PIC 99.
          02 POLine OCCURS 10 TIMES.
             03 LineVideoCode        PIC 9(5).
             03 LineQtyOrdered       PIC 9(3).
             03 LineQtyReceived      PIC 9(3).
             03 LineUnitPrice        PIC 9(4)V99.
             03 LineQtyInvoiced      PIC 9(3).
          02 POLastRecvDate          PIC 9(8).
          02 POShipments             PIC 99.
       FD InvoiceFile.
       01 InvoiceRecord.
          88 EndOfInvoiceFile VALUE HIGH-VALUE.
          02 InvKey.
             03 InvSupplier          PIC 99.
             03 InvNumber            PIC X(8).
          02 InvPONumber             PIC 9(5).
          02 InvDate                 PIC 9(8).
          02 InvDateX REDEFINES InvDate.
             03 InvMonth             PIC 9(6).
             03 FILLER               PIC 99.
          02 InvStatus               PIC X.
          02 InvTotal                PIC 9(7)V99.
          02 InvMatchDate            PIC 9(8).
          02 InvLineCount            PIC 99.
          02 InvLine OCCURS 10 TIMES.
             03 InvVideoCode         PIC 9(5).
             03 InvQty               PIC 9(3).
             03 InvUnitPrice         PIC 9(4)V99.
             03 InvAmount            PIC 9(7)V99.
          02 InvHeld                 PIC X.
       FD SupplierFile.
       01 SupplierRecord.
          02 SupplierKey             PIC 99.
          02 SupplierName            PIC X(40).
          02 SupplierContact         PIC X(30).
          02 SupplierStatus          PIC X.

       WORKING-STORAGE SECTION.
       01   OrderStatusFC            PIC X(2).
       01   InvoiceStatusFC          PIC X(2).
       01   SupplierStatusFC         PIC X(2).
       01   TodayDate                PIC 9(8).
       01   TodayInt                 PIC 9(7).
       01   ScoreMonthX              PIC X(6).
       01   ScoreMonth               PIC 9(6).
       01   ScoreMonthParts REDEFINES ScoreMonth.
          02 ScoreYear               PIC 9(4).
          02 ScoreMon                PIC 99.
       01   WorkMonth                PIC 9(6).
       01   WorkMonthParts REDEFINES WorkMonth.
          02 WorkYear                PIC 9(4).
          02 WorkMon                 PIC 99.
       01   WindowTable.
          02 WinMonth                PIC 9(6) OCCURS 6 TIMES.
       01   MonIdx                   PIC 9.
       01   MonFound                 PIC 9.
       01   SupIdx                   PIC 99.
       01   LineIdx                  PIC 99.
       01   LeadDays                 PIC S9(5).
       01   AgeDays                  PIC S9(5).
      * the six months' counts for every supplier code, with the
      * window total in the seventh month
       01   ScoreTable.
          02 SupEntry OCCURS 99 TIMES.
             03 SupMonth OCCURS 7 TIMES.
                04 ScOrders          PIC 9(5).
                04 ScQtyOrdered      PIC 9(7).
                04 ScQtyReceived     PIC 9(7).
                04 ScCompleted       PIC 9(5).
                04 ScLeadDays        PIC 9(7).
                04 ScOverdue         PIC 9(5).
                04 ScPartial         PIC 9(5).
                04 ScInvoices        PIC 9(5).
                04 ScHeld            PIC 9(5).
             03 SupScore             PIC 9(3)V9.
      * suppliers with orders in the window, best first
       01   RankCount                PIC 99 VALUE 0.
       01   RankIdx                  PIC 99.
       01   RankBest                 PIC 99.
       01   RankPass                 PIC 99.
       01   RankHold                 PIC 99.
       01   RankTable.
          02 RankSupplier            PIC 99 OCCURS 99 TIMES.
      * the rates for one line
       01   FillPct                  PIC 9(3)V9.
       01   OnTimePct                PIC 9(3)V9.
       01   OnePct                   PIC 9(3)V9.
       01   CleanPct                 PIC 9(3)V9.
       01   OverduePct               PIC 9(3)V9.
       01   AvgLead                  PIC 9(4)V9.
       01   OrderCount               PIC 9(5) VALUE 0.
       01   InvoiceCount             PIC 9(5) VALUE 0.

       01 PrnMonthLine.
          02 FILLER                  PIC XX VALUE SPACES.
          02 PrnMonth                PIC 9(6).
          02 PrnMonthX REDEFINES PrnMonth
                                     PIC X(6).
          02 PrnOrders               PIC BBBBBZZZ9.
          02 PrnFill                 PIC BBBBZZ9.9.
          02 PrnLead                 PIC BBBBZZ9.9.
          02 PrnOverdue              PIC BBBBZZ9.9.
          02 PrnPartial              PIC BBBBBZZZ9.
          02 PrnInvoices             PIC BBBBBZZZ9.
          02 PrnHeld                 PIC BBBBBZZZ9.
       01 PrnScore                   PIC ZZ9.9.

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          COMPUTE TodayInt = FUNCTION INTEGER-OF-DATE(TodayDate).
          MOVE SPACES TO ScoreMonthX.
          ACCEPT ScoreMonthX FROM ENVIRONMENT "SCOREMONTH".
          IF ScoreMonthX NUMERIC
             MOVE ScoreMonthX TO ScoreMonth
          ELSE
             MOVE TodayDate(1:6) TO ScoreMonth
             IF ScoreMon = 1
                COMPUTE ScoreYear = ScoreYear - 1
                MOVE 12 TO ScoreMon
             ELSE
                COMPUTE ScoreMon = ScoreMon - 1
             END-IF
          END-IF.
          MOVE ScoreMonth TO WorkMonth.
          PERFORM VARYING MonIdx FROM 6 BY -1 UNTIL MonIdx < 1
             MOVE WorkMonth TO WinMonth(MonIdx)
             IF WorkMon = 1
                COMPUTE WorkYear = WorkYear - 1
                MOVE 12 TO WorkMon
             ELSE
                COMPUTE WorkMon = WorkMon - 1
             END-IF
          END-PERFORM.
          INITIALIZE ScoreTable.

          OPEN INPUT OrderFile.
          IF OrderStatusFC NOT = "00"
             DISPLAY "POFILE STATUS :- " OrderStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT SupplierFile.
          IF SupplierStatusFC NOT = "00"
             DISPLAY "SUPPLIER STATUS :- " SupplierStatusFC
             CLOSE OrderFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          READ OrderFile NEXT RECORD
             AT END SET EndOfOrderFile TO TRUE
          END-READ.
          PERFORM UNTIL EndOfOrderFile
             IF NOT POCancelled AND POSupplier > 0
                MOVE POOrderMonth TO WorkMonth
                PERFORM FindMonth
                IF MonFound > 0
                   PERFORM TallyOrder
                END-IF
             END-IF
             READ OrderFile NEXT RECORD
                AT END SET EndOfOrderFile TO TRUE
             END-READ
          END-PERFORM.
          CLOSE OrderFile.
          PERFORM LoadInvoices.

          PERFORM VARYING SupIdx FROM 1 BY 1 UNTIL SupIdx > 99
             IF ScOrders(SupIdx, 7) > 0
                PERFORM ScoreSupplier
                COMPUTE RankCount = RankCount + 1
                MOVE SupIdx TO RankSupplier(RankCount)
             END-IF
          END-PERFORM.
          PERFORM RankSuppliers.

          DISPLAY "SUPPLIER SCORECARD FOR " ScoreMonth
                  " - SIX MONTHS FROM " WinMonth(1).
          DISPLAY "  MONTH    ORDERS    FILL% AVG LEAD OVERDUE%"
                  "  PARTIAL INVOICES     HELD".
          PERFORM VARYING RankIdx FROM 1 BY 1
                  UNTIL RankIdx > RankCount
             PERFORM ShowSupplier
          END-PERFORM.

          CLOSE SupplierFile.
          DISPLAY "SUPPLIERSCORE SUPPLIERS RANKED " RankCount
                  " ORDERS " OrderCount
                  " INVOICES " InvoiceCount.
          STOP RUN.

       FindMonth.
          MOVE 0 TO MonFound.
          PERFORM VARYING MonIdx FROM 1 BY 1
                  UNTIL MonIdx > 6 OR MonFound > 0
             IF WinMonth(MonIdx) = WorkMonth
                MOVE MonIdx TO MonFound
             END-IF
          END-PERFORM.

      * one order into its month and the window total
       TallyOrder.
          COMPUTE OrderCount = OrderCount + 1.
          MOVE POSupplier TO SupIdx.
          MOVE MonFound TO MonIdx.
          PERFORM TallyOrderInto.
          MOVE 7 TO MonIdx.
          PERFORM TallyOrderInto.

       TallyOrderInto.
          COMPUTE ScOrders(SupIdx, MonIdx) =
                  ScOrders(SupIdx, MonIdx) + 1.
          PERFORM VARYING LineIdx FROM 1 BY 1
                  UNTIL LineIdx > POLineCount
             COMPUTE ScQtyOrdered(SupIdx, MonIdx) =
                     ScQtyOrdered(SupIdx, MonIdx)
                     + LineQtyOrdered(LineIdx)
             COMPUTE ScQtyReceived(SupIdx, MonIdx) =
                     ScQtyReceived(SupIdx, MonIdx)
                     + LineQtyReceived(LineIdx)
          END-PERFORM.
          IF POReceived AND POLastRecvDate > 0
             COMPUTE LeadDays =
                     FUNCTION INTEGER-OF-DATE(POLastRecvDate)
                     - FUNCTION INTEGER-OF-DATE(POOrderDate)
             IF LeadDays < 0
                MOVE 0 TO LeadDays
             END-IF
             COMPUTE ScCompleted(SupIdx, MonIdx) =
                     ScCompleted(SupIdx, MonIdx) + 1
             COMPUTE ScLeadDays(SupIdx, MonIdx) =
                     ScLeadDays(SupIdx, MonIdx) + LeadDays
             IF LeadDays > 30
                COMPUTE ScOverdue(SupIdx, MonIdx) =
                        ScOverdue(SupIdx, MonIdx) + 1
             END-IF
          END-IF.
          IF POOpen
             COMPUTE AgeDays = TodayInt
                     - FUNCTION INTEGER-OF-DATE(POOrderDate)
             IF AgeDays > 30
                COMPUTE ScOverdue(SupIdx, MonIdx) =
                        ScOverdue(SupIdx, MonIdx) + 1
             END-IF
          END-IF.
          IF POShipments > 1
             COMPUTE ScPartial(SupIdx, MonIdx) =
                     ScPartial(SupIdx, MonIdx) + 1
          END-IF.

      * invoices per supplier and month; no invoice file yet is no
      * invoices
       LoadInvoices.
          OPEN INPUT InvoiceFile.
          IF InvoiceStatusFC = "00"
             READ InvoiceFile NEXT RECORD
                AT END SET EndOfInvoiceFile TO TRUE
             END-READ
             PERFORM UNTIL EndOfInvoiceFile
                MOVE InvMonth TO WorkMonth
                PERFORM FindMonth
                IF MonFound > 0 AND InvSupplier > 0
                   COMPUTE InvoiceCount = InvoiceCount + 1
                   MOVE InvSupplier TO SupIdx
                   MOVE MonFound TO MonIdx
                   PERFORM TallyInvoice
                   MOVE 7 TO MonIdx
                   PERFORM TallyInvoice
                END-IF
                READ InvoiceFile NEXT RECORD
                   AT END SET EndOfInvoiceFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE InvoiceFile
          ELSE
             IF InvoiceStatusFC NOT = "35"
                DISPLAY "INVOICE STATUS :- " InvoiceStatusFC
                        " - NO INVOICES COUNTED"
                MOVE 4 TO RETURN-CODE
             END-IF
          END-IF.

       TallyInvoice.
          COMPUTE ScInvoices(SupIdx, MonIdx) =
                  ScInvoices(SupIdx, MonIdx) + 1.
          IF InvHeld = "Y"
             COMPUTE ScHeld(SupIdx, MonIdx) =
                     ScHeld(SupIdx, MonIdx) + 1
          END-IF.

      * the rates for one supplier and month (7 the window)
       ComputeRates.
          MOVE 0 TO FillPct.
          MOVE 100 TO OnTimePct.
          MOVE 100 TO OnePct.
          MOVE 100 TO CleanPct.
          MOVE 0 TO OverduePct.
          MOVE 0 TO AvgLead.
          IF ScQtyOrdered(SupIdx, MonIdx) > 0
             IF ScQtyReceived(SupIdx, MonIdx)
                NOT < ScQtyOrdered(SupIdx, MonIdx)
                MOVE 100 TO FillPct
             ELSE
                COMPUTE FillPct ROUNDED =
                        ScQtyReceived(SupIdx, MonIdx) * 100
                        / ScQtyOrdered(SupIdx, MonIdx)
             END-IF
          END-IF.
          IF ScOrders(SupIdx, MonIdx) > 0
             COMPUTE OverduePct ROUNDED =
                     ScOverdue(SupIdx, MonIdx) * 100
                     / ScOrders(SupIdx, MonIdx)
             COMPUTE OnTimePct = 100 - OverduePct
             COMPUTE OnePct ROUNDED = 100
                     - ScPartial(SupIdx, MonIdx) * 100
                     / ScOrders(SupIdx, MonIdx)
          END-IF.
          IF ScInvoices(SupIdx, MonIdx) > 0
             COMPUTE CleanPct ROUNDED = 100
                     - ScHeld(SupIdx, MonIdx) * 100
                     / ScInvoices(SupIdx, MonIdx)
          END-IF.
          IF ScCompleted(SupIdx, MonIdx) > 0
             COMPUTE AvgLead ROUNDED =
                     ScLeadDays(SupIdx, MonIdx)
                     / ScCompleted(SupIdx, MonIdx)
          END-IF.

       ScoreSupplier.
          MOVE 7 TO MonIdx.
          PERFORM ComputeRates.
          COMPUTE SupScore(SupIdx) ROUNDED =
                  (FillPct * 40 + OnTimePct * 30
                   + OnePct * 20 + CleanPct * 10) / 100.

      * best score first; few enough suppliers for a plain
      * selection sort
       RankSuppliers.
          PERFORM VARYING RankPass FROM 1 BY 1
                  UNTIL RankPass > RankCount
             MOVE RankPass TO RankBest
             PERFORM VARYING RankIdx FROM RankPass BY 1
                     UNTIL RankIdx > RankCount
                IF SupScore(RankSupplier(RankIdx))
                   > SupScore(RankSupplier(RankBest))
                   MOVE RankIdx TO RankBest
                END-IF
             END-PERFORM
             MOVE RankSupplier(RankPass) TO RankHold
             MOVE RankSupplier(RankBest) TO RankSupplier(RankPass)
             MOVE RankHold TO RankSupplier(RankBest)
          END-PERFORM.

       ShowSupplier.
          MOVE RankSupplier(RankIdx) TO SupIdx.
          MOVE SupIdx TO SupplierKey.
          READ SupplierFile
             INVALID KEY MOVE "** UNKNOWN SUPPLIER **"
                           TO SupplierName
          END-READ.
          MOVE SupScore(SupIdx) TO PrnScore.
          DISPLAY " ".
          DISPLAY "RANK " RankIdx " SUPPLIER " SupIdx " "
                  SupplierName " SCORE " PrnScore.
          PERFORM VARYING MonIdx FROM 1 BY 1 UNTIL MonIdx > 7
             PERFORM ShowMonth
          END-PERFORM.

       ShowMonth.
          PERFORM ComputeRates.
          IF MonIdx = 7
             MOVE "WINDOW" TO PrnMonthX
          ELSE
             MOVE WinMonth(MonIdx) TO PrnMonth
          END-IF.
          MOVE ScOrders(SupIdx, MonIdx) TO PrnOrders.
          MOVE FillPct TO PrnFill.
          MOVE AvgLead TO PrnLead.
          MOVE OverduePct TO PrnOverdue.
          MOVE ScPartial(SupIdx, MonIdx) TO PrnPartial.
          MOVE ScInvoices(SupIdx, MonIdx) TO PrnInvoices.
          MOVE ScHeld(SupIdx, MonIdx) TO PrnHeld.
          DISPLAY PrnMonthLine.
