       IDENTIFICATION DIVISION.
       PROGRAM-ID.  InvoiceMaint.
      *---------------------------------------------------------------
      * Entry for supplier invoices against the purchase orders
      * OrderMaint keeps, so that InvoiceMatch can check each one
      * against what was ordered and received before it is paid.
      *
      * The invoice file (INVOICE.DAT) is keyed by supplier and the
      * supplier's own invoice number and holds the PO billed, the
      * invoice date, the match status and up to ten lines of
      * VideoCode, quantity, unit price and line amount:
      *   InvStatus  P pending match, E exception (held),
      *              A approved for payment, R refused (supplier no
      *              longer active when matched)
      *   InvHeld    Y once the invoice has ever been held as an
      *              exception, for the supplier scorecard
      *
      * Transactions come from INVTRAN.DAT, one card each:
      *   col 1      action: H new invoice, L add line, D delete
      *   col 2-3    supplier code 99
      *   col 4-11   supplier's invoice number
      *   H: col 12-16 PO number 9(5), col 17-24 invoice date CCYYMMDD
      *   L: col 12-16 VideoCode, col 17-19 quantity invoiced,
      *              col 20-25 unit price 9(4)V99
      * An invoice is refused outright unless its supplier is on the
      * supplier master with status A, and unless the PO is on file,
      * not cancelled and placed with that supplier.  Lines can be
      * added, and the invoice deleted, only until it is approved;
      * a line added to an exception puts it back to pending so the
      * next InvoiceMatch run looks at it again.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT InvoiceFile ASSIGN TO "INVOICE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS InvKey
                 FILE STATUS IS InvoiceStatusFC.
          SELECT TranFile ASSIGN TO "INVTRAN.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TranStatusFC.
          SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SupplierKey
                 FILE STATUS IS SupplierStatusFC.
          SELECT OrderFile ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PONumber
                 FILE STATUS IS OrderStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
       01 InvoiceRecord.
          02 InvKey.
             03 InvSupplier          PIC 99.
             03 InvNumber            PIC X(8).
          02 InvPONumber             PIC 9(5).
          02 InvDate                 PIC 9(8).
          02 InvStatus               PIC X.
             88 InvPending           VALUE "P".
             88 InvException         VALUE "E".
             88 InvApproved          VALUE "A".
             88 InvRefused           VALUE "R".
          02 InvTotal                PIC 9(7)V99.
          02 InvMatchDate            PIC 9(8).
          02 InvLineCount            PIC 99.
          02 InvLine OCCURS 10 TIMES.
             03 InvVideoCode         PIC 9(5).
             03 InvQty               PIC 9(3).
             03 InvUnitPrice         PIC 9(4)V99.
             03 InvAmount            PIC 9(7)V99.
          02 InvHeld                 PIC X.
       FD TranFile.
       01 TranRecord.
          02 TranAction              PIC X.
          02 TranSupplier            PIC 99.
          02 TranInvNumber           PIC X(8).
          02 TranDetail              PIC X(14).
          02 TranHeader REDEFINES TranDetail.
             03 TranPONumber         PIC 9(5).
             03 TranInvDate          PIC 9(8).
             03 FILLER               PIC X.
          02 TranLine REDEFINES TranDetail.
             03 TranVideoCode        PIC 9(5).
             03 TranQty              PIC 9(3).
             03 TranUnitPrice        PIC 9(4)V99.
       FD SupplierFile.
       01 SupplierRecord.
          02 SupplierKey             PIC 99.
          02 SupplierName            PIC X(40).
          02 SupplierContact         PIC X(30).
          02 SupplierStatus          PIC X.
             88 SupplierActive       VALUE "A".
       FD OrderFile.
       01 OrderRecord.
          02 PONumber                PIC 9(5).
          02 POSupplier              PIC 99.
          02 POOrderDate             PIC 9(8).
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

       WORKING-STORAGE SECTION.
       01   InvoiceStatusFC          PIC X(2).
       01   TranStatusFC             PIC X(2).
       01   SupplierStatusFC         PIC X(2).
       01   OrderStatusFC            PIC X(2).
       01   EndOfTran                PIC X VALUE "N".
       01   AppliedCount             PIC 9(4) VALUE 0.
       01   RefusedCount             PIC 9(4) VALUE 0.
       01   LineIdx                  PIC 99.

       PROCEDURE DIVISION.
       Begin.
          OPEN I-O InvoiceFile.
          IF InvoiceStatusFC = "35"
             OPEN OUTPUT InvoiceFile
             CLOSE InvoiceFile
             OPEN I-O InvoiceFile
          END-IF.
          IF InvoiceStatusFC NOT = "00"
             DISPLAY "INVOICE STATUS :- " InvoiceStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT TranFile.
          IF TranStatusFC NOT = "00"
             DISPLAY "INVTRAN STATUS :- " TranStatusFC
             CLOSE InvoiceFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT SupplierFile.
          IF SupplierStatusFC NOT = "00"
             DISPLAY "SUPPLIER STATUS :- " SupplierStatusFC
             CLOSE InvoiceFile
             CLOSE TranFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT OrderFile.
          IF OrderStatusFC NOT = "00"
             DISPLAY "POFILE STATUS :- " OrderStatusFC
             CLOSE InvoiceFile
             CLOSE TranFile
             CLOSE SupplierFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          READ TranFile
             AT END MOVE "Y" TO EndOfTran
          END-READ.
          PERFORM UNTIL EndOfTran = "Y"
             EVALUATE TranAction
                WHEN "H" PERFORM NewInvoice
                WHEN "L" PERFORM AddLine
                WHEN "D" PERFORM DeleteInvoice
                WHEN OTHER
                   DISPLAY "UNKNOWN ACTION " TranAction
                           " FOR INVOICE " TranSupplier "/"
                           TranInvNumber
                   COMPUTE RefusedCount = RefusedCount + 1
             END-EVALUATE
             READ TranFile
                AT END MOVE "Y" TO EndOfTran
             END-READ
          END-PERFORM.

          CLOSE TranFile.
          CLOSE InvoiceFile.
          CLOSE SupplierFile.
          CLOSE OrderFile.
          DISPLAY "INVOICEMAINT APPLIED " AppliedCount
                  " REFUSED " RefusedCount.
          IF RefusedCount > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       NewInvoice.
          MOVE TranSupplier TO SupplierKey.
          READ SupplierFile
             INVALID KEY
                DISPLAY "INVOICE " TranSupplier "/" TranInvNumber
                        " REFUSED - SUPPLIER NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                IF NOT SupplierActive
                   DISPLAY "INVOICE " TranSupplier "/"
                           TranInvNumber
                           " REFUSED - SUPPLIER NOT ACTIVE"
                   COMPUTE RefusedCount = RefusedCount + 1
                ELSE
                   PERFORM CheckInvoicePO
                END-IF
          END-READ.

       CheckInvoicePO.
          MOVE TranPONumber TO PONumber.
          READ OrderFile
             INVALID KEY
                DISPLAY "INVOICE " TranSupplier "/" TranInvNumber
                        " REFUSED - PO " TranPONumber " NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                IF POSupplier NOT = TranSupplier
                   DISPLAY "INVOICE " TranSupplier "/"
                           TranInvNumber " REFUSED - PO "
                           TranPONumber " IS WITH SUPPLIER "
                           POSupplier
                   COMPUTE RefusedCount = RefusedCount + 1
                ELSE
                IF POCancelled
                   DISPLAY "INVOICE " TranSupplier "/"
                           TranInvNumber " REFUSED - PO "
                           TranPONumber " CANCELLED"
                   COMPUTE RefusedCount = RefusedCount + 1
                ELSE
                   PERFORM WriteNewInvoice
                END-IF
                END-IF
          END-READ.

       WriteNewInvoice.
          MOVE TranSupplier TO InvSupplier.
          MOVE TranInvNumber TO InvNumber.
          MOVE TranPONumber TO InvPONumber.
          MOVE TranInvDate TO InvDate.
          MOVE "P" TO InvStatus.
          MOVE 0 TO InvTotal.
          MOVE 0 TO InvMatchDate.
          MOVE 0 TO InvLineCount.
          MOVE "N" TO InvHeld.
          PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > 10
             MOVE 0 TO InvVideoCode(LineIdx)
             MOVE 0 TO InvQty(LineIdx)
             MOVE 0 TO InvUnitPrice(LineIdx)
             MOVE 0 TO InvAmount(LineIdx)
          END-PERFORM.
          WRITE InvoiceRecord
             INVALID KEY
                DISPLAY "INVOICE " TranSupplier "/" TranInvNumber
                        " REFUSED - ALREADY ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                COMPUTE AppliedCount = AppliedCount + 1
          END-WRITE.

       AddLine.
          MOVE TranSupplier TO InvSupplier.
          MOVE TranInvNumber TO InvNumber.
          READ InvoiceFile
             INVALID KEY
                DISPLAY "LINE " TranSupplier "/" TranInvNumber
                        " REFUSED - INVOICE NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                PERFORM AddLineToInvoice
          END-READ.

       AddLineToInvoice.
          IF NOT InvPending AND NOT InvException
             DISPLAY "LINE " TranSupplier "/" TranInvNumber
                     " REFUSED - INVOICE " InvStatus " NOT OPEN"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
          IF InvLineCount NOT < 10
             DISPLAY "LINE " TranSupplier "/" TranInvNumber
                     " REFUSED - INVOICE FULL"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
          IF TranQty NOT NUMERIC OR TranQty = 0
             OR TranUnitPrice NOT NUMERIC
             DISPLAY "LINE " TranSupplier "/" TranInvNumber
                     " REFUSED - QUANTITY OR PRICE NOT NUMERIC"
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             COMPUTE InvLineCount = InvLineCount + 1
             MOVE TranVideoCode TO InvVideoCode(InvLineCount)
             MOVE TranQty TO InvQty(InvLineCount)
             MOVE TranUnitPrice TO InvUnitPrice(InvLineCount)
             COMPUTE InvAmount(InvLineCount) =
                     TranQty * TranUnitPrice
             COMPUTE InvTotal = InvTotal + InvAmount(InvLineCount)
             MOVE "P" TO InvStatus
             REWRITE InvoiceRecord
             COMPUTE AppliedCount = AppliedCount + 1
          END-IF
          END-IF
          END-IF.

       DeleteInvoice.
          MOVE TranSupplier TO InvSupplier.
          MOVE TranInvNumber TO InvNumber.
          READ InvoiceFile
             INVALID KEY
                DISPLAY "DELETE " TranSupplier "/" TranInvNumber
                        " REFUSED - INVOICE NOT ON FILE"
                COMPUTE RefusedCount = RefusedCount + 1
             NOT INVALID KEY
                IF InvApproved
                   DISPLAY "DELETE " TranSupplier "/"
                           TranInvNumber
                           " REFUSED - APPROVED FOR PAYMENT"
                   COMPUTE RefusedCount = RefusedCount + 1
                ELSE
                   DELETE InvoiceFile
                   COMPUTE AppliedCount = AppliedCount + 1
                END-IF
          END-READ.
