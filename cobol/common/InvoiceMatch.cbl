       IDENTIFICATION DIVISION.
       PROGRAM-ID.  InvoiceMatch.
      *---------------------------------------------------------------
      * Three-way match of the supplier invoices InvoiceMaint takes
      * against the purchase orders and receipts OrderMaint keeps,
      * so that nothing is paid for that was not ordered and
      * received.  Every invoice pending or held as an exception is
      * matched line by line against its PO (POFILE):
      *   - the VideoCode must be on the order
      *   - the quantity invoiced must not be more than was received
      *     and not yet invoiced (LineQtyReceived less
      *     LineQtyInvoiced, less any earlier line of the same
      *     invoice for the title)
      *   - where the order line is priced, the line amount must not
      *     be more than the quantity at the PO unit price by more
      *     than the tolerance
      * The tolerance is reference data, domain INVMATCH code AMTTOL
      * (REFDATA through REFLOOKUP), in cents in description columns
      * 1-7; with no row the tolerance is nought.
      *
      * An invoice whose every line matches is approved: its
      * quantities are added to LineQtyInvoiced on the PO, so a
      * second bill for the same tapes will not match, and it is
      * released to the approved-for-payment file (APPROVED.DAT) for
      * accounts payable.  An invoice with any line out is held as
      * an exception (status E) and listed line by line with the
      * quantities ordered, received, already invoiced and invoiced
      * now and their amounts; it is matched again on the next run,
      * so goods received since release it.  An invoice whose
      * supplier is no longer active on the supplier master is
      * refused outright (status R) and never matched.  Any
      * exception or refusal leaves return code 4.
      *---------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT InvoiceFile ASSIGN TO "INVOICE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS InvKey
                 FILE STATUS IS InvoiceStatusFC.
          SELECT OrderFile ASSIGN TO "POFILE.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PONumber
                 FILE STATUS IS OrderStatusFC.
          SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS SupplierKey
                 FILE STATUS IS SupplierStatusFC.
          SELECT ApprovedFile ASSIGN TO "APPROVED.DAT"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS ApprovedStatusFC.

       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
       01 InvoiceRecord.
          88 EndOfInvoiceFile VALUE HIGH-VALUE.
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
       FD OrderFile.
       01 OrderRecord.
          02 PONumber                PIC 9(5).
          02 POSupplier              PIC 99.
          02 POOrderDate             PIC 9(8).
          02 POStatus                PIC X.
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
          02 SupplierKey             PIC 99.
          02 SupplierName            PIC X(40).
          02 SupplierContact         PIC X(30).
          02 SupplierStatus          PIC X.
             88 SupplierActive       VALUE "A".
       FD ApprovedFile.
       01 ApprovedRecord.
          02 ApSupplier              PIC 99.
          02 ApInvNumber             PIC X(8).
          02 ApPONumber              PIC 9(5).
          02 ApInvDate               PIC 9(8).
          02 ApTotal                 PIC 9(7)V99.
          02 ApApprovedDate          PIC 9(8).
          02 ApSupplierName          PIC X(40).

       WORKING-STORAGE SECTION.
       01   InvoiceStatusFC          PIC X(2).
       01   OrderStatusFC            PIC X(2).
       01   SupplierStatusFC         PIC X(2).
       01   ApprovedStatusFC         PIC X(2).
       01   TodayDate                PIC 9(8).
       01   Tolerance                PIC 9(5)V99 VALUE 0.
       01   CentsWork                PIC 9(7).
       01   InvIdx                   PIC 99.
       01   LineIdx                  PIC 99.
       01   FoundLine                PIC 99.
       01   POFound                  PIC X.
       01   InvoiceOk                PIC X.
       01   Billable                 PIC S9(5).
       01   PriorQty                 PIC 9(4).
       01   PriceLimit               PIC 9(7)V99.
       01   Reason                   PIC X(20).
      * quantity of each PO line claimed by this invoice so far
       01   ClaimTable.
          02 ClaimQty                PIC 9(4) OCCURS 10 TIMES.
       01   MatchedCount             PIC 9(4) VALUE 0.
       01   ApprovedCount            PIC 9(4) VALUE 0.
       01   ApprovedTotal            PIC 9(9)V99 VALUE 0.
       01   ExceptionCount           PIC 9(4) VALUE 0.
       01   ExceptionTotal           PIC 9(9)V99 VALUE 0.
       01   RefusedCount             PIC 9(4) VALUE 0.
       01   MoneyEdit                PIC ZZZ,ZZZ,ZZ9.99.
      * REFLOOKUP handshake - the reference-data store
       01   REF-PARMS.
          05 REF-DOMAIN              PIC X(8) VALUE "INVMATCH".
          05 REF-CODE                PIC X(8) VALUE "AMTTOL".
          05 REF-ASOF                PIC 9(8) VALUE 0.
          05 REF-DESC                PIC X(30).
          05 REF-RC                  PIC S9(4) COMP-5.

       01 PrnExcLine.
          02 FILLER                  PIC XX VALUE SPACES.
          02 PrnVideoCode            PIC 9(5).
          02 PrnOrdered              PIC BBBBZZZ9.
          02 PrnReceived             PIC BBBBZZZ9.
          02 PrnPrior                PIC BBBBZZZ9.
          02 PrnInvoiced             PIC BBBBZZZ9.
          02 PrnOrderedAmt           PIC BBZ,ZZZ,ZZ9.99.
          02 PrnReceivedAmt          PIC BBZ,ZZZ,ZZ9.99.
          02 PrnInvoicedAmt          PIC BBZ,ZZZ,ZZ9.99.
          02 FILLER                  PIC XX VALUE SPACES.
          02 PrnReason               PIC X(20).

       PROCEDURE DIVISION.
       Begin.
          ACCEPT TodayDate FROM DATE YYYYMMDD.
          CALL "REFLOOKUP" USING REF-PARMS.
          IF REF-RC = 0 AND REF-DESC(1:7) NUMERIC
             MOVE REF-DESC(1:7) TO CentsWork
             COMPUTE Tolerance = CentsWork / 100
          ELSE
             IF REF-RC NOT = 4
                DISPLAY "INVOICEMATCH REFDATA UNAVAILABLE (RC "
                        REF-RC ") - NO PRICE TOLERANCE"
             END-IF
          END-IF.
          OPEN I-O InvoiceFile.
          IF InvoiceStatusFC NOT = "00"
             DISPLAY "INVOICE STATUS :- " InvoiceStatusFC
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN I-O OrderFile.
          IF OrderStatusFC NOT = "00"
             DISPLAY "POFILE STATUS :- " OrderStatusFC
             CLOSE InvoiceFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN INPUT SupplierFile.
          IF SupplierStatusFC NOT = "00"
             DISPLAY "SUPPLIER STATUS :- " SupplierStatusFC
             CLOSE InvoiceFile
             CLOSE OrderFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.
          OPEN OUTPUT ApprovedFile.
          IF ApprovedStatusFC NOT = "00"
             DISPLAY "APPROVED STATUS :- " ApprovedStatusFC
             CLOSE InvoiceFile
             CLOSE OrderFile
             CLOSE SupplierFile
             MOVE 12 TO RETURN-CODE
             STOP RUN
          END-IF.

          MOVE Tolerance TO MoneyEdit.
          DISPLAY "INVOICE MATCH EXCEPTIONS AS OF " TodayDate
                  " - PRICE TOLERANCE " MoneyEdit.
          READ InvoiceFile NEXT RECORD
             AT END SET EndOfInvoiceFile TO TRUE
          END-READ.
          PERFORM UNTIL EndOfInvoiceFile
             IF InvPending OR InvException
                PERFORM MatchOneInvoice
             END-IF
             READ InvoiceFile NEXT RECORD
                AT END SET EndOfInvoiceFile TO TRUE
             END-READ
          END-PERFORM.

          CLOSE InvoiceFile.
          CLOSE OrderFile.
          CLOSE SupplierFile.
          CLOSE ApprovedFile.
          DISPLAY "INVOICEMATCH MATCHED " MatchedCount
                  " REFUSED " RefusedCount.
          MOVE ApprovedTotal TO MoneyEdit.
          DISPLAY "INVOICEMATCH APPROVED " ApprovedCount
                  " FOR " MoneyEdit.
          MOVE ExceptionTotal TO MoneyEdit.
          DISPLAY "INVOICEMATCH EXCEPTIONS " ExceptionCount
                  " FOR " MoneyEdit.
          IF ExceptionCount > 0 OR RefusedCount > 0
             MOVE 4 TO RETURN-CODE
          END-IF.
          STOP RUN.

       MatchOneInvoice.
          MOVE InvSupplier TO SupplierKey.
          READ SupplierFile
             INVALID KEY MOVE SPACE TO SupplierStatus
          END-READ.
          IF NOT SupplierActive
             DISPLAY "INVOICE " InvSupplier "/" InvNumber
                     " REFUSED - SUPPLIER NOT ACTIVE"
             MOVE "R" TO InvStatus
             MOVE TodayDate TO InvMatchDate
             REWRITE InvoiceRecord
             COMPUTE RefusedCount = RefusedCount + 1
          ELSE
             COMPUTE MatchedCount = MatchedCount + 1
             MOVE InvPONumber TO PONumber
             MOVE "Y" TO POFound
             READ OrderFile
                INVALID KEY
                   MOVE "N" TO POFound
                   MOVE 0 TO POLineCount
             END-READ
             MOVE "Y" TO InvoiceOk
             IF POFound = "N" OR InvLineCount = 0
                MOVE "N" TO InvoiceOk
             END-IF
             PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > 10
                MOVE 0 TO ClaimQty(LineIdx)
             END-PERFORM
             PERFORM VARYING InvIdx FROM 1 BY 1
                     UNTIL InvIdx > InvLineCount
                PERFORM CheckOneLine
                IF Reason NOT = "OK"
                   MOVE "N" TO InvoiceOk
                END-IF
             END-PERFORM
             MOVE TodayDate TO InvMatchDate
             IF InvoiceOk = "Y"
                PERFORM ApproveInvoice
             ELSE
                PERFORM ListException
             END-IF
          END-IF.

      * one invoice line against its PO line; the PO line found is
      * claimed for the line's quantity
       CheckOneLine.
          MOVE 0 TO FoundLine.
          PERFORM VARYING LineIdx FROM 1 BY 1
                  UNTIL LineIdx > POLineCount OR FoundLine NOT = 0
             IF LineVideoCode(LineIdx) = InvVideoCode(InvIdx)
                MOVE LineIdx TO FoundLine
             END-IF
          END-PERFORM.
          MOVE "OK" TO Reason.
          IF FoundLine = 0
             MOVE "NOT ON PO" TO Reason
          ELSE
             COMPUTE Billable = LineQtyReceived(FoundLine)
                              - LineQtyInvoiced(FoundLine)
                              - ClaimQty(FoundLine)
             COMPUTE PriceLimit =
                     InvQty(InvIdx) * LineUnitPrice(FoundLine)
                     + Tolerance
             IF InvQty(InvIdx) > Billable
                MOVE "BILLED NOT RECEIVED" TO Reason
             ELSE
             IF LineUnitPrice(FoundLine) > 0
                AND InvAmount(InvIdx) > PriceLimit
                MOVE "PRICE OVER PO" TO Reason
             END-IF
             END-IF
             COMPUTE ClaimQty(FoundLine) = ClaimQty(FoundLine)
                                         + InvQty(InvIdx)
          END-IF.

      * the invoice is paid: the PO carries what has now been
      * invoiced and accounts payable gets the release
       ApproveInvoice.
          PERFORM VARYING LineIdx FROM 1 BY 1
                  UNTIL LineIdx > POLineCount
             COMPUTE LineQtyInvoiced(LineIdx) =
                     LineQtyInvoiced(LineIdx) + ClaimQty(LineIdx)
          END-PERFORM.
          REWRITE OrderRecord.
          MOVE "A" TO InvStatus.
          REWRITE InvoiceRecord.
          MOVE InvSupplier TO ApSupplier.
          MOVE InvNumber TO ApInvNumber.
          MOVE InvPONumber TO ApPONumber.
          MOVE InvDate TO ApInvDate.
          MOVE InvTotal TO ApTotal.
          MOVE TodayDate TO ApApprovedDate.
          MOVE SupplierName TO ApSupplierName.
          WRITE ApprovedRecord.
          COMPUTE ApprovedCount = ApprovedCount + 1.
          COMPUTE ApprovedTotal = ApprovedTotal + InvTotal.

      * the invoice is held and every line shown against its PO line
       ListException.
          MOVE "E" TO InvStatus.
          MOVE "Y" TO InvHeld.
          REWRITE InvoiceRecord.
          COMPUTE ExceptionCount = ExceptionCount + 1.
          COMPUTE ExceptionTotal = ExceptionTotal + InvTotal.
          MOVE InvTotal TO MoneyEdit.
          DISPLAY " ".
          DISPLAY "INVOICE " InvSupplier "/" InvNumber " "
                  SupplierName(1:30) " PO " InvPONumber
                  " DATED " InvDate " TOTAL " MoneyEdit.
          IF POFound = "N"
             DISPLAY "  *** PO NOT ON FILE ***"
          END-IF.
          IF InvLineCount = 0
             DISPLAY "  *** NO LINES ***"
          END-IF.
          IF InvLineCount > 0
             DISPLAY "  VIDEO ORDEREDRECEIVEDPREV INVINVOICED"
                     "   ORDERED AMT  RECEIVED AMT  INVOICED AMT"
                     "  REASON"
          END-IF.
          PERFORM VARYING LineIdx FROM 1 BY 1 UNTIL LineIdx > 10
             MOVE 0 TO ClaimQty(LineIdx)
          END-PERFORM.
          PERFORM VARYING InvIdx FROM 1 BY 1
                  UNTIL InvIdx > InvLineCount
             PERFORM ShowOneLine
          END-PERFORM.

       ShowOneLine.
          MOVE 0 TO PriorQty.
          PERFORM CheckOneLine.
          MOVE InvVideoCode(InvIdx) TO PrnVideoCode.
          MOVE 0 TO PrnOrdered.
          MOVE 0 TO PrnReceived.
          MOVE 0 TO PrnPrior.
          MOVE 0 TO PrnOrderedAmt.
          MOVE 0 TO PrnReceivedAmt.
          IF FoundLine NOT = 0
             MOVE LineQtyOrdered(FoundLine) TO PrnOrdered
             MOVE LineQtyReceived(FoundLine) TO PrnReceived
             COMPUTE PriorQty = LineQtyInvoiced(FoundLine)
                              + ClaimQty(FoundLine)
                              - InvQty(InvIdx)
             MOVE PriorQty TO PrnPrior
             COMPUTE PrnOrderedAmt = LineQtyOrdered(FoundLine)
                                   * LineUnitPrice(FoundLine)
             COMPUTE PrnReceivedAmt = LineQtyReceived(FoundLine)
                                    * LineUnitPrice(FoundLine)
          END-IF.
          MOVE InvQty(InvIdx) TO PrnInvoiced.
          MOVE InvAmount(InvIdx) TO PrnInvoicedAmt.
          MOVE Reason TO PrnReason.
          DISPLAY PrnExcLine.
