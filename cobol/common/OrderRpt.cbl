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
