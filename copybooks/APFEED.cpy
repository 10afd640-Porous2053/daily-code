      *> APFEED - accounts-payable feed record, one per supplier
      *> invoice line BookInvoice has matched to the open orders
      *> within tolerance and approved for payment.
       05  AP-INVOICE-NUMBER        PIC X(10).
       05  AP-PUBLISHER             PIC X(30).
       05  AP-ISBN                  PIC X(13).
       05  AP-QTY                   PIC 9(4).
       05  AP-UNIT-PRICE            PIC 9(5)V99.
       05  AP-LINE-AMOUNT           PIC 9(7)V99.
       05  AP-APPROVED-DATE         PIC 9(8).
