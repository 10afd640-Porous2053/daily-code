      *> FINECTLREC - persistent next-receipt-number record, held
      *> on FINECTL.DAT and shared by every program that posts to
      *> the fine ledger, so fine transaction receipt numbers run
      *> in one unbroken sequence.
       05  FINECTL-NEXT-RECEIPT      PIC 9(8).
