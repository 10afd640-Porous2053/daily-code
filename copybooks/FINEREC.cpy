      *> FINEREC - borrower fine ledger record, keyed on
      *> FINE-BORROWER. FINE-BALANCE is the amount currently owed:
      *> the nightly overdue assessment adds to it and FINEPAY
      *> cards posted by BookManager clear it down. It is signed -
      *> a payment over the balance is kept as a credit (negative
      *> balance) for later charges to use up. The signed picture
      *> occupies the same bytes, so existing ledgers read as is.
      *> Every change is itemized on FINETRAN.DAT (FINETRAN).
       05  FINE-BORROWER            PIC X(6).
       05  FINE-BALANCE             PIC S9(5)V99.
       05  FINE-LAST-DATE           PIC 9(8).
