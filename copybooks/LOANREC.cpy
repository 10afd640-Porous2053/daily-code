      *> LOAN-FINE-AMOUNT is the overdue fine accrued to date: the
      *> nightly assessment keeps it current while the loan is open
      *> and the return posting freezes it at the return date.
      *> A loan master built before LOAN-RENEW-COUNT and the
      *> write-off charge fields existed must be converted through
      *> the one-time BOOKCVT job (BookConvert) - the old shorter
      *> records cannot be read in place (indexed open fails with
      *> status 39).
       05  LOAN-NUMBER              PIC 9(6).
       05  LOAN-STATUS              PIC X.
           88  LOAN-OPEN            VALUE 'O'.
           88  LOAN-RETURNED        VALUE 'R'.
           88  LOAN-LOST            VALUE 'L'.
           88  LOAN-DAMAGED         VALUE 'D'.
       05  LOAN-FINE-AMOUNT         PIC 9(5)V99.
      *> LOAN-LOCATION is the branch the copy went out from, so a
      *> return restocks the right building.
       05  LOAN-LOCATION            PIC X(4).
      *> LOAN-RENEW-COUNT is the number of RENEW cards posted
      *> against the loan; renewal keeps the loan number and
      *> out-date and only moves LOAN-DUE-DATE on.
       05  LOAN-RENEW-COUNT         PIC 9(2).
      *> LOAN-REPLACE-CHARGE and LOAN-PROCESS-FEE are what the
      *> borrower was billed when the loan was written off as lost
      *> ('L') or returned damaged ('D'): BOOK-PRICE at the time
      *> plus the processing fee. On those loans LOAN-RETURN-DATE
      *> is the write-off date; a FOUND card inside the grace
      *> period reverses both charges and zeroes them.
       05  LOAN-REPLACE-CHARGE      PIC 9(5)V99.
       05  LOAN-PROCESS-FEE         PIC 9(5)V99.
