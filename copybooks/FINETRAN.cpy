      *> FINETRAN - itemized fine transaction, one appended to
      *> FINETRAN.DAT for every change to a FINEMSTR.DAT balance:
      *> the nightly overdue assessment (ASSESS), the fine frozen
      *> at return (FREEZE), lost and damaged write-off billing
      *> (LOST, DAMAGED) and its reversal (FOUND), desk payments
      *> (PAYMENT) and the WAIVE/ADJUST cards. FTR-RECEIPT-NO is
      *> the receipt number quoted to the borrower, taken from
      *> FINECTL.DAT so it never repeats across the programs that
      *> post fines. FTR-DIRECTION says whether the entry charged
      *> (D) or credited (C) the borrower; FTR-BALANCE-AFTER is the
      *> ledger balance once the entry was posted (negative is a
      *> credit held for the borrower). FTR-SEQ-NO is the card
      *> sequence number for card-driven entries, zero otherwise.
       05  FTR-RECEIPT-NO           PIC 9(8).
       05  FTR-BORROWER             PIC X(6).
       05  FTR-DATE                 PIC 9(8).
       05  FTR-TIME                 PIC 9(8).
       05  FTR-TYPE                 PIC X(8).
       05  FTR-LOAN-NUMBER          PIC 9(6).
       05  FTR-DIRECTION            PIC X.
           88  FTR-CHARGE           VALUE 'D'.
           88  FTR-CREDIT           VALUE 'C'.
       05  FTR-AMOUNT               PIC 9(5)V99.
       05  FTR-BALANCE-AFTER        PIC S9(5)V99
                                    SIGN IS LEADING SEPARATE.
       05  FTR-OPERATOR             PIC X(8).
       05  FTR-REASON               PIC X(4).
       05  FTR-SEQ-NO               PIC 9(6).
