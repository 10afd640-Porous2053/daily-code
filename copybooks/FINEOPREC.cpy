      *> FINEOPREC - fine ledger opening snapshot, held on
      *> FINEOPEN.DAT. The cash drawer reconciliation cuts it from
      *> the closing FINEMSTR each night: one header record (type H)
      *> carrying the snapshot date and the last FINETRAN receipt
      *> it covers, then one balance record (type B) per borrower in
      *> borrower order. The next night reconciles from it.
       05  FOPEN-TYPE              PIC X.
           88  FOPEN-HEADER        VALUE 'H'.
           88  FOPEN-BALANCE-LINE  VALUE 'B'.
       05  FOPEN-BORROWER          PIC X(6).
       05  FOPEN-BALANCE           PIC S9(5)V99
                                   SIGN IS LEADING SEPARATE.
       05  FOPEN-SNAPSHOT-DATE     PIC 9(8).
       05  FOPEN-LAST-RECEIPT      PIC 9(8).
