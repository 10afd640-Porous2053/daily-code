      *> LIST, RECEIPT (add TRAN-COPIES to copies on hand), ISSUE
      *> (subtract TRAN-COPIES, never below zero), REPRICE (set
      *> the price to TRAN-PRICE), the circulation actions
      *> CHECKOUT, RETURN and RENEW (TRAN-ISBN plus TRAN-BORROWER;
      *> RENEW moves the due date of the open loan on one period),
      *> the write-off actions LOST and DAMAGED (TRAN-ISBN plus
      *> TRAN-BORROWER; the open loan is closed and the borrower
      *> billed the replacement cost) and FOUND (reverses a LOST
      *> write-off inside the grace period and restocks the copy),
      *> FINEPAY (TRAN-BORROWER plus the payment in TRAN-PRICE,
      *> cleared against the borrower's fine ledger balance), WAIVE
      *> and ADJUST (TRAN-BORROWER plus the amount in TRAN-PRICE and
      *> a reason code; WAIVE forgives part of the balance, ADJUST
      *> corrects it in either direction), or
      *> the borrower maintenance actions BORRADD/BORRCHG/BORRDEL
      *> (TRAN-BORROWER plus the TRAN-BORR-* fields, the e-mail
      *> address and contact preference riding in the title area;
      *> on BORRCHG a blank field leaves the master value alone),
      *> BORRDIR
      *> (print the borrower directory report), the reservation
      *> actions HOLD and CANCELHLD (TRAN-ISBN plus TRAN-BORROWER,
      *> queued and cancelled against the hold file), or TRANSFER
       05  TRAN-ACTION              PIC X(9).
       05  TRAN-ISBN                PIC X(13).
       05  TRAN-TITLE               PIC X(50).
      *> The fine cards (FINEPAY, WAIVE, ADJUST) carry no title, so
      *> the title area holds their detail instead: the desk
      *> operator who took the money or granted the change, the
      *> reason code (required on WAIVE and ADJUST), the loan the
      *> entry relates to (blank or zero if none) and, on ADJUST
      *> only, the direction - D charges the borrower, C credits.
       05  TRAN-FINE-DETAIL REDEFINES TRAN-TITLE.
           10  TRAN-FINE-OPERATOR   PIC X(8).
           10  TRAN-FINE-REASON     PIC X(4).
           10  TRAN-FINE-LOAN       PIC 9(6).
           10  TRAN-FINE-DIRECTION  PIC X.
           10  FILLER               PIC X(31).
      *> The borrower cards (BORRADD, BORRCHG) carry no title
      *> either: the title area holds the borrower's e-mail
      *> address and contact preference (E, S, N or blank - see
      *> BORRREC).
       05  TRAN-BORR-CONTACT REDEFINES TRAN-TITLE.
           10  TRAN-BORR-EMAIL      PIC X(45).
           10  TRAN-BORR-PREF       PIC X.
           10  FILLER               PIC X(4).
       05  TRAN-AUTHOR              PIC X(30).
       05  TRAN-PUBLISHER           PIC X(30).
       05  TRAN-COPIES              PIC 9(4).
