      *> NOTIFREC - patron notification record handed to the
      *> messaging vendor, one per message. BookNotify rebuilds the
      *> whole file every night. NTF-CHANNEL is E (send to the
      *> e-mail address) or S (text to the phone number); either
      *> way NTF-ADDRESS holds where it goes. The meaning of the
      *> date, day count and amount depends on the message type:
      *>   REMINDER  loan due date, days until due
      *>   PICKUP    pick-up-by date, days left to collect
      *>   OVERDUE   loan due date, days overdue, fine accrued
      *>   FINEBAL   (no loan) the fine ledger balance owed
      *> Unused fields are zero or blank.
       05  NTF-MESSAGE-TYPE         PIC X(8).
           88  NTF-REMINDER         VALUE 'REMINDER'.
           88  NTF-PICKUP           VALUE 'PICKUP'.
           88  NTF-OVERDUE          VALUE 'OVERDUE'.
           88  NTF-FINE-BALANCE     VALUE 'FINEBAL'.
       05  NTF-RUN-DATE             PIC 9(8).
       05  NTF-BORROWER             PIC X(6).
       05  NTF-BORR-NAME            PIC X(30).
       05  NTF-CHANNEL              PIC X.
           88  NTF-BY-EMAIL         VALUE 'E'.
           88  NTF-BY-TEXT          VALUE 'S'.
       05  NTF-ADDRESS              PIC X(45).
       05  NTF-ISBN                 PIC X(13).
       05  NTF-TITLE                PIC X(50).
       05  NTF-LOAN-NUMBER          PIC 9(6).
       05  NTF-KEY-DATE             PIC 9(8).
       05  NTF-DAYS                 PIC 9(4).
       05  NTF-AMOUNT               PIC 9(5)V99.
