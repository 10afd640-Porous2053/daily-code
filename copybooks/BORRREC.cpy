      *> BORRREC - borrower master record for the circulation
      *> subsystem, keyed on BORR-ID. BORR-STATUS is the standing
      *> flag: a blocked borrower is refused at checkout. A master
      *> built before the block source and date and the contact
      *> fields were added must be converted through the one-time
      *> BOOKCVT job (BookConvert) - the old shorter records cannot
      *> be read in place (indexed open fails with status 39).
      *> The conversion carries BORR-STATUS across unchanged, marks
      *> an existing block as placed by a clerk (source M) with a
      *> zero block date, and leaves the e-mail address and
      *> contact preference blank.
       05  BORR-ID                  PIC X(6).
       05  BORR-NAME                PIC X(30).
       05  BORR-PHONE               PIC X(12).
       05  BORR-STATUS              PIC X.
           88  BORR-ACTIVE          VALUE 'A'.
           88  BORR-BLOCKED         VALUE 'B'.
      *> BORR-BLOCK-SOURCE says who placed a block: M for a clerk
      *> (BORRADD/BORRCHG card), A for the nightly automatic block
      *> on fines or overdue loans. Only an automatic block is ever
      *> lifted automatically. BORR-BLOCK-DATE is when it was
      *> placed; both are cleared when the borrower is unblocked.
       05  BORR-BLOCK-SOURCE        PIC X.
           88  BORR-BLOCK-MANUAL    VALUE 'M'.
           88  BORR-BLOCK-AUTO      VALUE 'A'.
       05  BORR-BLOCK-DATE          PIC 9(8).
      *> BORR-EMAIL and BORR-CONTACT-PREF drive the nightly patron
      *> notification feed (BookNotify). The preference picks the
      *> channel tried first: E e-mail, S text message to
      *> BORR-PHONE, N no notices at all; blank means e-mail when
      *> an address is on file, otherwise text. When the chosen
      *> channel has no address on file the other one is used.
       05  BORR-EMAIL               PIC X(45).
       05  BORR-CONTACT-PREF        PIC X.
           88  BORR-PREFERS-EMAIL   VALUE 'E'.
           88  BORR-PREFERS-TEXT    VALUE 'S'.
           88  BORR-NO-NOTICES      VALUE 'N'.
