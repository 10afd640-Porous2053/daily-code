      *> OPENORD - open purchase order record, keyed on OORD-KEY
      *> (ISBN plus ordering location, since reorder thresholds are
      *> evaluated per branch). BookReorder writes one when a title
      *> goes on the purchasing feed, with the quantity ordered and
      *> the expected unit cost taken from BOOK-PRICE (and skips
      *> titles that already have one for that location).
      *> BookOrders adds each shipment confirmation to the received
      *> quantity; the order stays open with a backorder balance
      *> until the full quantity is in, then is marked received in
      *> full. BookInvoice checks supplier invoices against the
      *> quantity received and the expected cost, and deletes the
      *> order once it is received and invoiced in full, so the
      *> nightly scan stops re-flagging titles on order until then.
       05  OORD-KEY.
           10  OORD-ISBN            PIC X(13).
           10  OORD-LOCATION        PIC X(4).
       05  OORD-ORDER-DATE          PIC 9(8).
       05  OORD-ORDER-QTY           PIC 9(4).
       05  OORD-UNIT-COST           PIC 9(5)V99.
       05  OORD-RECEIVED-QTY        PIC 9(4).
       05  OORD-BACKORDER-QTY       PIC 9(4).
       05  OORD-INVOICED-QTY        PIC 9(4).
       05  OORD-LAST-RECEIPT-DATE   PIC 9(8).
       05  OORD-STATUS              PIC X.
           88  OORD-OPEN                       VALUE 'O'.
           88  OORD-RECEIVED-IN-FULL           VALUE 'R'.
