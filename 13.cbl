       01 WS-TODAY-INTEGER         PIC 9(8).
       01 WS-CONFS-READ            PIC 9(6)   VALUE 0.
       01 WS-ORDERS-CLOSED         PIC 9(6)   VALUE 0.
       01 WS-ORDERS-PART           PIC 9(6)   VALUE 0.
       01 WS-ORDERS-AWAITING       PIC 9(6)   VALUE 0.
       01 WS-CONFS-UNMATCHED       PIC 9(6)   VALUE 0.
       01 WS-CARDS-WRITTEN         PIC 9(6)   VALUE 0.
       01 WS-ORDERS-OPEN           PIC 9(6)   VALUE 0.
       01 WS-ORDER-AGE             PIC 9(5).
       01 WS-ORDER-AGE-EDIT        PIC ZZZZ9.
       01 WS-QTY-EDIT              PIC ZZZ9.
       01 WS-RECEIVED-EDIT         PIC ZZZ9.
       01 WS-BACKORDER-EDIT        PIC ZZZ9.
       01 WS-OVER-QTY              PIC 9(4).
       01 WS-AGE-FROM-DATE         PIC 9(8).
       01 WS-ORDER-STATE-TEXT      PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           CLOSE GENERATED-CARD-FILE.
           CLOSE OPEN-ORDER-FILE.
           DISPLAY WS-CONFS-READ ' confirmation(s) read, '
               WS-ORDERS-CLOSED ' order(s) received in full, '
               WS-ORDERS-PART ' on backorder, '
               WS-CARDS-WRITTEN ' receipt card(s) generated.'.
           DISPLAY WS-ORDERS-OPEN ' order(s) still open, '
               WS-ORDERS-AWAITING ' awaiting invoice, '
               WS-ORDERS-OVERAGE ' outstanding more than 30 days.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.
       PROCESS-CONFIRMATIONS-PARAGRAPH.
      *> Inbound confirmation cards from purchasing: ISBN in cols
      *> 1-13, quantity received in cols 14-17, receiving location
      *> in cols 18-21 (blank = MAIN). Each one is added to the
      *> matching order's received quantity and generates a RECEIPT
      *> card so the stock posts through the normal edited deck
      *> into the right branch.
           OPEN INPUT CONFIRMATION-FILE.
           IF WS-CONF-FILE-STATUS = '35'
               MOVE SPACES TO REPORT-LINE
                       WRITE REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM RECEIVE-AGAINST-ORDER-PARAGRAPH
               END-READ
           END-IF.

       RECEIVE-AGAINST-ORDER-PARAGRAPH.
      *> A short shipment leaves the order open with the balance on
      *> backorder; once the full quantity is in, the order is
      *> marked received in full and waits on file for the supplier
      *> invoice, which BookInvoice matches before it is removed.
           ADD CONF-QTY TO OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
               ON SIZE ERROR
                   MOVE 9999 TO OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
           END-ADD.
           MOVE WS-TODAY-DATE
               TO OORD-LAST-RECEIPT-DATE OF OPEN-ORDER-RECORD.
           MOVE 0 TO WS-OVER-QTY.
           IF OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
                   < OORD-ORDER-QTY OF OPEN-ORDER-RECORD
               COMPUTE OORD-BACKORDER-QTY OF OPEN-ORDER-RECORD =
                   OORD-ORDER-QTY OF OPEN-ORDER-RECORD
                   - OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
               MOVE 'O' TO OORD-STATUS OF OPEN-ORDER-RECORD
           ELSE
               COMPUTE WS-OVER-QTY =
                   OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
                   - OORD-ORDER-QTY OF OPEN-ORDER-RECORD
               MOVE 0 TO OORD-BACKORDER-QTY OF OPEN-ORDER-RECORD
               MOVE 'R' TO OORD-STATUS OF OPEN-ORDER-RECORD
           END-IF.
           REWRITE OPEN-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'Open-order update failed for ISBN '
                       CONF-ISBN
               NOT INVALID KEY
                   PERFORM WRITE-RECEIPT-CARD-PARAGRAPH
                   PERFORM WRITE-RECEIPT-LINE-PARAGRAPH
           END-REWRITE.

       WRITE-RECEIPT-LINE-PARAGRAPH.
           MOVE CONF-QTY TO WS-QTY-EDIT.
           MOVE OORD-BACKORDER-QTY OF OPEN-ORDER-RECORD
               TO WS-BACKORDER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF OORD-RECEIVED-IN-FULL OF OPEN-ORDER-RECORD
               ADD 1 TO WS-ORDERS-CLOSED
               IF WS-OVER-QTY > 0
                   MOVE WS-OVER-QTY TO WS-RECEIVED-EDIT
                   STRING 'ORDER RECEIVED IN FULL - ISBN ' CONF-ISBN
                       '  AT ' WS-CONF-LOCATION
                       '  QTY RECEIVED ' WS-QTY-EDIT
                       '  ** OVER-RECEIVED BY ' WS-RECEIVED-EDIT
                       ' **'
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING 'ORDER RECEIVED IN FULL - ISBN ' CONF-ISBN
                       '  AT ' WS-CONF-LOCATION
                       '  QTY RECEIVED ' WS-QTY-EDIT
                       INTO REPORT-LINE
                   END-STRING
               END-IF
           ELSE
               ADD 1 TO WS-ORDERS-PART
               STRING 'ORDER PART RECEIVED - ISBN ' CONF-ISBN
                   '  AT ' WS-CONF-LOCATION
                   '  QTY RECEIVED ' WS-QTY-EDIT
                   '  BACKORDER ' WS-BACKORDER-EDIT
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       WRITE-RECEIPT-CARD-PARAGRAPH.
           PERFORM CLEAR-CARD-PARAGRAPH.
               'LOC ' ' '
               'ORDERED ' ' '
               ' QTY' ' '
               'RCVD' ' '
               'BACK' ' '
               'STATE           ' ' '
               ' AGE'
               INTO REPORT-LINE
           END-STRING.
                       PERFORM WRITE-AGING-DETAIL-PARAGRAPH
               END-READ
           END-PERFORM.
           IF WS-ORDERS-OPEN = 0 AND WS-ORDERS-AWAITING = 0
               MOVE SPACES TO REPORT-LINE
               STRING 'NO OPEN ORDERS.' INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-AGING-DETAIL-PARAGRAPH.
      *> An order still due in is aged from the order date; one
      *> received in full is aged from its last receipt while it
      *> waits for the supplier invoice.
           IF OORD-RECEIVED-IN-FULL OF OPEN-ORDER-RECORD
               ADD 1 TO WS-ORDERS-AWAITING
               MOVE 'AWAITING INVOICE' TO WS-ORDER-STATE-TEXT
               MOVE OORD-LAST-RECEIPT-DATE OF OPEN-ORDER-RECORD
                   TO WS-AGE-FROM-DATE
           ELSE
               ADD 1 TO WS-ORDERS-OPEN
               IF OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD > 0
                   MOVE 'ON BACKORDER' TO WS-ORDER-STATE-TEXT
               ELSE
                   MOVE 'OPEN' TO WS-ORDER-STATE-TEXT
               END-IF
               MOVE OORD-ORDER-DATE OF OPEN-ORDER-RECORD
                   TO WS-AGE-FROM-DATE
           END-IF.
           COMPUTE WS-ORDER-AGE = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE).
           MOVE WS-ORDER-AGE TO WS-ORDER-AGE-EDIT.
           MOVE OORD-ORDER-QTY OF OPEN-ORDER-RECORD TO WS-QTY-EDIT.
           MOVE OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
               TO WS-RECEIVED-EDIT.
           MOVE OORD-BACKORDER-QTY OF OPEN-ORDER-RECORD
               TO WS-BACKORDER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ORDER-AGE > 30
               ADD 1 TO WS-ORDERS-OVERAGE
                   OORD-LOCATION OF OPEN-ORDER-RECORD ' '
                   OORD-ORDER-DATE OF OPEN-ORDER-RECORD ' '
                   WS-QTY-EDIT ' '
                   WS-RECEIVED-EDIT ' '
                   WS-BACKORDER-EDIT ' '
                   WS-ORDER-STATE-TEXT ' '
                   WS-ORDER-AGE-EDIT
                   '  ** OVER 30 DAYS - CHASE WITH SUPPLIER **'
                   INTO REPORT-LINE
                   OORD-LOCATION OF OPEN-ORDER-RECORD ' '
                   OORD-ORDER-DATE OF OPEN-ORDER-RECORD ' '
                   WS-QTY-EDIT ' '
                   WS-RECEIVED-EDIT ' '
                   WS-BACKORDER-EDIT ' '
                   WS-ORDER-STATE-TEXT ' '
                   WS-ORDER-AGE-EDIT
                   INTO REPORT-LINE
               END-STRING
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECEIVED IN FULL:    ' WS-ORDERS-CLOSED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PART RECEIVED:       ' WS-ORDERS-PART
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AWAITING INVOICE:    ' WS-ORDERS-AWAITING
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OVER 30 DAYS:        ' WS-ORDERS-OVERAGE
               INTO REPORT-LINE
           END-STRING.
