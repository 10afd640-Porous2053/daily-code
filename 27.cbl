       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookInvoice.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Supplier invoice matching. Each invoice line is checked
      *> against the open orders for its ISBN - the quantity
      *> received and not yet invoiced, and the expected unit cost
      *> the order was raised at. Lines that match within tolerance
      *> are approved into the accounts-payable feed and set
      *> against the orders; anything else goes on the exceptions
      *> report for the buyer and is not paid.
           SELECT INVOICE-FILE ASSIGN TO 'SUPINV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO 'OPENORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OORD-KEY OF OPEN-ORDER-RECORD
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT BOOK-MASTER-FILE ASSIGN TO 'BOOKMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ISBN OF BOOK-MASTER-RECORD
               ALTERNATE RECORD KEY IS
                   BOOK-TITLE OF BOOK-MASTER-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS
                   BOOK-AUTHOR OF BOOK-MASTER-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-BOOK-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'INVPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT AP-FEED-FILE ASSIGN TO 'APFEED.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'INVEXC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           05  INV-NUMBER              PIC X(10).
           05  INV-PUBLISHER           PIC X(30).
           05  INV-ISBN                PIC X(13).
           05  INV-QTY                 PIC 9(4).
           05  INV-UNIT-PRICE          PIC 9(5)V99.

       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD.
           COPY OPENORD.

       FD  BOOK-MASTER-FILE.
       01  BOOK-MASTER-RECORD.
           COPY BOOKREC.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  IPARM-PRICE-TOLERANCE   PIC 9(2)V99.

       FD  AP-FEED-FILE.
       01  AP-FEED-RECORD.
           COPY APFEED.

       FD  EXCEPTION-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-INVOICE-FILE-STATUS   PIC XX.
       01 WS-ORDER-FILE-STATUS     PIC XX.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-PARM-FILE-STATUS      PIC XX.
       01 WS-FEED-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-EOF-SWITCH            PIC X      VALUE 'N'.
          88 WS-EOF                           VALUE 'Y'.
       01 WS-ORDER-EOF-SWITCH      PIC X      VALUE 'N'.
          88 WS-ORDER-EOF                     VALUE 'Y'.
       01 WS-LINE-EXCEPTION-SWITCH PIC X      VALUE 'N'.
          88 WS-LINE-EXCEPTION                VALUE 'Y'.
      *> Price tolerance in percent of the expected unit cost,
      *> overridden from cols 1-4 (99V99) of the parameter card.
       01 WS-PRICE-TOLERANCE       PIC 9(2)V99 VALUE 2.00.
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
      *> Totals across every order for the invoice line's ISBN.
       01 WS-ORDERS-FOUND          PIC 9(3).
       01 WS-TOTAL-ORDERED         PIC 9(6).
       01 WS-TOTAL-RECEIVED        PIC 9(6).
       01 WS-TOTAL-BILLABLE        PIC 9(6).
       01 WS-ORDER-BILLABLE        PIC 9(4).
       01 WS-EXPECTED-COST         PIC 9(5)V99.
       01 WS-COST-SET-SWITCH       PIC X      VALUE 'N'.
          88 WS-COST-SET                      VALUE 'Y'.
       01 WS-PRICE-DIFFERENCE      PIC S9(5)V99.
       01 WS-PRICE-ALLOWED         PIC 9(5)V99.
       01 WS-STILL-TO-ALLOCATE     PIC 9(4).
       01 WS-ALLOCATE-QTY          PIC 9(4).
       01 WS-LINE-AMOUNT           PIC 9(7)V99.
       01 WS-EXC-REASON            PIC X(40).
       01 WS-LINES-READ            PIC 9(6)   VALUE 0.
       01 WS-LINES-APPROVED        PIC 9(6)   VALUE 0.
       01 WS-LINES-EXCEPTED        PIC 9(6)   VALUE 0.
       01 WS-EXCEPTIONS-WRITTEN    PIC 9(6)   VALUE 0.
       01 WS-ORDERS-COMPLETED      PIC 9(6)   VALUE 0.
       01 WS-AMOUNT-APPROVED       PIC 9(9)V99 VALUE 0.
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-QTY-EDIT              PIC ZZZ9.
       01 WS-BILLABLE-EDIT         PIC ZZZZZ9.
       01 WS-PRICE-EDIT            PIC ZZZZ9.99.
       01 WS-EXPECTED-EDIT         PIC ZZZZ9.99.
       01 WS-TOLERANCE-EDIT        PIC Z9.99.
       01 WS-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETERS-PARAGRAPH.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-FILE-STATUS = '35'
               MOVE SPACES TO REPORT-LINE
               STRING 'NO INVOICE FILE - NOTHING TO MATCH.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               OPEN OUTPUT AP-FEED-FILE
               CLOSE AP-FEED-FILE
           ELSE
               OPEN I-O OPEN-ORDER-FILE
               OPEN INPUT BOOK-MASTER-FILE
               OPEN OUTPUT AP-FEED-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ INVOICE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM MATCH-INVOICE-LINE-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE AP-FEED-FILE
               IF WS-BOOK-FILE-STATUS NOT = '35'
                   CLOSE BOOK-MASTER-FILE
               END-IF
               IF WS-ORDER-FILE-STATUS NOT = '35'
                   CLOSE OPEN-ORDER-FILE
               END-IF
               CLOSE INVOICE-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY WS-LINES-READ ' invoice line(s) read, '
               WS-LINES-APPROVED ' approved for payment, '
               WS-LINES-EXCEPTED ' referred to the buyer.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookInvoice' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-LINES-READ TO RC-RECORDS-IN.
           MOVE WS-LINES-APPROVED TO RC-RECORDS-OUT.
           MOVE WS-LINES-APPROVED TO RC-ACCEPTED.
           MOVE WS-LINES-EXCEPTED TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-PARAMETERS-PARAGRAPH.
      *> One optional card: cols 1-4 the price tolerance as a
      *> percentage 99V99 (0250 = 2.5 per cent). A missing file or
      *> blank card keeps the 2 per cent default.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS NOT = '35'
               READ PARAMETER-FILE
                   NOT AT END
                       IF IPARM-PRICE-TOLERANCE IS NUMERIC
                           MOVE IPARM-PRICE-TOLERANCE
                               TO WS-PRICE-TOLERANCE
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       MATCH-INVOICE-LINE-PARAGRAPH.
           ADD 1 TO WS-LINES-READ.
           MOVE 'N' TO WS-LINE-EXCEPTION-SWITCH.
           MOVE 0 TO WS-TOTAL-BILLABLE.
           MOVE 0 TO WS-EXPECTED-COST.
           IF INV-QTY IS NOT NUMERIC
               OR INV-UNIT-PRICE IS NOT NUMERIC
               MOVE 0 TO INV-QTY
               MOVE 0 TO INV-UNIT-PRICE
               MOVE 'QTY OR PRICE NOT NUMERIC' TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           ELSE
               IF INV-QTY = 0
                   MOVE 'QTY IS ZERO' TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-PARAGRAPH
               ELSE
                   PERFORM TOTAL-ORDERS-PARAGRAPH
                   IF WS-ORDERS-FOUND = 0
                       MOVE 'NO OPEN ORDER FOR ISBN' TO WS-EXC-REASON
                       PERFORM WRITE-EXCEPTION-PARAGRAPH
                   ELSE
                       PERFORM CHECK-PUBLISHER-PARAGRAPH
                       PERFORM CHECK-QUANTITY-PARAGRAPH
                       PERFORM CHECK-PRICE-PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           IF WS-LINE-EXCEPTION
               ADD 1 TO WS-LINES-EXCEPTED
           ELSE
               PERFORM APPROVE-LINE-PARAGRAPH
           END-IF.

       TOTAL-ORDERS-PARAGRAPH.
      *> An invoice names the ISBN but not the branch, so every
      *> order for the ISBN is taken together. Only copies both
      *> ordered and received, less those already invoiced, can be
      *> billed; the expected cost is that of the first order with
      *> anything left to bill.
           MOVE 0 TO WS-ORDERS-FOUND.
           MOVE 0 TO WS-TOTAL-ORDERED.
           MOVE 0 TO WS-TOTAL-RECEIVED.
           MOVE 'N' TO WS-COST-SET-SWITCH.
           IF WS-ORDER-FILE-STATUS NOT = '35'
               PERFORM START-ORDERS-PARAGRAPH
               PERFORM UNTIL WS-ORDER-EOF
                   READ OPEN-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-ORDER-EOF-SWITCH
                       NOT AT END
                           IF OORD-ISBN OF OPEN-ORDER-RECORD
                                   NOT = INV-ISBN
                               MOVE 'Y' TO WS-ORDER-EOF-SWITCH
                           ELSE
                               PERFORM TOTAL-ONE-ORDER-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TOTAL-ONE-ORDER-PARAGRAPH.
           ADD 1 TO WS-ORDERS-FOUND.
           ADD OORD-ORDER-QTY OF OPEN-ORDER-RECORD
               TO WS-TOTAL-ORDERED.
           ADD OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
               TO WS-TOTAL-RECEIVED.
           PERFORM COMPUTE-ORDER-BILLABLE-PARAGRAPH.
           ADD WS-ORDER-BILLABLE TO WS-TOTAL-BILLABLE.
           IF WS-ORDERS-FOUND = 1
               MOVE OORD-UNIT-COST OF OPEN-ORDER-RECORD
                   TO WS-EXPECTED-COST
           END-IF.
           IF WS-ORDER-BILLABLE > 0 AND NOT WS-COST-SET
               MOVE OORD-UNIT-COST OF OPEN-ORDER-RECORD
                   TO WS-EXPECTED-COST
               MOVE 'Y' TO WS-COST-SET-SWITCH
           END-IF.

       COMPUTE-ORDER-BILLABLE-PARAGRAPH.
           IF OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
                   < OORD-ORDER-QTY OF OPEN-ORDER-RECORD
               MOVE OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD
                   TO WS-ORDER-BILLABLE
           ELSE
               MOVE OORD-ORDER-QTY OF OPEN-ORDER-RECORD
                   TO WS-ORDER-BILLABLE
           END-IF.
           IF OORD-INVOICED-QTY OF OPEN-ORDER-RECORD
                   NOT < WS-ORDER-BILLABLE
               MOVE 0 TO WS-ORDER-BILLABLE
           ELSE
               SUBTRACT OORD-INVOICED-QTY OF OPEN-ORDER-RECORD
                   FROM WS-ORDER-BILLABLE
           END-IF.

       START-ORDERS-PARAGRAPH.
           MOVE 'N' TO WS-ORDER-EOF-SWITCH.
           MOVE INV-ISBN TO OORD-ISBN OF OPEN-ORDER-RECORD.
           MOVE LOW-VALUES TO OORD-LOCATION OF OPEN-ORDER-RECORD.
           START OPEN-ORDER-FILE KEY IS NOT LESS THAN
                   OORD-KEY OF OPEN-ORDER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-ORDER-EOF-SWITCH
           END-START.

       CHECK-PUBLISHER-PARAGRAPH.
      *> The invoicing publisher must be the one the title is
      *> catalogued under; a blank publisher on the line is not
      *> checked.
           IF INV-PUBLISHER NOT = SPACES
               AND WS-BOOK-FILE-STATUS NOT = '35'
               MOVE INV-ISBN TO BOOK-ISBN OF BOOK-MASTER-RECORD
               READ BOOK-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-PUBLISHER OF BOOK-MASTER-RECORD
                               NOT = INV-PUBLISHER
                           MOVE 'PUBLISHER NOT AS CATALOGUED'
                               TO WS-EXC-REASON
                           PERFORM WRITE-EXCEPTION-PARAGRAPH
                       END-IF
               END-READ
           END-IF.

       CHECK-QUANTITY-PARAGRAPH.
           IF INV-QTY > WS-TOTAL-BILLABLE
               EVALUATE TRUE
                   WHEN WS-TOTAL-RECEIVED = 0
                       MOVE 'QTY BILLED - NOTHING RECEIVED YET'
                           TO WS-EXC-REASON
                   WHEN INV-QTY > WS-TOTAL-ORDERED
                       MOVE 'QTY BILLED OVER QTY ORDERED'
                           TO WS-EXC-REASON
                   WHEN OTHER
                       MOVE 'QTY BILLED OVER RECEIVED NOT BILLED'
                           TO WS-EXC-REASON
               END-EVALUATE
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.

       CHECK-PRICE-PARAGRAPH.
           COMPUTE WS-PRICE-DIFFERENCE =
               INV-UNIT-PRICE - WS-EXPECTED-COST.
           IF WS-PRICE-DIFFERENCE < 0
               MULTIPLY -1 BY WS-PRICE-DIFFERENCE
           END-IF.
           COMPUTE WS-PRICE-ALLOWED ROUNDED =
               WS-EXPECTED-COST * WS-PRICE-TOLERANCE / 100.
           IF WS-PRICE-DIFFERENCE > WS-PRICE-ALLOWED
               IF INV-UNIT-PRICE > WS-EXPECTED-COST
                   MOVE 'PRICE OVER EXPECTED COST'
                       TO WS-EXC-REASON
               ELSE
                   MOVE 'PRICE UNDER EXPECTED COST'
                       TO WS-EXC-REASON
               END-IF
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.

       APPROVE-LINE-PARAGRAPH.
           COMPUTE WS-LINE-AMOUNT = INV-QTY * INV-UNIT-PRICE.
           MOVE SPACES TO AP-FEED-RECORD.
           MOVE INV-NUMBER TO AP-INVOICE-NUMBER.
           MOVE INV-PUBLISHER TO AP-PUBLISHER.
           MOVE INV-ISBN TO AP-ISBN.
           MOVE INV-QTY TO AP-QTY.
           MOVE INV-UNIT-PRICE TO AP-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT TO AP-LINE-AMOUNT.
           MOVE WS-TODAY-DATE TO AP-APPROVED-DATE.
           WRITE AP-FEED-RECORD.
           ADD 1 TO WS-LINES-APPROVED.
           ADD WS-LINE-AMOUNT TO WS-AMOUNT-APPROVED.
           PERFORM ALLOCATE-INVOICE-PARAGRAPH.

       ALLOCATE-INVOICE-PARAGRAPH.
      *> The approved quantity is set against the orders in key
      *> order. An order received and invoiced in full is done and
      *> comes off the file.
           MOVE INV-QTY TO WS-STILL-TO-ALLOCATE.
           PERFORM START-ORDERS-PARAGRAPH.
           PERFORM UNTIL WS-ORDER-EOF OR WS-STILL-TO-ALLOCATE = 0
               READ OPEN-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-ORDER-EOF-SWITCH
                   NOT AT END
                       IF OORD-ISBN OF OPEN-ORDER-RECORD
                               NOT = INV-ISBN
                           MOVE 'Y' TO WS-ORDER-EOF-SWITCH
                       ELSE
                           PERFORM ALLOCATE-ONE-ORDER-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       ALLOCATE-ONE-ORDER-PARAGRAPH.
           PERFORM COMPUTE-ORDER-BILLABLE-PARAGRAPH.
           IF WS-ORDER-BILLABLE > 0
               IF WS-ORDER-BILLABLE < WS-STILL-TO-ALLOCATE
                   MOVE WS-ORDER-BILLABLE TO WS-ALLOCATE-QTY
               ELSE
                   MOVE WS-STILL-TO-ALLOCATE TO WS-ALLOCATE-QTY
               END-IF
               ADD WS-ALLOCATE-QTY
                   TO OORD-INVOICED-QTY OF OPEN-ORDER-RECORD
               SUBTRACT WS-ALLOCATE-QTY FROM WS-STILL-TO-ALLOCATE
               IF OORD-RECEIVED-IN-FULL OF OPEN-ORDER-RECORD
                   AND OORD-INVOICED-QTY OF OPEN-ORDER-RECORD
                       NOT < OORD-ORDER-QTY OF OPEN-ORDER-RECORD
                   DELETE OPEN-ORDER-FILE
                       INVALID KEY
                           DISPLAY 'Open-order delete failed for '
                               'ISBN ' INV-ISBN
                       NOT INVALID KEY
                           ADD 1 TO WS-ORDERS-COMPLETED
                   END-DELETE
               ELSE
                   REWRITE OPEN-ORDER-RECORD
                       INVALID KEY
                           DISPLAY 'Open-order update failed for '
                               'ISBN ' INV-ISBN
                   END-REWRITE
               END-IF
           END-IF.

       WRITE-EXCEPTION-PARAGRAPH.
           MOVE 'Y' TO WS-LINE-EXCEPTION-SWITCH.
           ADD 1 TO WS-EXCEPTIONS-WRITTEN.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE INV-QTY TO WS-QTY-EDIT.
           MOVE WS-TOTAL-BILLABLE TO WS-BILLABLE-EDIT.
           MOVE INV-UNIT-PRICE TO WS-PRICE-EDIT.
           MOVE WS-EXPECTED-COST TO WS-EXPECTED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING INV-NUMBER ' '
               INV-ISBN ' '
               INV-PUBLISHER(1:20) ' '
               WS-QTY-EDIT ' '
               WS-BILLABLE-EDIT ' '
               WS-PRICE-EDIT ' '
               WS-EXPECTED-EDIT ' '
               WS-EXC-REASON
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SUPPLIER INVOICE EXCEPTIONS'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'INVOICE   ' ' '
               'ISBN         ' ' '
               'PUBLISHER           ' ' '
               ' QTY' ' '
               'BILLBL' ' '
               '   PRICE' ' '
               'EXPECTED' ' '
               'REASON'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PRICE-TOLERANCE TO WS-TOLERANCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PRICE TOLERANCE:     ' WS-TOLERANCE-EDIT
               ' PER CENT'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES READ:          ' WS-LINES-READ
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES APPROVED:      ' WS-LINES-APPROVED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-AMOUNT-APPROVED TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AMOUNT APPROVED:     ' WS-AMOUNT-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES TO THE BUYER:  ' WS-LINES-EXCEPTED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EXCEPTIONS LISTED:   ' WS-EXCEPTIONS-WRITTEN
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ORDERS COMPLETED:    ' WS-ORDERS-COMPLETED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
