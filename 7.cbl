               RECORD KEY IS LOC-KEY OF LOCATION-RECORD
               FILE STATUS IS WS-LOC-FILE-STATUS.

      *> Tonight's transfer deck from BookRebalance; copies moving
      *> into a short location come off what is bought for it.
           SELECT TRANSFER-DECK-FILE ASSIGN TO 'BOOKTXFR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.
       01  LOCATION-RECORD.
           COPY LOCREC.

       FD  TRANSFER-DECK-FILE.
       01  TRANSFER-CARD.
           COPY TRANREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.
       01 WS-FEED-FILE-STATUS      PIC XX.
       01 WS-ORDER-FILE-STATUS     PIC XX.
       01 WS-LOC-FILE-STATUS       PIC XX.
       01 WS-TRANSFER-FILE-STATUS  PIC XX.
       01 WS-TRANSFER-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-TRANSFER-EOF                  VALUE 'Y'.
      *> Copies due in by transfer for the title in hand, one entry
      *> per receiving location.
       01 WS-INBOUND-TABLE.
          05 WS-INB-ENTRY          OCCURS 30 TIMES.
             10 WS-INB-LOCATION    PIC X(4).
             10 WS-INB-COPIES      PIC 9(4).
       01 WS-INB-USED              PIC 9(3)   VALUE 0.
       01 WS-INB-INDEX             PIC 9(3).
       01 WS-INB-FOUND             PIC 9(3).
       01 WS-INBOUND-COPIES        PIC 9(4).
       01 WS-BOOKS-TRANSFERRED     PIC 9(6)   VALUE 0.
       01 WS-LOC-EOF-SWITCH        PIC X      VALUE 'N'.
          88 WS-LOC-EOF                       VALUE 'Y'.
       01 WS-ANY-LOCATION-SWITCH   PIC X      VALUE 'N'.
       01 WS-COPIES-EDIT           PIC ZZZ9.
       01 WS-THRESHOLD-EDIT        PIC ZZZ9.
       01 WS-ORDER-QTY-EDIT        PIC ZZZ9.
       01 WS-INBOUND-EDIT          PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ELSE
               PERFORM OPEN-ORDER-FILE-PARAGRAPH
               OPEN INPUT LOCATION-FILE
               PERFORM OPEN-TRANSFER-DECK-PARAGRAPH
               OPEN OUTPUT LOW-STOCK-REPORT-FILE
               OPEN OUTPUT REORDER-FEED-FILE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               IF WS-LOC-FILE-STATUS NOT = '35'
                   CLOSE LOCATION-FILE
               END-IF
               IF WS-TRANSFER-FILE-STATUS NOT = '35'
                   CLOSE TRANSFER-DECK-FILE
               END-IF
               CLOSE OPEN-ORDER-FILE
               CLOSE BOOK-MASTER-FILE
               DISPLAY WS-BOOKS-SCANNED ' title(s) scanned, '
                   WS-BOOKS-FLAGGED ' at or below threshold, '
                   WS-BOOKS-ON-ORDER ' already on order, '
                   WS-BOOKS-TRANSFERRED ' covered by transfer.'
           END-IF.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.
               OPEN I-O OPEN-ORDER-FILE
           END-IF.

       OPEN-TRANSFER-DECK-PARAGRAPH.
      *> The deck is only trusted when its BATCHHDR card was
      *> prepared today, so a deck left over from a night the
      *> rebalancing step did not run cannot hold purchasing back.
           MOVE 'Y' TO WS-TRANSFER-EOF-SWITCH.
           OPEN INPUT TRANSFER-DECK-FILE.
           IF WS-TRANSFER-FILE-STATUS NOT = '35'
               READ TRANSFER-DECK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TRAN-ACTION OF TRANSFER-CARD = 'BATCHHDR'
                           AND TRAN-PREP-DATE OF TRANSFER-CARD
                               = WS-TODAY-DATE
                           MOVE 'N' TO WS-TRANSFER-EOF-SWITCH
                           PERFORM READ-TRANSFER-CARD-PARAGRAPH
                       ELSE
                           DISPLAY 'Transfer deck BOOKTXFR.DAT is not '
                               'from today - ignored.'
                       END-IF
               END-READ
           END-IF.

       READ-TRANSFER-CARD-PARAGRAPH.
           READ TRANSFER-DECK-FILE
               AT END
                   MOVE 'Y' TO WS-TRANSFER-EOF-SWITCH
               NOT AT END
                   IF TRAN-ACTION OF TRANSFER-CARD NOT = 'TRANSFER'
                       MOVE 'Y' TO WS-TRANSFER-EOF-SWITCH
                   END-IF
           END-READ.

       LOAD-INBOUND-TRANSFERS-PARAGRAPH.
      *> The deck is written in catalog order, so it is read
      *> alongside the scan; cards for this title are totalled by
      *> the receiving location.
           MOVE 0 TO WS-INB-USED.
           PERFORM UNTIL WS-TRANSFER-EOF
                   OR TRAN-ISBN OF TRANSFER-CARD
                       NOT < BOOK-ISBN OF BOOK-MASTER-RECORD
               PERFORM READ-TRANSFER-CARD-PARAGRAPH
           END-PERFORM.
           PERFORM UNTIL WS-TRANSFER-EOF
                   OR TRAN-ISBN OF TRANSFER-CARD
                       NOT = BOOK-ISBN OF BOOK-MASTER-RECORD
               MOVE 0 TO WS-INB-FOUND
               PERFORM VARYING WS-INB-INDEX FROM 1 BY 1
                       UNTIL WS-INB-INDEX > WS-INB-USED
                   IF WS-INB-LOCATION(WS-INB-INDEX)
                           = TRAN-LOCATION-TO OF TRANSFER-CARD
                       MOVE WS-INB-INDEX TO WS-INB-FOUND
                   END-IF
               END-PERFORM
               IF WS-INB-FOUND = 0 AND WS-INB-USED < 30
                   ADD 1 TO WS-INB-USED
                   MOVE WS-INB-USED TO WS-INB-FOUND
                   MOVE TRAN-LOCATION-TO OF TRANSFER-CARD
                       TO WS-INB-LOCATION(WS-INB-FOUND)
                   MOVE 0 TO WS-INB-COPIES(WS-INB-FOUND)
               END-IF
               IF WS-INB-FOUND > 0
                   ADD TRAN-COPIES OF TRANSFER-CARD
                       TO WS-INB-COPIES(WS-INB-FOUND)
               END-IF
               PERFORM READ-TRANSFER-CARD-PARAGRAPH
           END-PERFORM.

       READ-PARAMETERS-PARAGRAPH.
      *> Threshold cards: ISBN in cols 1-13 plus threshold in cols
      *> 14-17 overrides one title; the word DEFAULT in cols 1-13
                   MOVE WS-OVERRIDE-COUNT TO WS-OVERRIDE-INDEX
               END-IF
           END-PERFORM.
           PERFORM LOAD-INBOUND-TRANSFERS-PARAGRAPH.
           MOVE 'N' TO WS-ANY-LOCATION-SWITCH.
           IF WS-LOC-FILE-STATUS NOT = '35'
               PERFORM EVALUATE-LOCATIONS-PARAGRAPH
               IF WS-ON-ORDER
                   ADD 1 TO WS-BOOKS-ON-ORDER
               ELSE
                   PERFORM COMPUTE-ORDER-QTY-PARAGRAPH
                   PERFORM APPLY-INBOUND-TRANSFERS-PARAGRAPH
                   IF WS-ORDER-QTY = 0
                       ADD 1 TO WS-BOOKS-TRANSFERRED
                       PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
                   ELSE
                       ADD 1 TO WS-BOOKS-FLAGGED
                       PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
                       PERFORM WRITE-FEED-RECORD-PARAGRAPH
                       PERFORM WRITE-OPEN-ORDER-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       CHECK-OPEN-ORDER-PARAGRAPH.
      *> A title already on the feed for this location stays off it
      *> until its order is received and invoiced in full - an
      *> order on backorder is still on order.
           MOVE 'N' TO WS-ON-ORDER-SWITCH.
           MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
               TO OORD-ISBN OF OPEN-ORDER-RECORD.
               OF OPEN-ORDER-RECORD.
           MOVE WS-ORDER-QTY TO OORD-ORDER-QTY
               OF OPEN-ORDER-RECORD.
           MOVE BOOK-PRICE OF BOOK-MASTER-RECORD
               TO OORD-UNIT-COST OF OPEN-ORDER-RECORD.
           MOVE 0 TO OORD-RECEIVED-QTY OF OPEN-ORDER-RECORD.
           MOVE WS-ORDER-QTY TO OORD-BACKORDER-QTY
               OF OPEN-ORDER-RECORD.
           MOVE 0 TO OORD-INVOICED-QTY OF OPEN-ORDER-RECORD.
           MOVE 0 TO OORD-LAST-RECEIPT-DATE OF OPEN-ORDER-RECORD.
           MOVE 'O' TO OORD-STATUS OF OPEN-ORDER-RECORD.
           WRITE OPEN-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'Open-order write failed for ISBN '
               MOVE 1 TO WS-ORDER-QTY
           END-IF.

       APPLY-INBOUND-TRANSFERS-PARAGRAPH.
      *> Only the shortfall rebalancing could not cover is bought;
      *> a location fully covered by transfer is not ordered.
           MOVE 0 TO WS-INBOUND-COPIES.
           PERFORM VARYING WS-INB-INDEX FROM 1 BY 1
                   UNTIL WS-INB-INDEX > WS-INB-USED
               IF WS-INB-LOCATION(WS-INB-INDEX) = WS-EVAL-LOCATION
                   MOVE WS-INB-COPIES(WS-INB-INDEX)
                       TO WS-INBOUND-COPIES
               END-IF
           END-PERFORM.
           IF WS-INBOUND-COPIES NOT < WS-ORDER-QTY
               MOVE 0 TO WS-ORDER-QTY
           ELSE
               SUBTRACT WS-INBOUND-COPIES FROM WS-ORDER-QTY
           END-IF.

       WRITE-REPORT-DETAIL-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           MOVE WS-EVAL-COPIES TO WS-COPIES-EDIT.
           MOVE WS-ACTIVE-THRESHOLD TO WS-THRESHOLD-EDIT.
           MOVE WS-ORDER-QTY TO WS-ORDER-QTY-EDIT.
           MOVE WS-INBOUND-COPIES TO WS-INBOUND-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING BOOK-ISBN OF BOOK-MASTER-RECORD ' '
               BOOK-TITLE OF BOOK-MASTER-RECORD ' '
               WS-EVAL-LOCATION ' '
               WS-COPIES-EDIT ' '
               WS-THRESHOLD-EDIT ' '
               WS-INBOUND-EDIT ' '
               WS-ORDER-QTY-EDIT
               INTO REPORT-LINE
           END-STRING.
               'LOC ' ' '
               'COPY' ' '
               'THRS' ' '
               'XFER' ' '
               'ORDR'
               INTO REPORT-LINE
           END-STRING.
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COVERED BY TRANSFER: ' WS-BOOKS-TRANSFERRED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
