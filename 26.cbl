       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookRebalance.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Branch rebalancing ahead of the reorder scan. Each title's
      *> location balances are checked against the reorder
      *> threshold; a location at or below it is covered from
      *> sibling locations holding more than they need themselves,
      *> and only what cannot be covered is left for BookReorder
      *> to buy.
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

           SELECT LOCATION-FILE ASSIGN TO 'LOCMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-KEY OF LOCATION-RECORD
               FILE STATUS IS WS-LOC-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'REORPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OPEN-ORDER-FILE ASSIGN TO 'OPENORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OORD-KEY OF OPEN-ORDER-RECORD
               FILE STATUS IS WS-ORDER-FILE-STATUS.

      *> Transfer cards go to their own generated-card file, the
      *> way BookOrders writes BOOKTORD.DAT; operations appends it
      *> to BOOKTRAN.DAT for the next night's run, and BookReorder
      *> reads it to take the covered copies off its orders.
           SELECT GENERATED-CARD-FILE ASSIGN TO 'BOOKTXFR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT REBALANCE-REPORT-FILE ASSIGN TO 'BOOKREBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-MASTER-FILE.
       01  BOOK-MASTER-RECORD.
           COPY BOOKREC.

       FD  LOCATION-FILE.
       01  LOCATION-RECORD.
           COPY LOCREC.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  RPARM-ISBN              PIC X(13).
           05  RPARM-THRESHOLD         PIC 9(4).

       FD  OPEN-ORDER-FILE.
       01  OPEN-ORDER-RECORD.
           COPY OPENORD.

       FD  GENERATED-CARD-FILE.
       01  GENERATED-CARD.
           COPY TRANREC.

       FD  REBALANCE-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-LOC-FILE-STATUS       PIC XX.
       01 WS-PARM-FILE-STATUS      PIC XX.
       01 WS-ORDER-FILE-STATUS     PIC XX.
       01 WS-CARD-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-EOF-SWITCH            PIC X      VALUE 'N'.
          88 WS-EOF                           VALUE 'Y'.
       01 WS-LOC-EOF-SWITCH        PIC X      VALUE 'N'.
          88 WS-LOC-EOF                       VALUE 'Y'.
       01 WS-PARM-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-PARM-EOF                      VALUE 'Y'.
       01 WS-ON-ORDER-SWITCH       PIC X      VALUE 'N'.
          88 WS-ON-ORDER                      VALUE 'Y'.
       COPY CTLISBN.
      *> Thresholds come from the same REORPARM.DAT cards that
      *> BookReorder reads, so both steps agree on what is short.
       01 WS-DEFAULT-THRESHOLD     PIC 9(4)   VALUE 2.
       01 WS-OVERRIDE-TABLE.
          05 WS-OVERRIDE-ENTRY     OCCURS 500 TIMES.
             10 WS-OVR-ISBN        PIC X(13).
             10 WS-OVR-THRESHOLD   PIC 9(4).
       01 WS-OVERRIDE-COUNT        PIC 9(3)   VALUE 0.
       01 WS-OVERRIDE-INDEX        PIC 9(3).
       01 WS-ACTIVE-THRESHOLD      PIC 9(4).
      *> One entry per location balance of the title in hand. A
      *> donor keeps one copy above its own threshold, so giving
      *> never leaves it for the reorder scan to flag in turn.
       01 WS-BALANCE-TABLE.
          05 WS-BAL-ENTRY          OCCURS 30 TIMES.
             10 WS-BAL-LOCATION    PIC X(4).
             10 WS-BAL-COPIES      PIC 9(4).
             10 WS-BAL-SPARE       PIC 9(4).
       01 WS-BAL-USED              PIC 9(3)   VALUE 0.
       01 WS-BAL-INDEX             PIC 9(3).
       01 WS-DONOR-INDEX           PIC 9(3).
       01 WS-NEED-QTY              PIC 9(4).
       01 WS-STILL-NEEDED          PIC 9(4).
       01 WS-MOVE-QTY              PIC 9(4).
       01 WS-MOVED-IN              PIC 9(4).
       01 WS-TITLES-SCANNED        PIC 9(6)   VALUE 0.
       01 WS-TITLES-SINGLE         PIC 9(6)   VALUE 0.
       01 WS-LOCATIONS-SHORT       PIC 9(6)   VALUE 0.
       01 WS-LOCATIONS-COVERED     PIC 9(6)   VALUE 0.
       01 WS-LOCATIONS-PARTIAL     PIC 9(6)   VALUE 0.
       01 WS-LOCATIONS-UNCOVERED   PIC 9(6)   VALUE 0.
       01 WS-LOCATIONS-ON-ORDER    PIC 9(6)   VALUE 0.
       01 WS-COPIES-MOVED          PIC 9(7)   VALUE 0.
       01 WS-COPIES-SHORT          PIC 9(7)   VALUE 0.
       01 WS-CARDS-WRITTEN         PIC 9(6)   VALUE 0.
      *> Generated cards are numbered from 800001, behind the keyed
      *> cards and the BookLoad (5xxxxx), BookOrders (6xxxxx) and
      *> BookStocktake (7xxxxx) decks. The batch number is 8YMMDD
      *> from the run date, on the BookOrders pattern.
       01 WS-NEXT-SEQ-NO           PIC 9(6)   VALUE 800000.
       01 WS-BATCH-NO              PIC 9(6)   VALUE 0.
       01 WS-HASH-TOTAL            PIC 9(9)   VALUE 0.
       01 WS-VALUE-TOTAL           PIC 9(9)V99 VALUE 0.
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-COPIES-EDIT           PIC ZZZ9.
       01 WS-THRESHOLD-EDIT        PIC ZZZ9.
       01 WS-NEED-EDIT             PIC ZZZ9.
       01 WS-MOVED-EDIT            PIC ZZZ9.
       01 WS-SHORT-EDIT            PIC ZZZ9.
       01 WS-RESULT-TEXT           PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETERS-PARAGRAPH.
           OPEN OUTPUT GENERATED-CARD-FILE.
           PERFORM WRITE-BATCH-HEADER-PARAGRAPH.
           OPEN OUTPUT REBALANCE-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           OPEN INPUT BOOK-MASTER-FILE.
           IF WS-BOOK-FILE-STATUS = '35'
               DISPLAY 'No book catalog found - nothing to scan.'
               MOVE 'FAIL' TO WS-RUN-STATUS
           ELSE
               OPEN INPUT LOCATION-FILE
               OPEN INPUT OPEN-ORDER-FILE
               IF WS-LOC-FILE-STATUS = '35'
                   MOVE SPACES TO REPORT-LINE
                   STRING 'NO LOCATION BALANCES - NOTHING TO '
                       'REBALANCE.'
                       INTO REPORT-LINE
                   END-STRING
                   WRITE REPORT-LINE
               ELSE
                   PERFORM SCAN-CATALOG-PARAGRAPH
                   CLOSE LOCATION-FILE
               END-IF
               IF WS-ORDER-FILE-STATUS NOT = '35'
                   CLOSE OPEN-ORDER-FILE
               END-IF
               CLOSE BOOK-MASTER-FILE
           END-IF.
           PERFORM WRITE-BATCH-TRAILER-PARAGRAPH.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.
           CLOSE REBALANCE-REPORT-FILE.
           CLOSE GENERATED-CARD-FILE.
           DISPLAY WS-LOCATIONS-SHORT ' location(s) short, '
               WS-COPIES-MOVED ' copy(ies) moved on '
               WS-CARDS-WRITTEN ' transfer card(s), '
               WS-COPIES-SHORT ' still short for purchasing.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookRebalnce' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-TITLES-SCANNED TO RC-RECORDS-IN.
           MOVE WS-CARDS-WRITTEN TO RC-RECORDS-OUT.
           MOVE WS-LOCATIONS-COVERED TO RC-ACCEPTED.
           ADD WS-LOCATIONS-PARTIAL TO RC-ACCEPTED.
           MOVE WS-LOCATIONS-UNCOVERED TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-PARAMETERS-PARAGRAPH.
      *> Threshold cards as BookReorder reads them: ISBN in cols
      *> 1-13 plus threshold in cols 14-17 overrides one title; the
      *> word DEFAULT in cols 1-13 sets the threshold for the rest.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-PARM-EOF-SWITCH
               PERFORM UNTIL WS-PARM-EOF
                   READ PARAMETER-FILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF-SWITCH
                       NOT AT END
                           PERFORM STORE-PARAMETER-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-FILE
           END-IF.

       STORE-PARAMETER-PARAGRAPH.
           IF RPARM-THRESHOLD IS NUMERIC
               IF RPARM-ISBN = 'DEFAULT'
                   MOVE RPARM-THRESHOLD TO WS-DEFAULT-THRESHOLD
               ELSE
                   IF WS-OVERRIDE-COUNT < 500
                       ADD 1 TO WS-OVERRIDE-COUNT
                       MOVE RPARM-ISBN
                           TO WS-OVR-ISBN(WS-OVERRIDE-COUNT)
                       MOVE RPARM-THRESHOLD
                           TO WS-OVR-THRESHOLD(WS-OVERRIDE-COUNT)
                   END-IF
               END-IF
           END-IF.

       SCAN-CATALOG-PARAGRAPH.
           MOVE LOW-VALUES TO BOOK-ISBN OF BOOK-MASTER-RECORD.
           MOVE 'N' TO WS-EOF-SWITCH.
           START BOOK-MASTER-FILE KEY IS NOT LESS THAN
                   BOOK-ISBN OF BOOK-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-EOF
               READ BOOK-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF BOOK-ISBN OF BOOK-MASTER-RECORD
                               NOT = WS-CONTROL-ISBN
                           ADD 1 TO WS-TITLES-SCANNED
                           PERFORM REBALANCE-TITLE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       REBALANCE-TITLE-PARAGRAPH.
      *> A title with fewer than two location balances has no
      *> sibling to draw on and is left to the reorder scan.
           MOVE WS-DEFAULT-THRESHOLD TO WS-ACTIVE-THRESHOLD.
           PERFORM VARYING WS-OVERRIDE-INDEX FROM 1 BY 1
                   UNTIL WS-OVERRIDE-INDEX > WS-OVERRIDE-COUNT
               IF WS-OVR-ISBN(WS-OVERRIDE-INDEX)
                       = BOOK-ISBN OF BOOK-MASTER-RECORD
                   MOVE WS-OVR-THRESHOLD(WS-OVERRIDE-INDEX)
                       TO WS-ACTIVE-THRESHOLD
                   MOVE WS-OVERRIDE-COUNT TO WS-OVERRIDE-INDEX
               END-IF
           END-PERFORM.
           PERFORM LOAD-BALANCES-PARAGRAPH.
           IF WS-BAL-USED < 2
               ADD 1 TO WS-TITLES-SINGLE
           ELSE
               PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                       UNTIL WS-BAL-INDEX > WS-BAL-USED
                   IF WS-BAL-COPIES(WS-BAL-INDEX)
                           NOT > WS-ACTIVE-THRESHOLD
                       PERFORM COVER-SHORT-LOCATION-PARAGRAPH
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-BALANCES-PARAGRAPH.
           MOVE 0 TO WS-BAL-USED.
           MOVE 'N' TO WS-LOC-EOF-SWITCH.
           MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
               TO LOC-ISBN OF LOCATION-RECORD.
           MOVE LOW-VALUES TO LOC-CODE OF LOCATION-RECORD.
           START LOCATION-FILE KEY IS NOT LESS THAN
                   LOC-KEY OF LOCATION-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-LOC-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-LOC-EOF
               READ LOCATION-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOC-EOF-SWITCH
                   NOT AT END
                       IF LOC-ISBN OF LOCATION-RECORD
                               NOT = BOOK-ISBN
                                   OF BOOK-MASTER-RECORD
                           MOVE 'Y' TO WS-LOC-EOF-SWITCH
                       ELSE
                           IF WS-BAL-USED < 30
                               ADD 1 TO WS-BAL-USED
                               MOVE LOC-CODE OF LOCATION-RECORD
                                   TO WS-BAL-LOCATION(WS-BAL-USED)
                               MOVE LOC-COPIES OF LOCATION-RECORD
                                   TO WS-BAL-COPIES(WS-BAL-USED)
                               PERFORM SET-SPARE-COPIES-PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SET-SPARE-COPIES-PARAGRAPH.
           IF WS-BAL-COPIES(WS-BAL-USED) > WS-ACTIVE-THRESHOLD + 1
               COMPUTE WS-BAL-SPARE(WS-BAL-USED) =
                   WS-BAL-COPIES(WS-BAL-USED)
                   - WS-ACTIVE-THRESHOLD - 1
           ELSE
               MOVE 0 TO WS-BAL-SPARE(WS-BAL-USED)
           END-IF.

       COVER-SHORT-LOCATION-PARAGRAPH.
      *> The need is what BookReorder would order for the location:
      *> back up to twice the threshold, never less than one copy.
      *> A location already on order is left to that order.
           PERFORM CHECK-OPEN-ORDER-PARAGRAPH.
           IF WS-ON-ORDER
               ADD 1 TO WS-LOCATIONS-ON-ORDER
           ELSE
               ADD 1 TO WS-LOCATIONS-SHORT
               COMPUTE WS-NEED-QTY = (WS-ACTIVE-THRESHOLD * 2)
                   - WS-BAL-COPIES(WS-BAL-INDEX)
                   ON SIZE ERROR
                       MOVE 9999 TO WS-NEED-QTY
               END-COMPUTE
               IF WS-NEED-QTY < 1
                   MOVE 1 TO WS-NEED-QTY
               END-IF
               MOVE WS-NEED-QTY TO WS-STILL-NEEDED
               MOVE 0 TO WS-MOVED-IN
               PERFORM VARYING WS-DONOR-INDEX FROM 1 BY 1
                       UNTIL WS-DONOR-INDEX > WS-BAL-USED
                           OR WS-STILL-NEEDED = 0
                   IF WS-BAL-SPARE(WS-DONOR-INDEX) > 0
                       PERFORM TAKE-FROM-DONOR-PARAGRAPH
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-STILL-NEEDED = 0
                       ADD 1 TO WS-LOCATIONS-COVERED
                       MOVE 'COVERED BY TRANSFER' TO WS-RESULT-TEXT
                   WHEN WS-MOVED-IN > 0
                       ADD 1 TO WS-LOCATIONS-PARTIAL
                       MOVE 'SHORTFALL TO PURCHASING'
                           TO WS-RESULT-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-LOCATIONS-UNCOVERED
                       MOVE 'NO SURPLUS - PURCHASING'
                           TO WS-RESULT-TEXT
               END-EVALUATE
               ADD WS-STILL-NEEDED TO WS-COPIES-SHORT
               PERFORM WRITE-SHORT-LINE-PARAGRAPH
           END-IF.

       TAKE-FROM-DONOR-PARAGRAPH.
           IF WS-BAL-SPARE(WS-DONOR-INDEX) < WS-STILL-NEEDED
               MOVE WS-BAL-SPARE(WS-DONOR-INDEX) TO WS-MOVE-QTY
           ELSE
               MOVE WS-STILL-NEEDED TO WS-MOVE-QTY
           END-IF.
           SUBTRACT WS-MOVE-QTY FROM WS-BAL-SPARE(WS-DONOR-INDEX).
           SUBTRACT WS-MOVE-QTY FROM WS-BAL-COPIES(WS-DONOR-INDEX).
           SUBTRACT WS-MOVE-QTY FROM WS-STILL-NEEDED.
           ADD WS-MOVE-QTY TO WS-MOVED-IN.
           ADD WS-MOVE-QTY TO WS-COPIES-MOVED.
           PERFORM WRITE-TRANSFER-CARD-PARAGRAPH.
           PERFORM WRITE-MOVE-LINE-PARAGRAPH.

       CHECK-OPEN-ORDER-PARAGRAPH.
           MOVE 'N' TO WS-ON-ORDER-SWITCH.
           IF WS-ORDER-FILE-STATUS NOT = '35'
               MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
                   TO OORD-ISBN OF OPEN-ORDER-RECORD
               MOVE WS-BAL-LOCATION(WS-BAL-INDEX)
                   TO OORD-LOCATION OF OPEN-ORDER-RECORD
               READ OPEN-ORDER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ON-ORDER-SWITCH
               END-READ
           END-IF.

       WRITE-TRANSFER-CARD-PARAGRAPH.
           PERFORM CLEAR-CARD-PARAGRAPH.
           ADD 1 TO WS-NEXT-SEQ-NO.
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO.
           MOVE 'TRANSFER' TO TRAN-ACTION.
           MOVE BOOK-ISBN OF BOOK-MASTER-RECORD TO TRAN-ISBN.
           MOVE WS-MOVE-QTY TO TRAN-COPIES.
           MOVE WS-BAL-LOCATION(WS-DONOR-INDEX) TO TRAN-LOCATION.
           MOVE WS-BAL-LOCATION(WS-BAL-INDEX) TO TRAN-LOCATION-TO.
           WRITE GENERATED-CARD.
           ADD 1 TO WS-CARDS-WRITTEN.
           ADD TRAN-COPIES TO WS-HASH-TOTAL.
           ADD TRAN-PRICE TO WS-VALUE-TOTAL.

       CLEAR-CARD-PARAGRAPH.
           MOVE SPACES TO GENERATED-CARD.
           MOVE 0 TO TRAN-SEQ-NO.
           MOVE 0 TO TRAN-COPIES.
           MOVE 0 TO TRAN-PRICE.
           MOVE 0 TO TRAN-BATCH-NO.
           MOVE 0 TO TRAN-PREP-DATE.
           MOVE 0 TO TRAN-EXP-COUNT.
           MOVE 0 TO TRAN-HASH-COPIES.
           MOVE 0 TO TRAN-VALUE-PRICE.

       WRITE-BATCH-HEADER-PARAGRAPH.
           COMPUTE WS-BATCH-NO = 800000
               + (FUNCTION MOD(WS-REPORT-YYYY 10) * 10000)
               + (WS-REPORT-MM * 100) + WS-REPORT-DD.
           PERFORM CLEAR-CARD-PARAGRAPH.
           ADD 1 TO WS-NEXT-SEQ-NO.
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO.
           MOVE 'BATCHHDR' TO TRAN-ACTION.
           MOVE WS-BATCH-NO TO TRAN-BATCH-NO.
           MOVE WS-REPORT-DATE TO TRAN-PREP-DATE.
           WRITE GENERATED-CARD.

       WRITE-BATCH-TRAILER-PARAGRAPH.
           PERFORM CLEAR-CARD-PARAGRAPH.
           ADD 1 TO WS-NEXT-SEQ-NO.
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO.
           MOVE 'BATCHTRL' TO TRAN-ACTION.
           MOVE WS-BATCH-NO TO TRAN-BATCH-NO.
           MOVE WS-CARDS-WRITTEN TO TRAN-EXP-COUNT.
           MOVE WS-HASH-TOTAL TO TRAN-HASH-COPIES.
           MOVE WS-VALUE-TOTAL TO TRAN-VALUE-PRICE.
           WRITE GENERATED-CARD.

       WRITE-MOVE-LINE-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE WS-MOVE-QTY TO WS-MOVED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING BOOK-ISBN OF BOOK-MASTER-RECORD ' '
               BOOK-TITLE OF BOOK-MASTER-RECORD(1:30) ' '
               WS-BAL-LOCATION(WS-BAL-INDEX) ' '
               '    ' ' '
               '    ' ' '
               '    ' ' '
               WS-MOVED-EDIT ' '
               '    ' ' '
               'MOVE FROM ' WS-BAL-LOCATION(WS-DONOR-INDEX)
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-SHORT-LINE-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE WS-BAL-COPIES(WS-BAL-INDEX) TO WS-COPIES-EDIT.
           MOVE WS-ACTIVE-THRESHOLD TO WS-THRESHOLD-EDIT.
           MOVE WS-NEED-QTY TO WS-NEED-EDIT.
           MOVE WS-MOVED-IN TO WS-MOVED-EDIT.
           MOVE WS-STILL-NEEDED TO WS-SHORT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING BOOK-ISBN OF BOOK-MASTER-RECORD ' '
               BOOK-TITLE OF BOOK-MASTER-RECORD(1:30) ' '
               WS-BAL-LOCATION(WS-BAL-INDEX) ' '
               WS-COPIES-EDIT ' '
               WS-THRESHOLD-EDIT ' '
               WS-NEED-EDIT ' '
               WS-MOVED-EDIT ' '
               WS-SHORT-EDIT ' '
               WS-RESULT-TEXT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BRANCH REBALANCING REPORT'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ISBN         ' ' '
               'TITLE                         ' ' '
               'LOC ' ' '
               'COPY' ' '
               'THRS' ' '
               'NEED' ' '
               'MOVD' ' '
               'SHRT' ' '
               'RESULT'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 2 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TITLES SCANNED:          ' WS-TITLES-SCANNED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SINGLE-LOCATION TITLES:  ' WS-TITLES-SINGLE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOCATIONS SHORT:         ' WS-LOCATIONS-SHORT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  FULLY COVERED:         ' WS-LOCATIONS-COVERED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  PARTLY COVERED:        ' WS-LOCATIONS-PARTIAL
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  NOT COVERED:           '
               WS-LOCATIONS-UNCOVERED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SKIPPED - ON ORDER:      ' WS-LOCATIONS-ON-ORDER
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TRANSFER CARDS:          ' WS-CARDS-WRITTEN
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COPIES MOVED:            ' WS-COPIES-MOVED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'SHORTFALL TO PURCHASING: ' WS-COPIES-SHORT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
