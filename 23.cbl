       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookStocktake.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Physical stocktake in two passes. FREEZE takes the location
      *> balances in scope as they stand, keeps them on STKFRZ.DAT
      *> and prints the count sheet. VARIANCE matches the shelf
      *> count cards against the frozen balances, prints the
      *> variance report, lists uncounted lines and generates the
      *> RECEIPT/ISSUE adjustment deck.
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

           SELECT PARAMETER-FILE ASSIGN TO 'TAKEPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT FREEZE-FILE ASSIGN TO 'STKFRZ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-FILE-STATUS.

           SELECT STOCKTAKE-CONTROL-FILE ASSIGN TO 'STKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKCTL-FILE-STATUS.

           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHLOG-FILE-STATUS.

           SELECT COUNT-SHEET-FILE ASSIGN TO 'STKSHEET.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEET-FILE-STATUS.

           SELECT COUNT-CARD-FILE ASSIGN TO 'STKCOUNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNT-FILE-STATUS.

           SELECT VARIANCE-REPORT-FILE ASSIGN TO 'STKVAR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT UNCOUNTED-LIST-FILE ASSIGN TO 'STKUNC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCOUNTED-FILE-STATUS.

      *> Adjustment cards go to their own generated-card file, the
      *> way BookOrders writes BOOKTORD.DAT; operations appends it
      *> to BOOKTRAN.DAT so the corrections pass through BookEdit.
           SELECT GENERATED-CARD-FILE ASSIGN TO 'BOOKTSTK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.DAT'.

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
           05  TPARM-LOCATION          PIC X(4).
           05  TPARM-ISBN-FROM         PIC X(13).
           05  TPARM-ISBN-TO           PIC X(13).

       FD  FREEZE-FILE.
       01  FREEZE-RECORD.
           05  FRZ-TYPE                PIC X.
               88  FRZ-HEADER          VALUE 'H'.
               88  FRZ-DETAIL          VALUE 'D'.
           05  FRZ-KEY.
               10  FRZ-ISBN            PIC X(13).
               10  FRZ-LOCATION        PIC X(4).
           05  FRZ-COPIES              PIC 9(4).
           05  FRZ-DATE                PIC 9(8).
      *> Set on the header only: the adjustment-deck batch number
      *> drawn for this stocktake. Zero on detail records.
           05  FRZ-BATCH-NO            PIC 9(6).

       FD  STOCKTAKE-CONTROL-FILE.
       01  STOCKTAKE-CONTROL-RECORD.
           COPY STKCTLREC.

       FD  BATCH-LOG-FILE.
       01  BATCH-LOG-RECORD.
           05  BLOG-BATCH-NO           PIC 9(6).
           05  BLOG-POST-DATE          PIC 9(8).

       FD  COUNT-SHEET-FILE.
       01  SHEET-LINE                  PIC X(150).

       FD  COUNT-CARD-FILE.
       01  COUNT-CARD.
           05  CNT-ISBN                PIC X(13).
           05  CNT-LOCATION            PIC X(4).
           05  CNT-QTY                 PIC 9(4).

       FD  VARIANCE-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  UNCOUNTED-LIST-FILE.
       01  UNCOUNTED-LINE              PIC X(150).

       FD  GENERATED-CARD-FILE.
       01  GENERATED-CARD.
           COPY TRANREC.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-KEY.
               10  SRT-ISBN            PIC X(13).
               10  SRT-LOCATION        PIC X(4).
           05  SRT-QTY                 PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-LOC-FILE-STATUS       PIC XX.
       01 WS-PARM-FILE-STATUS      PIC XX.
       01 WS-FREEZE-FILE-STATUS    PIC XX.
       01 WS-STKCTL-FILE-STATUS    PIC XX.
       01 WS-BATCHLOG-FILE-STATUS  PIC XX.
       01 WS-BATCHLOG-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-BATCHLOG-EOF                  VALUE 'Y'.
       01 WS-SHEET-FILE-STATUS     PIC XX.
       01 WS-COUNT-FILE-STATUS     PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-UNCOUNTED-FILE-STATUS PIC XX.
       01 WS-CARD-FILE-STATUS      PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-RUN-MODE              PIC X(20).
       01 WS-LOC-EOF-SWITCH        PIC X      VALUE 'N'.
          88 WS-LOC-EOF                       VALUE 'Y'.
       01 WS-COUNT-EOF-SWITCH      PIC X      VALUE 'N'.
          88 WS-COUNT-EOF                     VALUE 'Y'.
       01 WS-BOOK-FOUND-SWITCH     PIC X      VALUE 'N'.
          88 WS-BOOK-FOUND                    VALUE 'Y'.
       01 WS-TABLE-FOUND-SWITCH    PIC X      VALUE 'N'.
          88 WS-TABLE-FOUND                   VALUE 'Y'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-FREEZE-DATE.
          05 WS-FREEZE-YYYY        PIC 9(4).
          05 WS-FREEZE-MM          PIC 9(2).
          05 WS-FREEZE-DD          PIC 9(2).
       01 WS-SCOPE-LOCATION        PIC X(4)   VALUE SPACES.
       01 WS-SCOPE-ISBN-FROM       PIC X(13)  VALUE LOW-VALUES.
       01 WS-SCOPE-ISBN-TO         PIC X(13)  VALUE HIGH-VALUES.
       01 WS-DEFAULT-LOCATION      PIC X(4)   VALUE 'MAIN'.
       01 WS-FREEZE-KEY            PIC X(17).
       01 WS-COUNT-KEY             PIC X(17).
       01 WS-MATCH-KEY             PIC X(17).
       01 WS-MATCH-KEY-PARTS REDEFINES WS-MATCH-KEY.
          05 WS-MATCH-ISBN         PIC X(13).
          05 WS-MATCH-LOCATION     PIC X(4).
       01 WS-FROZEN-COPIES         PIC 9(4).
       01 WS-COUNTED-COPIES        PIC 9(5).
       01 WS-COPY-VARIANCE         PIC S9(5).
       01 WS-VALUE-VARIANCE        PIC S9(9)V99.
       01 WS-ITEM-PRICE            PIC 9(5)V99.
       01 WS-ITEM-PUBLISHER        PIC X(30).
       01 WS-ITEM-TITLE            PIC X(50).
       01 WS-ITEM-ACTION           PIC X(24).
      *> Generated cards are numbered from 700001, behind the keyed
      *> cards, BookLoad's 5xxxxx and BookOrders' 6xxxxx. The batch
      *> number is 7 plus the stocktake number FREEZE draws from
      *> STKCTL.DAT and keeps on the freeze header, so the deck from
      *> one count always carries the same batch number (and
      *> BookManager refuses to post the same stocktake twice)
      *> while branches frozen one after another on the same day
      *> each get their own.
       01 WS-NEXT-SEQ-NO           PIC 9(6)   VALUE 700000.
       01 WS-BATCH-NO              PIC 9(6)   VALUE 0.
       01 WS-STOCKTAKE-NUMBER      PIC 9(5)   VALUE 0.
       01 WS-HASH-TOTAL            PIC 9(9)   VALUE 0.
       01 WS-VALUE-TOTAL           PIC 9(9)V99 VALUE 0.
       01 WS-LOCATION-TABLE.
          05 WS-LTB-ENTRY          OCCURS 50 TIMES.
             10 WS-LTB-CODE        PIC X(30).
             10 WS-LTB-LINES       PIC 9(5).
             10 WS-LTB-SHORT       PIC 9(7).
             10 WS-LTB-OVER        PIC 9(7).
             10 WS-LTB-VALUE       PIC S9(9)V99.
       01 WS-LTB-USED              PIC 9(3)   VALUE 0.
       01 WS-PUBLISHER-TABLE.
          05 WS-PTB-ENTRY          OCCURS 200 TIMES.
             10 WS-PTB-CODE        PIC X(30).
             10 WS-PTB-LINES       PIC 9(5).
             10 WS-PTB-SHORT       PIC 9(7).
             10 WS-PTB-OVER        PIC 9(7).
             10 WS-PTB-VALUE       PIC S9(9)V99.
       01 WS-PTB-USED              PIC 9(3)   VALUE 0.
       01 WS-TABLE-INDEX           PIC 9(3).
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-SHEET-PAGE-COUNT      PIC 9(3)   VALUE 0.
       01 WS-SHEET-LINE-COUNT      PIC 9(3)   VALUE 0.
       01 WS-LOCS-READ             PIC 9(6)   VALUE 0.
       01 WS-LINES-FROZEN          PIC 9(6)   VALUE 0.
       01 WS-CARDS-READ            PIC 9(6)   VALUE 0.
       01 WS-CARDS-REJECTED        PIC 9(6)   VALUE 0.
       01 WS-LINES-COUNTED         PIC 9(6)   VALUE 0.
       01 WS-LINES-AGREED          PIC 9(6)   VALUE 0.
       01 WS-LINES-VARIANT         PIC 9(6)   VALUE 0.
       01 WS-LINES-UNCOUNTED       PIC 9(6)   VALUE 0.
       01 WS-LINES-NOT-ON-SHEET    PIC 9(6)   VALUE 0.
       01 WS-CARDS-WRITTEN         PIC 9(6)   VALUE 0.
       01 WS-TOTAL-SHORT           PIC 9(7)   VALUE 0.
       01 WS-TOTAL-OVER            PIC 9(7)   VALUE 0.
       01 WS-TOTAL-VALUE           PIC S9(9)V99 VALUE 0.
       01 WS-COPIES-EDIT           PIC ZZZ9.
       01 WS-COUNTED-EDIT          PIC ZZZZ9.
       01 WS-VARIANCE-EDIT         PIC -(5)9.
       01 WS-VALUE-EDIT            PIC -(8)9.99.
       01 WS-TOTAL-EDIT            PIC ZZZZZZ9.
       01 WS-LINES-EDIT            PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           EVALUATE WS-RUN-MODE(1:8)
               WHEN 'FREEZE'
                   PERFORM FREEZE-BALANCES-PARAGRAPH
               WHEN 'VARIANCE'
                   PERFORM REPORT-VARIANCES-PARAGRAPH
               WHEN OTHER
                   DISPLAY 'Invalid run mode "' WS-RUN-MODE
                       '" - specify FREEZE or VARIANCE.'
                   MOVE 'FAIL' TO WS-RUN-STATUS
           END-EVALUATE.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookStkTake' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           IF WS-RUN-MODE(1:8) = 'VARIANCE'
               MOVE WS-CARDS-READ TO RC-RECORDS-IN
               MOVE WS-CARDS-WRITTEN TO RC-RECORDS-OUT
               MOVE WS-LINES-COUNTED TO RC-ACCEPTED
               COMPUTE RC-REJECTED = WS-CARDS-REJECTED
                   + WS-LINES-NOT-ON-SHEET
           ELSE
               MOVE WS-LOCS-READ TO RC-RECORDS-IN
               MOVE WS-LINES-FROZEN TO RC-RECORDS-OUT
               MOVE WS-LINES-FROZEN TO RC-ACCEPTED
               MOVE 0 TO RC-REJECTED
           END-IF.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-PARAMETERS-PARAGRAPH.
      *> One card: cols 1-4 the location to count (blank = every
      *> location), cols 5-17 and 18-30 the first and last ISBN of
      *> the range (blank = from the start / to the end). A missing
      *> file or blank card takes in the whole of LOCMSTR.DAT.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS NOT = '35'
               READ PARAMETER-FILE
                   NOT AT END
                       MOVE TPARM-LOCATION TO WS-SCOPE-LOCATION
                       IF TPARM-ISBN-FROM NOT = SPACES
                           MOVE TPARM-ISBN-FROM TO WS-SCOPE-ISBN-FROM
                       END-IF
                       IF TPARM-ISBN-TO NOT = SPACES
                           MOVE TPARM-ISBN-TO TO WS-SCOPE-ISBN-TO
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       FREEZE-BALANCES-PARAGRAPH.
           PERFORM READ-PARAMETERS-PARAGRAPH.
           OPEN INPUT LOCATION-FILE.
           IF WS-LOC-FILE-STATUS = '35'
               DISPLAY 'No location file found - nothing to freeze.'
               MOVE 'FAIL' TO WS-RUN-STATUS
           ELSE
               OPEN INPUT BOOK-MASTER-FILE
               OPEN OUTPUT FREEZE-FILE
               OPEN OUTPUT COUNT-SHEET-FILE
               MOVE SPACES TO FREEZE-RECORD
               MOVE 'H' TO FRZ-TYPE
               MOVE WS-SCOPE-LOCATION TO FRZ-LOCATION
               MOVE 0 TO FRZ-COPIES
               MOVE WS-REPORT-DATE TO FRZ-DATE
               PERFORM DRAW-STOCKTAKE-NUMBER-PARAGRAPH
               COMPUTE WS-BATCH-NO = 700000 + WS-STOCKTAKE-NUMBER
               MOVE WS-BATCH-NO TO FRZ-BATCH-NO
               WRITE FREEZE-RECORD
               PERFORM WRITE-SHEET-HEADER-PARAGRAPH
               MOVE WS-SCOPE-ISBN-FROM TO LOC-ISBN OF LOCATION-RECORD
               MOVE LOW-VALUES TO LOC-CODE OF LOCATION-RECORD
               MOVE 'N' TO WS-LOC-EOF-SWITCH
               START LOCATION-FILE KEY IS NOT LESS THAN
                       LOC-KEY OF LOCATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-LOC-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-LOC-EOF
                   READ LOCATION-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LOC-EOF-SWITCH
                       NOT AT END
                           IF LOC-ISBN OF LOCATION-RECORD
                                   > WS-SCOPE-ISBN-TO
                               MOVE 'Y' TO WS-LOC-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-LOCS-READ
                               PERFORM FREEZE-ONE-LINE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-LINES-FROZEN = 0
                   MOVE SPACES TO SHEET-LINE
                   STRING 'NO LOCATION BALANCES IN SCOPE.'
                       INTO SHEET-LINE
                   END-STRING
                   WRITE SHEET-LINE
               END-IF
               CLOSE COUNT-SHEET-FILE
               CLOSE FREEZE-FILE
               IF WS-BOOK-FILE-STATUS NOT = '35'
                   CLOSE BOOK-MASTER-FILE
               END-IF
               CLOSE LOCATION-FILE
               DISPLAY WS-LINES-FROZEN ' location balance(s) frozen '
                   'to STKFRZ.DAT, count sheet written to '
                   'STKSHEET.DAT.'
           END-IF.

       DRAW-STOCKTAKE-NUMBER-PARAGRAPH.
      *> The next stocktake number lives on STKCTL.DAT and is
      *> stepped on as soon as it is drawn, so a FREEZE run again
      *> for the same count gets a fresh number (only the last
      *> freeze is ever counted against). A missing control file
      *> (the first freeze since stocktakes were numbered, or a
      *> lost control file) is rebuilt above the highest 7xxxxx
      *> batch already on BATCHLOG.DAT.
           OPEN INPUT STOCKTAKE-CONTROL-FILE.
           IF WS-STKCTL-FILE-STATUS = '35'
               PERFORM SWEEP-FOR-STOCKTAKE-NUMBER-PARAGRAPH
           ELSE
               MOVE 1 TO WS-STOCKTAKE-NUMBER
               READ STOCKTAKE-CONTROL-FILE
                   NOT AT END
                       IF STKCTL-NEXT-NUMBER IS NUMERIC
                           AND STKCTL-NEXT-NUMBER > 0
                           MOVE STKCTL-NEXT-NUMBER
                               TO WS-STOCKTAKE-NUMBER
                       END-IF
               END-READ
               CLOSE STOCKTAKE-CONTROL-FILE
           END-IF.
           IF WS-STOCKTAKE-NUMBER = 99999
               MOVE 1 TO STKCTL-NEXT-NUMBER
           ELSE
               COMPUTE STKCTL-NEXT-NUMBER = WS-STOCKTAKE-NUMBER + 1
           END-IF.
           OPEN OUTPUT STOCKTAKE-CONTROL-FILE.
           WRITE STOCKTAKE-CONTROL-RECORD.
           CLOSE STOCKTAKE-CONTROL-FILE.

       SWEEP-FOR-STOCKTAKE-NUMBER-PARAGRAPH.
           MOVE 1 TO WS-STOCKTAKE-NUMBER.
           OPEN INPUT BATCH-LOG-FILE.
           IF WS-BATCHLOG-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-BATCHLOG-EOF-SWITCH
               PERFORM UNTIL WS-BATCHLOG-EOF
                   READ BATCH-LOG-FILE
                       AT END
                           MOVE 'Y' TO WS-BATCHLOG-EOF-SWITCH
                       NOT AT END
                           IF BLOG-BATCH-NO IS NUMERIC
                               AND BLOG-BATCH-NO > 700000
                               AND BLOG-BATCH-NO < 799999
                               AND BLOG-BATCH-NO - 700000
                                   NOT < WS-STOCKTAKE-NUMBER
                               COMPUTE WS-STOCKTAKE-NUMBER =
                                   BLOG-BATCH-NO - 700000 + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-LOG-FILE
           END-IF.

       FREEZE-ONE-LINE-PARAGRAPH.
           IF WS-SCOPE-LOCATION = SPACES
               OR LOC-CODE OF LOCATION-RECORD = WS-SCOPE-LOCATION
               MOVE SPACES TO FREEZE-RECORD
               MOVE 'D' TO FRZ-TYPE
               MOVE LOC-ISBN OF LOCATION-RECORD TO FRZ-ISBN
               MOVE LOC-CODE OF LOCATION-RECORD TO FRZ-LOCATION
               MOVE LOC-COPIES OF LOCATION-RECORD TO FRZ-COPIES
               MOVE WS-REPORT-DATE TO FRZ-DATE
               MOVE 0 TO FRZ-BATCH-NO
               WRITE FREEZE-RECORD
               ADD 1 TO WS-LINES-FROZEN
               MOVE LOC-ISBN OF LOCATION-RECORD TO WS-MATCH-ISBN
               PERFORM READ-BOOK-PARAGRAPH
               PERFORM WRITE-SHEET-DETAIL-PARAGRAPH
           END-IF.

       WRITE-SHEET-HEADER-PARAGRAPH.
           ADD 1 TO WS-SHEET-PAGE-COUNT.
           MOVE SPACES TO SHEET-LINE.
           STRING 'STOCKTAKE COUNT SHEET'  '  FROZEN: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-SHEET-PAGE-COUNT
               INTO SHEET-LINE
           END-STRING.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           IF WS-SCOPE-LOCATION = SPACES
               STRING 'ALL LOCATIONS  COUNT COPIES ON THE SHELF ONLY '
                   '- COPIES ON THE HOLD SHELF ARE NOT IN STOCK'
                   INTO SHEET-LINE
               END-STRING
           ELSE
               STRING 'LOCATION ' WS-SCOPE-LOCATION
                   '  COUNT COPIES ON THE SHELF ONLY '
                   '- COPIES ON THE HOLD SHELF ARE NOT IN STOCK'
                   INTO SHEET-LINE
               END-STRING
           END-IF.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           WRITE SHEET-LINE.
           MOVE SPACES TO SHEET-LINE.
           STRING 'ISBN         ' ' '
               'LOC ' ' '
               'TITLE                                             ' ' '
               'COUNTED'
               INTO SHEET-LINE
           END-STRING.
           WRITE SHEET-LINE.
           MOVE 4 TO WS-SHEET-LINE-COUNT.

       WRITE-SHEET-DETAIL-PARAGRAPH.
           IF WS-SHEET-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-SHEET-HEADER-PARAGRAPH
           END-IF.
           MOVE SPACES TO SHEET-LINE.
           STRING LOC-ISBN OF LOCATION-RECORD ' '
               LOC-CODE OF LOCATION-RECORD ' '
               WS-ITEM-TITLE ' '
               '_______'
               INTO SHEET-LINE
           END-STRING.
           WRITE SHEET-LINE.
           ADD 1 TO WS-SHEET-LINE-COUNT.

       REPORT-VARIANCES-PARAGRAPH.
           OPEN INPUT FREEZE-FILE.
           IF WS-FREEZE-FILE-STATUS = '35'
               DISPLAY 'No stocktake freeze found - run the FREEZE '
                   'pass before counting.'
               MOVE 'FAIL' TO WS-RUN-STATUS
           ELSE
               MOVE SPACES TO FREEZE-RECORD
               READ FREEZE-FILE
                   AT END
                       MOVE SPACES TO FREEZE-RECORD
               END-READ
               IF NOT FRZ-HEADER
                   DISPLAY 'Stocktake freeze file has no header '
                       'record - run the FREEZE pass again.'
                   MOVE 'FAIL' TO WS-RUN-STATUS
               ELSE
                   MOVE FRZ-DATE TO WS-FREEZE-DATE
                   MOVE FRZ-LOCATION TO WS-SCOPE-LOCATION
                   PERFORM SET-BATCH-NUMBER-PARAGRAPH
                   OPEN INPUT BOOK-MASTER-FILE
                   OPEN OUTPUT VARIANCE-REPORT-FILE
                   OPEN OUTPUT UNCOUNTED-LIST-FILE
                   OPEN OUTPUT GENERATED-CARD-FILE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
                   PERFORM WRITE-UNCOUNTED-HEADER-PARAGRAPH
                   PERFORM WRITE-BATCH-HEADER-PARAGRAPH
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SRT-KEY
                       INPUT PROCEDURE IS LOAD-COUNT-CARDS-PARAGRAPH
                       OUTPUT PROCEDURE IS MATCH-COUNTS-PARAGRAPH
                   PERFORM WRITE-BATCH-TRAILER-PARAGRAPH
                   PERFORM WRITE-LOCATION-SUMMARY-PARAGRAPH
                   PERFORM WRITE-PUBLISHER-SUMMARY-PARAGRAPH
                   PERFORM WRITE-REPORT-TOTALS-PARAGRAPH
                   CLOSE GENERATED-CARD-FILE
                   CLOSE UNCOUNTED-LIST-FILE
                   CLOSE VARIANCE-REPORT-FILE
                   IF WS-BOOK-FILE-STATUS NOT = '35'
                       CLOSE BOOK-MASTER-FILE
                   END-IF
                   DISPLAY WS-LINES-COUNTED ' line(s) counted, '
                       WS-LINES-VARIANT ' with a variance, '
                       WS-LINES-UNCOUNTED ' uncounted, '
                       WS-CARDS-WRITTEN ' adjustment card(s) '
                       'written to BOOKTSTK.DAT.'
               END-IF
               CLOSE FREEZE-FILE
           END-IF.

       LOAD-COUNT-CARDS-PARAGRAPH.
      *> Count cards: ISBN cols 1-13, location cols 14-17 (blank =
      *> MAIN), counted quantity cols 18-21. Several cards for the
      *> same ISBN and location (stock on more than one shelf) are
      *> added together.
           OPEN INPUT COUNT-CARD-FILE.
           IF WS-COUNT-FILE-STATUS = '35'
               MOVE SPACES TO REPORT-LINE
               STRING 'NO COUNT CARD FILE - EVERY LINE IS UNCOUNTED.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               MOVE 'N' TO WS-COUNT-EOF-SWITCH
               PERFORM UNTIL WS-COUNT-EOF
                   READ COUNT-CARD-FILE
                       AT END
                           MOVE 'Y' TO WS-COUNT-EOF-SWITCH
                       NOT AT END
                           PERFORM RELEASE-COUNT-CARD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE COUNT-CARD-FILE
           END-IF.

       RELEASE-COUNT-CARD-PARAGRAPH.
           ADD 1 TO WS-CARDS-READ.
           IF CNT-ISBN = SPACES OR CNT-QTY IS NOT NUMERIC
               ADD 1 TO WS-CARDS-REJECTED
               MOVE SPACES TO REPORT-LINE
               STRING 'COUNT CARD REJECTED - ISBN MISSING OR '
                   'QUANTITY NOT NUMERIC: ' COUNT-CARD
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               MOVE CNT-ISBN TO SRT-ISBN
               IF CNT-LOCATION = SPACES
                   MOVE WS-DEFAULT-LOCATION TO SRT-LOCATION
               ELSE
                   MOVE CNT-LOCATION TO SRT-LOCATION
               END-IF
               MOVE CNT-QTY TO SRT-QTY
               RELEASE SORT-RECORD
           END-IF.

       MATCH-COUNTS-PARAGRAPH.
      *> Frozen lines and summed count cards are matched on ISBN
      *> plus location. A frozen line with no card is uncounted, not
      *> zero; a card with no frozen line was not on the sheet and
      *> is reported for investigation without an adjustment.
           PERFORM WRITE-COLUMN-HEADING-PARAGRAPH.
           PERFORM READ-NEXT-FREEZE-PARAGRAPH.
           PERFORM RETURN-NEXT-COUNT-PARAGRAPH.
           PERFORM UNTIL WS-FREEZE-KEY = HIGH-VALUES
                   AND WS-COUNT-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-FREEZE-KEY < WS-COUNT-KEY
                       PERFORM LIST-UNCOUNTED-PARAGRAPH
                   WHEN WS-COUNT-KEY < WS-FREEZE-KEY
                       PERFORM SUM-COUNT-CARDS-PARAGRAPH
                       PERFORM REPORT-NOT-ON-SHEET-PARAGRAPH
                   WHEN OTHER
                       PERFORM SUM-COUNT-CARDS-PARAGRAPH
                       PERFORM COMPARE-COUNT-PARAGRAPH
               END-EVALUATE
           END-PERFORM.

       READ-NEXT-FREEZE-PARAGRAPH.
           MOVE HIGH-VALUES TO WS-FREEZE-KEY.
           READ FREEZE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-FREEZE-KEY
               NOT AT END
                   IF FRZ-DETAIL
                       MOVE FRZ-KEY TO WS-FREEZE-KEY
                       MOVE FRZ-COPIES TO WS-FROZEN-COPIES
                   END-IF
           END-READ.

       RETURN-NEXT-COUNT-PARAGRAPH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-COUNT-KEY
               NOT AT END
                   MOVE SRT-KEY TO WS-COUNT-KEY
           END-RETURN.

       SUM-COUNT-CARDS-PARAGRAPH.
           MOVE WS-COUNT-KEY TO WS-MATCH-KEY.
           MOVE 0 TO WS-COUNTED-COPIES.
           PERFORM UNTIL WS-COUNT-KEY NOT = WS-MATCH-KEY
               ADD SRT-QTY TO WS-COUNTED-COPIES
                   ON SIZE ERROR
                       MOVE 99999 TO WS-COUNTED-COPIES
               END-ADD
               PERFORM RETURN-NEXT-COUNT-PARAGRAPH
           END-PERFORM.

       LIST-UNCOUNTED-PARAGRAPH.
           MOVE WS-FREEZE-KEY TO WS-MATCH-KEY.
           ADD 1 TO WS-LINES-UNCOUNTED.
           PERFORM READ-BOOK-PARAGRAPH.
           MOVE WS-FROZEN-COPIES TO WS-COPIES-EDIT.
           MOVE SPACES TO UNCOUNTED-LINE.
           STRING WS-MATCH-ISBN ' '
               WS-MATCH-LOCATION ' '
               WS-COPIES-EDIT ' '
               WS-ITEM-TITLE
               INTO UNCOUNTED-LINE
           END-STRING.
           WRITE UNCOUNTED-LINE.
           PERFORM READ-NEXT-FREEZE-PARAGRAPH.

       REPORT-NOT-ON-SHEET-PARAGRAPH.
           ADD 1 TO WS-LINES-NOT-ON-SHEET.
           PERFORM READ-BOOK-PARAGRAPH.
           MOVE 0 TO WS-FROZEN-COPIES.
           MOVE 0 TO WS-COPY-VARIANCE.
           MOVE 0 TO WS-VALUE-VARIANCE.
           MOVE 'NOT ON SHEET - NO CARD' TO WS-ITEM-ACTION.
           PERFORM WRITE-VARIANCE-DETAIL-PARAGRAPH.

       COMPARE-COUNT-PARAGRAPH.
           ADD 1 TO WS-LINES-COUNTED.
           COMPUTE WS-COPY-VARIANCE =
               WS-COUNTED-COPIES - WS-FROZEN-COPIES.
           IF WS-COPY-VARIANCE = 0
               ADD 1 TO WS-LINES-AGREED
           ELSE
               ADD 1 TO WS-LINES-VARIANT
               PERFORM READ-BOOK-PARAGRAPH
               COMPUTE WS-VALUE-VARIANCE =
                   WS-COPY-VARIANCE * WS-ITEM-PRICE
               IF WS-COPY-VARIANCE < 0
                   COMPUTE WS-TOTAL-SHORT =
                       WS-TOTAL-SHORT - WS-COPY-VARIANCE
               ELSE
                   ADD WS-COPY-VARIANCE TO WS-TOTAL-OVER
               END-IF
               ADD WS-VALUE-VARIANCE TO WS-TOTAL-VALUE
               IF WS-BOOK-FOUND
                   PERFORM WRITE-ADJUSTMENT-CARD-PARAGRAPH
               ELSE
                   MOVE 'NO TITLE ON MASTER' TO WS-ITEM-ACTION
               END-IF
               PERFORM TALLY-LOCATION-PARAGRAPH
               PERFORM TALLY-PUBLISHER-PARAGRAPH
               PERFORM WRITE-VARIANCE-DETAIL-PARAGRAPH
           END-IF.
           PERFORM READ-NEXT-FREEZE-PARAGRAPH.

       READ-BOOK-PARAGRAPH.
           MOVE 'N' TO WS-BOOK-FOUND-SWITCH.
           MOVE 0 TO WS-ITEM-PRICE.
           MOVE '(NOT ON BOOK MASTER)' TO WS-ITEM-PUBLISHER.
           MOVE '(NOT ON BOOK MASTER)' TO WS-ITEM-TITLE.
           IF WS-BOOK-FILE-STATUS NOT = '35'
               MOVE WS-MATCH-ISBN TO BOOK-ISBN OF BOOK-MASTER-RECORD
               READ BOOK-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BOOK-FOUND-SWITCH
                       MOVE BOOK-PRICE OF BOOK-MASTER-RECORD
                           TO WS-ITEM-PRICE
                       MOVE BOOK-PUBLISHER OF BOOK-MASTER-RECORD
                           TO WS-ITEM-PUBLISHER
                       MOVE BOOK-TITLE OF BOOK-MASTER-RECORD
                           TO WS-ITEM-TITLE
               END-READ
           END-IF.

       WRITE-ADJUSTMENT-CARD-PARAGRAPH.
      *> A shortfall goes in as an ISSUE and a surplus as a RECEIPT
      *> of the difference at the counted location. The cards carry
      *> the difference rather than the count, so postings made
      *> between the freeze and the count are not undone.
           PERFORM CLEAR-CARD-PARAGRAPH.
           ADD 1 TO WS-NEXT-SEQ-NO.
           MOVE WS-NEXT-SEQ-NO TO TRAN-SEQ-NO.
           IF WS-COPY-VARIANCE < 0
               MOVE 'ISSUE' TO TRAN-ACTION
               COMPUTE TRAN-COPIES = 0 - WS-COPY-VARIANCE
           ELSE
               MOVE 'RECEIPT' TO TRAN-ACTION
               MOVE WS-COPY-VARIANCE TO TRAN-COPIES
           END-IF.
           MOVE WS-MATCH-ISBN TO TRAN-ISBN.
           MOVE WS-MATCH-LOCATION TO TRAN-LOCATION.
           WRITE GENERATED-CARD.
           ADD 1 TO WS-CARDS-WRITTEN.
           ADD TRAN-COPIES TO WS-HASH-TOTAL.
           ADD TRAN-PRICE TO WS-VALUE-TOTAL.
           MOVE SPACES TO WS-ITEM-ACTION.
           STRING TRAN-ACTION DELIMITED BY SPACE
               ' CARD ' TRAN-SEQ-NO
               DELIMITED BY SIZE
               INTO WS-ITEM-ACTION
           END-STRING.

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

       SET-BATCH-NUMBER-PARAGRAPH.
      *> The batch number comes back off the freeze header. A freeze
      *> taken before stocktakes were numbered has none; its deck
      *> keeps the old 7YMMDD number from the freeze date.
           IF FRZ-BATCH-NO IS NUMERIC
               AND FRZ-BATCH-NO > 700000
               MOVE FRZ-BATCH-NO TO WS-BATCH-NO
           ELSE
               COMPUTE WS-BATCH-NO = 700000
                   + (FUNCTION MOD(WS-FREEZE-YYYY 10) * 10000)
                   + (WS-FREEZE-MM * 100) + WS-FREEZE-DD
           END-IF.

       WRITE-BATCH-HEADER-PARAGRAPH.
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

       TALLY-LOCATION-PARAGRAPH.
      *> Up to 49 locations are totalled separately; any beyond
      *> that share the last slot under *OTHER*.
           MOVE 'N' TO WS-TABLE-FOUND-SWITCH.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-LTB-USED
                       OR WS-TABLE-FOUND
               IF WS-LTB-CODE(WS-TABLE-INDEX) = WS-MATCH-LOCATION
                   MOVE 'Y' TO WS-TABLE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TABLE-FOUND
               SUBTRACT 1 FROM WS-TABLE-INDEX
           ELSE
               IF WS-LTB-USED < 49
                   ADD 1 TO WS-LTB-USED
                   MOVE WS-LTB-USED TO WS-TABLE-INDEX
                   MOVE WS-MATCH-LOCATION
                       TO WS-LTB-CODE(WS-TABLE-INDEX)
                   PERFORM CLEAR-LOCATION-ENTRY-PARAGRAPH
               ELSE
                   MOVE 50 TO WS-TABLE-INDEX
                   IF WS-LTB-USED < 50
                       MOVE 50 TO WS-LTB-USED
                       MOVE '*OTHER*' TO WS-LTB-CODE(WS-TABLE-INDEX)
                       PERFORM CLEAR-LOCATION-ENTRY-PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-LTB-LINES(WS-TABLE-INDEX).
           IF WS-COPY-VARIANCE < 0
               COMPUTE WS-LTB-SHORT(WS-TABLE-INDEX) =
                   WS-LTB-SHORT(WS-TABLE-INDEX) - WS-COPY-VARIANCE
           ELSE
               ADD WS-COPY-VARIANCE TO WS-LTB-OVER(WS-TABLE-INDEX)
           END-IF.
           ADD WS-VALUE-VARIANCE TO WS-LTB-VALUE(WS-TABLE-INDEX).

       CLEAR-LOCATION-ENTRY-PARAGRAPH.
           MOVE 0 TO WS-LTB-LINES(WS-TABLE-INDEX).
           MOVE 0 TO WS-LTB-SHORT(WS-TABLE-INDEX).
           MOVE 0 TO WS-LTB-OVER(WS-TABLE-INDEX).
           MOVE 0 TO WS-LTB-VALUE(WS-TABLE-INDEX).

       TALLY-PUBLISHER-PARAGRAPH.
      *> Up to 199 publishers are totalled separately; any beyond
      *> that share the last slot under *OTHER*.
           MOVE 'N' TO WS-TABLE-FOUND-SWITCH.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-PTB-USED
                       OR WS-TABLE-FOUND
               IF WS-PTB-CODE(WS-TABLE-INDEX) = WS-ITEM-PUBLISHER
                   MOVE 'Y' TO WS-TABLE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TABLE-FOUND
               SUBTRACT 1 FROM WS-TABLE-INDEX
           ELSE
               IF WS-PTB-USED < 199
                   ADD 1 TO WS-PTB-USED
                   MOVE WS-PTB-USED TO WS-TABLE-INDEX
                   MOVE WS-ITEM-PUBLISHER
                       TO WS-PTB-CODE(WS-TABLE-INDEX)
                   PERFORM CLEAR-PUBLISHER-ENTRY-PARAGRAPH
               ELSE
                   MOVE 200 TO WS-TABLE-INDEX
                   IF WS-PTB-USED < 200
                       MOVE 200 TO WS-PTB-USED
                       MOVE '*OTHER*' TO WS-PTB-CODE(WS-TABLE-INDEX)
                       PERFORM CLEAR-PUBLISHER-ENTRY-PARAGRAPH
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-PTB-LINES(WS-TABLE-INDEX).
           IF WS-COPY-VARIANCE < 0
               COMPUTE WS-PTB-SHORT(WS-TABLE-INDEX) =
                   WS-PTB-SHORT(WS-TABLE-INDEX) - WS-COPY-VARIANCE
           ELSE
               ADD WS-COPY-VARIANCE TO WS-PTB-OVER(WS-TABLE-INDEX)
           END-IF.
           ADD WS-VALUE-VARIANCE TO WS-PTB-VALUE(WS-TABLE-INDEX).

       CLEAR-PUBLISHER-ENTRY-PARAGRAPH.
           MOVE 0 TO WS-PTB-LINES(WS-TABLE-INDEX).
           MOVE 0 TO WS-PTB-SHORT(WS-TABLE-INDEX).
           MOVE 0 TO WS-PTB-OVER(WS-TABLE-INDEX).
           MOVE 0 TO WS-PTB-VALUE(WS-TABLE-INDEX).

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STOCKTAKE VARIANCE REPORT'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-SCOPE-LOCATION = SPACES
               STRING 'COUNTS AGAINST BALANCES FROZEN ' WS-FREEZE-DATE
                   ' - ALL LOCATIONS'
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'COUNTS AGAINST BALANCES FROZEN ' WS-FREEZE-DATE
                   ' - LOCATION ' WS-SCOPE-LOCATION
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-COLUMN-HEADING-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ISBN         ' ' '
               'LOC ' ' '
               'PUBLISHER                     ' ' '
               'FROZEN' ' '
               'COUNTED' ' '
               'VARIANCE' ' '
               '       VALUE' ' '
               'ADJUSTMENT'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-VARIANCE-DETAIL-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               PERFORM WRITE-COLUMN-HEADING-PARAGRAPH
           END-IF.
           MOVE WS-FROZEN-COPIES TO WS-COPIES-EDIT.
           MOVE WS-COUNTED-COPIES TO WS-COUNTED-EDIT.
           MOVE WS-COPY-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE WS-VALUE-VARIANCE TO WS-VALUE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-MATCH-ISBN ' '
               WS-MATCH-LOCATION ' '
               WS-ITEM-PUBLISHER ' '
               '  ' WS-COPIES-EDIT ' '
               '  ' WS-COUNTED-EDIT ' '
               '  ' WS-VARIANCE-EDIT ' '
               WS-VALUE-EDIT ' '
               WS-ITEM-ACTION
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-LOCATION-SUMMARY-PARAGRAPH.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'VARIANCE BY LOCATION' INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-SUMMARY-HEADING-PARAGRAPH.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-LTB-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
                   PERFORM WRITE-SUMMARY-HEADING-PARAGRAPH
               END-IF
               MOVE WS-LTB-LINES(WS-TABLE-INDEX) TO WS-LINES-EDIT
               MOVE WS-LTB-SHORT(WS-TABLE-INDEX) TO WS-TOTAL-EDIT
               MOVE WS-LTB-OVER(WS-TABLE-INDEX) TO WS-COUNTED-EDIT
               MOVE WS-LTB-VALUE(WS-TABLE-INDEX) TO WS-VALUE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-LTB-CODE(WS-TABLE-INDEX) ' '
                   WS-LINES-EDIT ' '
                   WS-TOTAL-EDIT ' '
                   '  ' WS-COUNTED-EDIT ' '
                   WS-VALUE-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-PUBLISHER-SUMMARY-PARAGRAPH.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'VARIANCE BY PUBLISHER' INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-SUMMARY-HEADING-PARAGRAPH.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-PTB-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
                   PERFORM WRITE-SUMMARY-HEADING-PARAGRAPH
               END-IF
               MOVE WS-PTB-LINES(WS-TABLE-INDEX) TO WS-LINES-EDIT
               MOVE WS-PTB-SHORT(WS-TABLE-INDEX) TO WS-TOTAL-EDIT
               MOVE WS-PTB-OVER(WS-TABLE-INDEX) TO WS-COUNTED-EDIT
               MOVE WS-PTB-VALUE(WS-TABLE-INDEX) TO WS-VALUE-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-PTB-CODE(WS-TABLE-INDEX) ' '
                   WS-LINES-EDIT ' '
                   WS-TOTAL-EDIT ' '
                   '  ' WS-COUNTED-EDIT ' '
                   WS-VALUE-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-SUMMARY-HEADING-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOCATION / PUBLISHER          ' ' '
               'LINES' ' '
               '  SHORT' ' '
               '   OVER' ' '
               '   NET VALUE'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COUNT CARDS READ:        ' WS-CARDS-READ
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COUNT CARDS REJECTED:    ' WS-CARDS-REJECTED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES COUNTED:           ' WS-LINES-COUNTED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES AGREED:            ' WS-LINES-AGREED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES WITH A VARIANCE:   ' WS-LINES-VARIANT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LINES UNCOUNTED:         ' WS-LINES-UNCOUNTED
               '  (LISTED IN STKUNC.DAT - NO ADJUSTMENT MADE)'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COUNTED, NOT ON SHEET:   ' WS-LINES-NOT-ON-SHEET
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-SHORT TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COPIES SHORT:            ' WS-TOTAL-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-OVER TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COPIES OVER:             ' WS-TOTAL-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NET VALUE OF VARIANCES:  ' WS-VALUE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ADJUSTMENT CARDS:        ' WS-CARDS-WRITTEN
               '  (BATCH ' WS-BATCH-NO ' IN BOOKTSTK.DAT)'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-UNCOUNTED-HEADER-PARAGRAPH.
           MOVE SPACES TO UNCOUNTED-LINE.
           STRING 'STOCKTAKE LINES NOT COUNTED - RECOUNT BEFORE '
               'ADJUSTING  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               INTO UNCOUNTED-LINE
           END-STRING.
           WRITE UNCOUNTED-LINE.
           MOVE SPACES TO UNCOUNTED-LINE.
           WRITE UNCOUNTED-LINE.
           MOVE SPACES TO UNCOUNTED-LINE.
           STRING 'ISBN         ' ' '
               'LOC ' ' '
               'FROZ' ' '
               'TITLE'
               INTO UNCOUNTED-LINE
           END-STRING.
           WRITE UNCOUNTED-LINE.
