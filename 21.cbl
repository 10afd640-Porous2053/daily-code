       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookCashDrawer.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-TRANSACTION-FILE ASSIGN TO 'FINETRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINETRAN-FILE-STATUS.

           SELECT FINE-LEDGER-FILE ASSIGN TO 'FINEMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-BORROWER OF FINE-LEDGER-RECORD
               FILE STATUS IS WS-FINE-FILE-STATUS.

      *> Ledger balances as they stood at the end of the previous
      *> reconciliation, plus the last receipt number it covered.
      *> Each run reconciles from this image and then replaces it.
           SELECT FINE-OPENING-FILE ASSIGN TO 'FINEOPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINEOPEN-FILE-STATUS.

           SELECT CASH-REPORT-FILE ASSIGN TO 'FINECASH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.DAT'.

       DATA DIVISION.
       FILE SECTION.
       FD  FINE-TRANSACTION-FILE.
       01  FINE-TRANSACTION-RECORD.
           COPY FINETRAN.

       FD  FINE-LEDGER-FILE.
       01  FINE-LEDGER-RECORD.
           COPY FINEREC.

       FD  FINE-OPENING-FILE.
       01  FINE-OPENING-RECORD.
           COPY FINEOPREC.

       FD  CASH-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           COPY FINETRAN REPLACING LEADING ==FTR== BY ==SRT==.

       WORKING-STORAGE SECTION.
       01 WS-FINETRAN-FILE-STATUS  PIC XX.
       01 WS-FINE-FILE-STATUS      PIC XX.
       01 WS-FINEOPEN-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-FINETRAN-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-FINETRAN-EOF                  VALUE 'Y'.
       01 WS-BASELINE-SWITCH       PIC X      VALUE 'N'.
          88 WS-BASELINE-RUN                  VALUE 'Y'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-SNAPSHOT-DATE         PIC 9(8)   VALUE 0.
       01 WS-HIGH-WATER-RECEIPT    PIC 9(8)   VALUE 0.
       01 WS-NEW-HIGH-WATER        PIC 9(8)   VALUE 0.
       01 WS-OPEN-KEY              PIC X(6).
       01 WS-ENTRY-KEY             PIC X(6).
       01 WS-LEDGER-KEY            PIC X(6).
       01 WS-LOW-KEY               PIC X(6).
       01 WS-SIGNED-AMOUNT         PIC S9(7)V99.
       01 WS-OPEN-AMOUNT           PIC S9(7)V99.
       01 WS-NET-AMOUNT            PIC S9(7)V99.
       01 WS-CLOSE-AMOUNT          PIC S9(7)V99.
       01 WS-EXPECTED-AMOUNT       PIC S9(7)V99.
       01 WS-DIFFERENCE-AMOUNT     PIC S9(7)V99.
       01 WS-TOTAL-OPENING         PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-CHARGES         PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-CREDITS         PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-CLOSING         PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-EXPECTED        PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-CASH            PIC 9(9)V99  VALUE 0.
       01 WS-TOTAL-PAYMENTS        PIC 9(6)     VALUE 0.
       01 WS-OPERATOR-TABLE.
          05 WS-OPR-ENTRY          OCCURS 50 TIMES.
             10 WS-OPR-ID          PIC X(8).
             10 WS-OPR-COUNT       PIC 9(5).
             10 WS-OPR-AMOUNT      PIC 9(7)V99.
       01 WS-OPR-USED              PIC 9(3)   VALUE 0.
       01 WS-OPR-INDEX             PIC 9(3).
       01 WS-OPR-FOUND-SWITCH      PIC X      VALUE 'N'.
          88 WS-OPR-FOUND                     VALUE 'Y'.
       01 WS-TYPE-TABLE.
          05 WS-TYP-ENTRY          OCCURS 12 TIMES.
             10 WS-TYP-NAME        PIC X(8).
             10 WS-TYP-COUNT       PIC 9(5).
             10 WS-TYP-CHARGES     PIC 9(7)V99.
             10 WS-TYP-CREDITS     PIC 9(7)V99.
       01 WS-TYP-USED              PIC 9(3)   VALUE 0.
       01 WS-TYP-INDEX             PIC 9(3).
       01 WS-TYP-FOUND-SWITCH      PIC X      VALUE 'N'.
          88 WS-TYP-FOUND                     VALUE 'Y'.
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-ENTRIES-READ          PIC 9(6)   VALUE 0.
       01 WS-ENTRIES-SELECTED      PIC 9(6)   VALUE 0.
       01 WS-BORROWERS-CHECKED     PIC 9(6)   VALUE 0.
       01 WS-EXCEPTIONS            PIC 9(6)   VALUE 0.
       01 WS-SNAPSHOT-WRITTEN      PIC 9(6)   VALUE 0.
       01 WS-COUNT-EDIT            PIC ZZZZ9.
       01 WS-AMOUNT-EDIT           PIC ZZZZZZ9.99.
       01 WS-CREDIT-EDIT           PIC ZZZZZZ9.99.
       01 WS-OPEN-EDIT             PIC ZZZZZZ9.99CR.
       01 WS-NET-EDIT              PIC ZZZZZZ9.99CR.
       01 WS-EXPECTED-EDIT         PIC ZZZZZZ9.99CR.
       01 WS-CLOSE-EDIT            PIC ZZZZZZ9.99CR.
       01 WS-DIFFERENCE-EDIT       PIC ZZZZZZ9.99CR.
       01 WS-TOTAL-EDIT            PIC ZZZZZZZZ9.99CR.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT CASH-REPORT-FILE.
           PERFORM OPEN-SNAPSHOT-PARAGRAPH.
           OPEN INPUT FINE-LEDGER-FILE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BORROWER OF SORT-RECORD
                   SRT-RECEIPT-NO OF SORT-RECORD
               INPUT PROCEDURE IS SELECT-ENTRIES-PARAGRAPH
               OUTPUT PROCEDURE IS RECONCILE-BALANCES-PARAGRAPH.
           IF NOT WS-BASELINE-RUN
               CLOSE FINE-OPENING-FILE
           END-IF.
           PERFORM WRITE-OPERATOR-TOTALS-PARAGRAPH.
           PERFORM WRITE-TYPE-TOTALS-PARAGRAPH.
           PERFORM WRITE-BALANCE-TOTALS-PARAGRAPH.
           PERFORM WRITE-NEW-SNAPSHOT-PARAGRAPH.
           IF WS-FINE-FILE-STATUS NOT = '35'
               CLOSE FINE-LEDGER-FILE
           END-IF.
           CLOSE CASH-REPORT-FILE.
           MOVE WS-TOTAL-CASH TO WS-AMOUNT-EDIT.
           DISPLAY 'Cash drawer report written to FINECASH.DAT - '
               WS-AMOUNT-EDIT ' taken in ' WS-TOTAL-PAYMENTS
               ' payment(s), ' WS-EXCEPTIONS
               ' borrower(s) out of balance.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookCashDrwr' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-ENTRIES-READ TO RC-RECORDS-IN.
           MOVE WS-SNAPSHOT-WRITTEN TO RC-RECORDS-OUT.
           COMPUTE RC-ACCEPTED = WS-BORROWERS-CHECKED - WS-EXCEPTIONS.
           MOVE WS-EXCEPTIONS TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       OPEN-SNAPSHOT-PARAGRAPH.
      *> The first record of FINEOPEN.DAT is the header: snapshot
      *> date and the last receipt number already reconciled. With
      *> no usable snapshot (the first run) there is nothing to
      *> reconcile against, so the run is a baseline: today's
      *> entries are totalled by operator and type, and the
      *> snapshot is cut for tomorrow.
           OPEN INPUT FINE-OPENING-FILE.
           IF WS-FINEOPEN-FILE-STATUS = '35'
               MOVE 'Y' TO WS-BASELINE-SWITCH
           ELSE
               READ FINE-OPENING-FILE
                   AT END
                       MOVE 'Y' TO WS-BASELINE-SWITCH
                   NOT AT END
                       IF FOPEN-HEADER
                           MOVE FOPEN-SNAPSHOT-DATE
                               TO WS-SNAPSHOT-DATE
                           MOVE FOPEN-LAST-RECEIPT
                               TO WS-HIGH-WATER-RECEIPT
                       ELSE
                           MOVE 'Y' TO WS-BASELINE-SWITCH
                       END-IF
               END-READ
               IF WS-BASELINE-RUN
                   CLOSE FINE-OPENING-FILE
               END-IF
           END-IF.
           MOVE WS-HIGH-WATER-RECEIPT TO WS-NEW-HIGH-WATER.

       SELECT-ENTRIES-PARAGRAPH.
      *> The day's entries are those past the snapshot's last
      *> receipt; on a baseline run, those dated today.
           OPEN INPUT FINE-TRANSACTION-FILE.
           IF WS-FINETRAN-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-FINETRAN-EOF-SWITCH
               PERFORM UNTIL WS-FINETRAN-EOF
                   READ FINE-TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-FINETRAN-EOF-SWITCH
                       NOT AT END
                           PERFORM SELECT-ONE-ENTRY-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FINE-TRANSACTION-FILE
           END-IF.

       SELECT-ONE-ENTRY-PARAGRAPH.
           ADD 1 TO WS-ENTRIES-READ.
           IF FTR-RECEIPT-NO > WS-NEW-HIGH-WATER
               MOVE FTR-RECEIPT-NO TO WS-NEW-HIGH-WATER
           END-IF.
           IF (WS-BASELINE-RUN AND FTR-DATE = WS-TODAY-DATE)
               OR (NOT WS-BASELINE-RUN
                   AND FTR-RECEIPT-NO > WS-HIGH-WATER-RECEIPT)
               ADD 1 TO WS-ENTRIES-SELECTED
               MOVE FINE-TRANSACTION-RECORD TO SORT-RECORD
               RELEASE SORT-RECORD
           END-IF.

       RECONCILE-BALANCES-PARAGRAPH.
      *> Three-way match on borrower: the opening snapshot, the
      *> day's entries and the closing fine ledger. For every
      *> borrower, opening plus the day's net charges must equal
      *> the closing balance.
           IF NOT WS-BASELINE-RUN
               MOVE SPACES TO REPORT-LINE
               STRING 'RECONCILIATION EXCEPTIONS' INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING 'BORROW' ' '
                   '     OPENING' ' '
                   '  DAY ENTRIES' ' '
                   '    EXPECTED' ' '
                   '     CLOSING' ' '
                   '  DIFFERENCE'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           PERFORM READ-NEXT-SNAPSHOT-PARAGRAPH.
           PERFORM RETURN-NEXT-ENTRY-PARAGRAPH.
           MOVE HIGH-VALUES TO WS-LEDGER-KEY.
           IF WS-FINE-FILE-STATUS NOT = '35'
               MOVE LOW-VALUES TO FINE-BORROWER OF FINE-LEDGER-RECORD
               START FINE-LEDGER-FILE KEY IS NOT LESS THAN
                       FINE-BORROWER OF FINE-LEDGER-RECORD
                   INVALID KEY
                       MOVE HIGH-VALUES TO WS-LEDGER-KEY
                   NOT INVALID KEY
                       PERFORM READ-NEXT-LEDGER-PARAGRAPH
               END-START
           END-IF.
           PERFORM UNTIL WS-OPEN-KEY = HIGH-VALUES
                   AND WS-ENTRY-KEY = HIGH-VALUES
                   AND WS-LEDGER-KEY = HIGH-VALUES
               PERFORM RECONCILE-ONE-BORROWER-PARAGRAPH
           END-PERFORM.
           IF NOT WS-BASELINE-RUN
               AND WS-EXCEPTIONS = 0
               MOVE SPACES TO REPORT-LINE
               STRING 'NONE - EVERY BORROWER BALANCES.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       RECONCILE-ONE-BORROWER-PARAGRAPH.
           MOVE WS-OPEN-KEY TO WS-LOW-KEY.
           IF WS-ENTRY-KEY < WS-LOW-KEY
               MOVE WS-ENTRY-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-LEDGER-KEY < WS-LOW-KEY
               MOVE WS-LEDGER-KEY TO WS-LOW-KEY
           END-IF.
           MOVE 0 TO WS-OPEN-AMOUNT.
           MOVE 0 TO WS-NET-AMOUNT.
           MOVE 0 TO WS-CLOSE-AMOUNT.
           IF WS-OPEN-KEY = WS-LOW-KEY
               MOVE FOPEN-BALANCE TO WS-OPEN-AMOUNT
               PERFORM READ-NEXT-SNAPSHOT-PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ENTRY-KEY NOT = WS-LOW-KEY
               PERFORM TALLY-ENTRY-PARAGRAPH
               PERFORM RETURN-NEXT-ENTRY-PARAGRAPH
           END-PERFORM.
           IF WS-LEDGER-KEY = WS-LOW-KEY
               MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                   TO WS-CLOSE-AMOUNT
               PERFORM READ-NEXT-LEDGER-PARAGRAPH
           END-IF.
           ADD 1 TO WS-BORROWERS-CHECKED.
           ADD WS-OPEN-AMOUNT TO WS-TOTAL-OPENING.
           ADD WS-CLOSE-AMOUNT TO WS-TOTAL-CLOSING.
           COMPUTE WS-EXPECTED-AMOUNT = WS-OPEN-AMOUNT + WS-NET-AMOUNT.
           IF NOT WS-BASELINE-RUN
               AND WS-EXPECTED-AMOUNT NOT = WS-CLOSE-AMOUNT
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.

       TALLY-ENTRY-PARAGRAPH.
           IF SRT-DIRECTION OF SORT-RECORD = 'C'
               COMPUTE WS-SIGNED-AMOUNT =
                   0 - SRT-AMOUNT OF SORT-RECORD
               ADD SRT-AMOUNT OF SORT-RECORD TO WS-TOTAL-CREDITS
           ELSE
               MOVE SRT-AMOUNT OF SORT-RECORD TO WS-SIGNED-AMOUNT
               ADD SRT-AMOUNT OF SORT-RECORD TO WS-TOTAL-CHARGES
           END-IF.
           ADD WS-SIGNED-AMOUNT TO WS-NET-AMOUNT.
           PERFORM TALLY-TYPE-PARAGRAPH.
           IF SRT-TYPE OF SORT-RECORD = 'PAYMENT'
               ADD 1 TO WS-TOTAL-PAYMENTS
               ADD SRT-AMOUNT OF SORT-RECORD TO WS-TOTAL-CASH
               PERFORM TALLY-OPERATOR-PARAGRAPH
           END-IF.

       TALLY-TYPE-PARAGRAPH.
           MOVE 'N' TO WS-TYP-FOUND-SWITCH.
           PERFORM VARYING WS-TYP-INDEX FROM 1 BY 1
                   UNTIL WS-TYP-INDEX > WS-TYP-USED OR WS-TYP-FOUND
               IF WS-TYP-NAME(WS-TYP-INDEX) = SRT-TYPE OF SORT-RECORD
                   MOVE 'Y' TO WS-TYP-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TYP-FOUND
               SUBTRACT 1 FROM WS-TYP-INDEX
           ELSE
               IF WS-TYP-USED < 12
                   ADD 1 TO WS-TYP-USED
                   MOVE WS-TYP-USED TO WS-TYP-INDEX
                   MOVE SRT-TYPE OF SORT-RECORD
                       TO WS-TYP-NAME(WS-TYP-INDEX)
                   MOVE 0 TO WS-TYP-COUNT(WS-TYP-INDEX)
                   MOVE 0 TO WS-TYP-CHARGES(WS-TYP-INDEX)
                   MOVE 0 TO WS-TYP-CREDITS(WS-TYP-INDEX)
                   MOVE 'Y' TO WS-TYP-FOUND-SWITCH
               ELSE
                   DISPLAY 'Entry type table full - type '
                       SRT-TYPE OF SORT-RECORD
                       ' left out of the type totals.'
               END-IF
           END-IF.
           IF WS-TYP-FOUND
               ADD 1 TO WS-TYP-COUNT(WS-TYP-INDEX)
               IF SRT-DIRECTION OF SORT-RECORD = 'C'
                   ADD SRT-AMOUNT OF SORT-RECORD
                       TO WS-TYP-CREDITS(WS-TYP-INDEX)
               ELSE
                   ADD SRT-AMOUNT OF SORT-RECORD
                       TO WS-TYP-CHARGES(WS-TYP-INDEX)
               END-IF
           END-IF.

       TALLY-OPERATOR-PARAGRAPH.
      *> Up to 49 operators are totalled separately; any beyond
      *> that share the last slot under *OTHER* so the cash total
      *> still adds up.
           MOVE 'N' TO WS-OPR-FOUND-SWITCH.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-USED OR WS-OPR-FOUND
               IF WS-OPR-ID(WS-OPR-INDEX)
                       = SRT-OPERATOR OF SORT-RECORD
                   MOVE 'Y' TO WS-OPR-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-OPR-FOUND
               SUBTRACT 1 FROM WS-OPR-INDEX
           ELSE
               IF WS-OPR-USED < 49
                   ADD 1 TO WS-OPR-USED
                   MOVE WS-OPR-USED TO WS-OPR-INDEX
                   MOVE SRT-OPERATOR OF SORT-RECORD
                       TO WS-OPR-ID(WS-OPR-INDEX)
                   MOVE 0 TO WS-OPR-COUNT(WS-OPR-INDEX)
                   MOVE 0 TO WS-OPR-AMOUNT(WS-OPR-INDEX)
               ELSE
                   MOVE 50 TO WS-OPR-INDEX
                   IF WS-OPR-USED < 50
                       MOVE 50 TO WS-OPR-USED
                       MOVE '*OTHER*' TO WS-OPR-ID(WS-OPR-INDEX)
                       MOVE 0 TO WS-OPR-COUNT(WS-OPR-INDEX)
                       MOVE 0 TO WS-OPR-AMOUNT(WS-OPR-INDEX)
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-OPR-COUNT(WS-OPR-INDEX).
           ADD SRT-AMOUNT OF SORT-RECORD
               TO WS-OPR-AMOUNT(WS-OPR-INDEX).

       READ-NEXT-SNAPSHOT-PARAGRAPH.
           MOVE HIGH-VALUES TO WS-OPEN-KEY.
           IF NOT WS-BASELINE-RUN
               MOVE 'N' TO WS-FINETRAN-EOF-SWITCH
               PERFORM UNTIL WS-FINETRAN-EOF
                   READ FINE-OPENING-FILE
                       AT END
                           MOVE 'Y' TO WS-FINETRAN-EOF-SWITCH
                       NOT AT END
                           IF FOPEN-BALANCE-LINE
                               MOVE FOPEN-BORROWER TO WS-OPEN-KEY
                               MOVE 'Y' TO WS-FINETRAN-EOF-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       RETURN-NEXT-ENTRY-PARAGRAPH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-ENTRY-KEY
               NOT AT END
                   MOVE SRT-BORROWER OF SORT-RECORD TO WS-ENTRY-KEY
           END-RETURN.

       READ-NEXT-LEDGER-PARAGRAPH.
           READ FINE-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-LEDGER-KEY
               NOT AT END
                   MOVE FINE-BORROWER OF FINE-LEDGER-RECORD
                       TO WS-LEDGER-KEY
           END-READ.

       WRITE-EXCEPTION-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE 'FAIL' TO WS-RUN-STATUS.
           COMPUTE WS-DIFFERENCE-AMOUNT =
               WS-CLOSE-AMOUNT - WS-EXPECTED-AMOUNT.
           MOVE WS-OPEN-AMOUNT TO WS-OPEN-EDIT.
           MOVE WS-NET-AMOUNT TO WS-NET-EDIT.
           MOVE WS-EXPECTED-AMOUNT TO WS-EXPECTED-EDIT.
           MOVE WS-CLOSE-AMOUNT TO WS-CLOSE-EDIT.
           MOVE WS-DIFFERENCE-AMOUNT TO WS-DIFFERENCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LOW-KEY ' '
               WS-OPEN-EDIT ' '
               ' ' WS-NET-EDIT ' '
               WS-EXPECTED-EDIT ' '
               WS-CLOSE-EDIT ' '
               WS-DIFFERENCE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-OPERATOR-TOTALS-PARAGRAPH.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FINE PAYMENTS TAKEN BY OPERATOR' INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPERATOR' ' '
               'COUNT' ' '
               '    AMOUNT'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.
           PERFORM VARYING WS-OPR-INDEX FROM 1 BY 1
                   UNTIL WS-OPR-INDEX > WS-OPR-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               END-IF
               MOVE WS-OPR-COUNT(WS-OPR-INDEX) TO WS-COUNT-EDIT
               MOVE WS-OPR-AMOUNT(WS-OPR-INDEX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-OPR-ID(WS-OPR-INDEX) ' '
                   WS-COUNT-EDIT ' '
                   WS-AMOUNT-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           MOVE WS-TOTAL-PAYMENTS TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-CASH TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL   ' ' '
               WS-COUNT-EDIT ' '
               WS-AMOUNT-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-TYPE-TOTALS-PARAGRAPH.
           IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FINE LEDGER ENTRIES BY TYPE' INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TYPE    ' ' '
               'COUNT' ' '
               '   CHARGES' ' '
               '   CREDITS'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.
           PERFORM VARYING WS-TYP-INDEX FROM 1 BY 1
                   UNTIL WS-TYP-INDEX > WS-TYP-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               END-IF
               MOVE WS-TYP-COUNT(WS-TYP-INDEX) TO WS-COUNT-EDIT
               MOVE WS-TYP-CHARGES(WS-TYP-INDEX) TO WS-AMOUNT-EDIT
               MOVE WS-TYP-CREDITS(WS-TYP-INDEX) TO WS-CREDIT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-TYP-NAME(WS-TYP-INDEX) ' '
                   WS-COUNT-EDIT ' '
                   WS-AMOUNT-EDIT ' '
                   WS-CREDIT-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           MOVE WS-ENTRIES-SELECTED TO WS-COUNT-EDIT.
           MOVE WS-TOTAL-CHARGES TO WS-AMOUNT-EDIT.
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL   ' ' '
               WS-COUNT-EDIT ' '
               WS-AMOUNT-EDIT ' '
               WS-CREDIT-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-BALANCE-TOTALS-PARAGRAPH.
           IF WS-LINE-COUNT + 7 >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BASELINE-RUN
               MOVE SPACES TO REPORT-LINE
               STRING 'NO OPENING SNAPSHOT - BASELINE RUN, BALANCES '
                   'NOT RECONCILED. SNAPSHOT CUT FOR THE NEXT RUN.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               COMPUTE WS-TOTAL-EXPECTED = WS-TOTAL-OPENING
                   + WS-TOTAL-CHARGES - WS-TOTAL-CREDITS
               MOVE WS-TOTAL-OPENING TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'OPENING LEDGER BALANCES:   ' WS-TOTAL-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOTAL-CHARGES TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'PLUS CHARGES:              ' WS-TOTAL-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOTAL-CREDITS TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'LESS CREDITS:              ' WS-TOTAL-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOTAL-EXPECTED TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'EXPECTED CLOSING:          ' WS-TOTAL-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE WS-TOTAL-CLOSING TO WS-TOTAL-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING 'CLOSING LEDGER BALANCES:   ' WS-TOTAL-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               IF WS-EXCEPTIONS = 0
                   STRING 'FINE LEDGER IN BALANCE.'
                       INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING 'FINE LEDGER OUT OF BALANCE - '
                       WS-EXCEPTIONS ' BORROWER(S) LISTED ABOVE.'
                       INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF.

       WRITE-NEW-SNAPSHOT-PARAGRAPH.
      *> Tonight's closing ledger becomes tomorrow's opening
      *> snapshot, together with the last receipt seen. It is cut
      *> even when the ledger is out of balance: each difference is
      *> reported on the day it appears, not carried forward.
           OPEN OUTPUT FINE-OPENING-FILE.
           MOVE SPACES TO FINE-OPENING-RECORD.
           MOVE 'H' TO FOPEN-TYPE.
           MOVE 0 TO FOPEN-BALANCE.
           MOVE WS-TODAY-DATE TO FOPEN-SNAPSHOT-DATE.
           MOVE WS-NEW-HIGH-WATER TO FOPEN-LAST-RECEIPT.
           WRITE FINE-OPENING-RECORD.
           IF WS-FINE-FILE-STATUS NOT = '35'
               MOVE LOW-VALUES TO FINE-BORROWER OF FINE-LEDGER-RECORD
               MOVE 'N' TO WS-FINETRAN-EOF-SWITCH
               START FINE-LEDGER-FILE KEY IS NOT LESS THAN
                       FINE-BORROWER OF FINE-LEDGER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-FINETRAN-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-FINETRAN-EOF
                   READ FINE-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-FINETRAN-EOF-SWITCH
                       NOT AT END
                           MOVE SPACES TO FINE-OPENING-RECORD
                           MOVE 'B' TO FOPEN-TYPE
                           MOVE FINE-BORROWER OF FINE-LEDGER-RECORD
                               TO FOPEN-BORROWER
                           MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                               TO FOPEN-BALANCE
                           MOVE WS-TODAY-DATE TO FOPEN-SNAPSHOT-DATE
                           MOVE WS-NEW-HIGH-WATER
                               TO FOPEN-LAST-RECEIPT
                           WRITE FINE-OPENING-RECORD
                           ADD 1 TO WS-SNAPSHOT-WRITTEN
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FINE-OPENING-FILE.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FINE CASH DRAWER RECONCILIATION'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-BASELINE-RUN
               STRING 'ENTRIES DATED ' WS-TODAY-DATE
                   ' - NO OPENING SNAPSHOT'
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'ENTRIES AFTER RECEIPT ' WS-HIGH-WATER-RECEIPT
                   ' - OPENING SNAPSHOT OF ' WS-SNAPSHOT-DATE
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.
