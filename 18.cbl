       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookAutoLost.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOANMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER OF LOAN-RECORD
               ALTERNATE RECORD KEY IS LOAN-ISBN OF LOAN-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOAN-BORROWER OF LOAN-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-FILE-STATUS.

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

           SELECT FINE-LEDGER-FILE ASSIGN TO 'FINEMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-BORROWER OF FINE-LEDGER-RECORD
               FILE STATUS IS WS-FINE-FILE-STATUS.

           SELECT FINE-TRANSACTION-FILE ASSIGN TO 'FINETRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINETRAN-FILE-STATUS.

           SELECT FINE-CONTROL-FILE ASSIGN TO 'FINECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINECTL-FILE-STATUS.

           SELECT CIRC-PARAMETER-FILE ASSIGN TO 'CIRCPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRCPARM-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'BOOKAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO 'BOOKMOVE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-FILE-STATUS.

           SELECT LOST-REPORT-FILE ASSIGN TO 'BOOKLOST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  BOOK-MASTER-FILE.
       01  BOOK-MASTER-RECORD.
           COPY BOOKREC.

       FD  FINE-LEDGER-FILE.
       01  FINE-LEDGER-RECORD.
           COPY FINEREC.

       FD  FINE-TRANSACTION-FILE.
       01  FINE-TRANSACTION-RECORD.
           COPY FINETRAN.

       FD  FINE-CONTROL-FILE.
       01  FINE-CONTROL-RECORD.
           COPY FINECTLREC.

       FD  CIRC-PARAMETER-FILE.
       01  CIRC-PARAMETER-RECORD.
           05  CPARM-KEYWORD           PIC X(8).
           05  CPARM-VALUE             PIC 9(4).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       FD  MOVEMENT-FILE.
       01  MOVEMENT-RECORD.
           COPY MOVEREC.

       FD  LOST-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS      PIC XX.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-FINE-FILE-STATUS      PIC XX.
       01 WS-CIRCPARM-FILE-STATUS  PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-MOVEMENT-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-LOAN-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-LOAN-EOF                      VALUE 'Y'.
       01 WS-CIRCPARM-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-CIRCPARM-EOF                  VALUE 'Y'.
       01 WS-BOOK-FOUND-SWITCH     PIC X      VALUE 'N'.
          88 WS-BOOK-FOUND                    VALUE 'Y'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-INTEGER         PIC 9(8).
       01 WS-LOST-AFTER-DAYS       PIC 9(4)   VALUE 60.
       01 WS-DAYS-OVERDUE          PIC 9(5).
       01 WS-DAYS-OVERDUE-EDIT     PIC ZZZZ9.
       COPY FINERATE.
       COPY LOSTFEE.
       01 WS-ACCRUED-FINE          PIC 9(5)V99.
       01 WS-FINE-DELTA            PIC 9(5)V99.
       01 WS-FINE-BORROWER         PIC X(6).
       01 WS-FINE-EDIT             PIC ZZZZ9.99.
       01 WS-FINETRAN-FILE-STATUS  PIC XX.
       01 WS-FINECTL-FILE-STATUS   PIC XX.
       01 WS-FINETRAN-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-FINETRAN-EOF                  VALUE 'Y'.
       01 WS-NEXT-RECEIPT-NUMBER   PIC 9(8)   VALUE 1.
       01 WS-FTR-TYPE              PIC X(8).
       01 WS-REPLACE-EDIT          PIC ZZZZ9.99.
       01 WS-FEE-EDIT              PIC ZZZZ9.99.
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-LOANS-READ            PIC 9(6)   VALUE 0.
       01 WS-LOANS-DECLARED        PIC 9(6)   VALUE 0.
       01 WS-TOTAL-REPLACE         PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-FEES            PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-FINES           PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-EDIT            PIC ZZZZZZ9.99.
       01 WS-AUDIT-TITLE           PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM READ-CIRC-PARAMETERS-PARAGRAPH.
           OPEN OUTPUT LOST-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           IF WS-LOST-AFTER-DAYS = 0
               MOVE SPACES TO REPORT-LINE
               STRING 'AUTOMATIC LOST PROCESSING SWITCHED OFF '
                   '(LOSTDAYS 0).'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               OPEN I-O LOAN-FILE
               IF WS-LOAN-FILE-STATUS = '35'
                   DISPLAY 'No loan file found - nothing to declare '
                       'lost.'
                   MOVE 'FAIL' TO WS-RUN-STATUS
               ELSE
                   OPEN INPUT BOOK-MASTER-FILE
                   PERFORM OPEN-FINE-LEDGER-PARAGRAPH
                   PERFORM FIND-NEXT-RECEIPT-NUMBER-PARAGRAPH
                   PERFORM SWEEP-OPEN-LOANS-PARAGRAPH
                   IF WS-BOOK-FILE-STATUS NOT = '35'
                       CLOSE BOOK-MASTER-FILE
                   END-IF
                   CLOSE FINE-LEDGER-FILE
                   CLOSE LOAN-FILE
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.
           CLOSE LOST-REPORT-FILE.
           DISPLAY WS-LOANS-DECLARED ' loan(s) declared lost, report '
               'written to BOOKLOST.DAT.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookAutoLost' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-LOANS-READ TO RC-RECORDS-IN.
           MOVE WS-LOANS-DECLARED TO RC-RECORDS-OUT.
           MOVE WS-LOANS-DECLARED TO RC-ACCEPTED.
           MOVE 0 TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-CIRC-PARAMETERS-PARAGRAPH.
      *> Shares BookManager's CIRCPARM.DAT keyword cards. LOSTDAYS
      *> is the number of days past the due date after which an
      *> open loan is written off as lost; 0 switches the step
      *> off. Keywords meant for BookManager are passed over.
           OPEN INPUT CIRC-PARAMETER-FILE.
           IF WS-CIRCPARM-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-CIRCPARM-EOF-SWITCH
               PERFORM UNTIL WS-CIRCPARM-EOF
                   READ CIRC-PARAMETER-FILE
                       AT END
                           MOVE 'Y' TO WS-CIRCPARM-EOF-SWITCH
                       NOT AT END
                           IF CPARM-KEYWORD = 'LOSTDAYS'
                               IF CPARM-VALUE IS NUMERIC
                                   MOVE CPARM-VALUE
                                       TO WS-LOST-AFTER-DAYS
                               ELSE
                                   DISPLAY 'Circulation parameter '
                                       'ignored - value not '
                                       'numeric: ' CPARM-KEYWORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRC-PARAMETER-FILE
           END-IF.

       OPEN-FINE-LEDGER-PARAGRAPH.
           OPEN I-O FINE-LEDGER-FILE.
           IF WS-FINE-FILE-STATUS = '35'
               OPEN OUTPUT FINE-LEDGER-FILE
               CLOSE FINE-LEDGER-FILE
               OPEN I-O FINE-LEDGER-FILE
           END-IF.

       FIND-NEXT-RECEIPT-NUMBER-PARAGRAPH.
      *> Fine receipt numbers come from FINECTL.DAT, shared with
      *> BookManager and the overdue assessment. A missing control
      *> file is rebuilt from the last receipt on the fine
      *> transaction file.
           OPEN INPUT FINE-CONTROL-FILE.
           IF WS-FINECTL-FILE-STATUS = '35'
               PERFORM SWEEP-FOR-RECEIPT-NUMBER-PARAGRAPH
               PERFORM WRITE-FINE-CONTROL-PARAGRAPH
           ELSE
               MOVE 1 TO WS-NEXT-RECEIPT-NUMBER
               READ FINE-CONTROL-FILE
                   NOT AT END
                       MOVE FINECTL-NEXT-RECEIPT
                           TO WS-NEXT-RECEIPT-NUMBER
               END-READ
               CLOSE FINE-CONTROL-FILE
           END-IF.

       SWEEP-FOR-RECEIPT-NUMBER-PARAGRAPH.
           MOVE 1 TO WS-NEXT-RECEIPT-NUMBER.
           OPEN INPUT FINE-TRANSACTION-FILE.
           IF WS-FINETRAN-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-FINETRAN-EOF-SWITCH
               PERFORM UNTIL WS-FINETRAN-EOF
                   READ FINE-TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-FINETRAN-EOF-SWITCH
                       NOT AT END
                           IF FTR-RECEIPT-NO
                                   NOT < WS-NEXT-RECEIPT-NUMBER
                               COMPUTE WS-NEXT-RECEIPT-NUMBER =
                                   FTR-RECEIPT-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FINE-TRANSACTION-FILE
           END-IF.

       WRITE-FINE-CONTROL-PARAGRAPH.
           MOVE WS-NEXT-RECEIPT-NUMBER TO FINECTL-NEXT-RECEIPT.
           OPEN OUTPUT FINE-CONTROL-FILE.
           WRITE FINE-CONTROL-RECORD.
           CLOSE FINE-CONTROL-FILE.

       SWEEP-OPEN-LOANS-PARAGRAPH.
           MOVE 0 TO LOAN-NUMBER OF LOAN-RECORD.
           MOVE 'N' TO WS-LOAN-EOF-SWITCH.
           START LOAN-FILE KEY IS NOT LESS THAN
                   LOAN-NUMBER OF LOAN-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-LOAN-EOF
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-LOANS-READ
                       IF LOAN-STATUS OF LOAN-RECORD = 'O'
                           AND LOAN-DUE-DATE OF LOAN-RECORD
                               < WS-TODAY-DATE
                           COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER
                               - FUNCTION INTEGER-OF-DATE
                                   (LOAN-DUE-DATE OF LOAN-RECORD)
                           IF WS-DAYS-OVERDUE > WS-LOST-AFTER-DAYS
                               PERFORM DECLARE-LOST-PARAGRAPH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       DECLARE-LOST-PARAGRAPH.
      *> Same write-off as a LOST card in BookManager: the overdue
      *> fine is frozen at today's figure, the borrower is billed
      *> BOOK-PRICE plus the processing fee, and the loan closes as
      *> 'L' with today as its write-off date. Copies on hand are
      *> not touched - the copy left them at checkout.
           MOVE LOAN-BORROWER OF LOAN-RECORD TO WS-FINE-BORROWER.
           COMPUTE WS-ACCRUED-FINE = WS-DAYS-OVERDUE
               * WS-FINE-DAILY-RATE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-ACCRUED-FINE
           END-COMPUTE.
           IF WS-ACCRUED-FINE > LOAN-FINE-AMOUNT OF LOAN-RECORD
               COMPUTE WS-FINE-DELTA = WS-ACCRUED-FINE
                   - LOAN-FINE-AMOUNT OF LOAN-RECORD
               MOVE WS-ACCRUED-FINE TO LOAN-FINE-AMOUNT OF LOAN-RECORD
               MOVE 'FREEZE' TO WS-FTR-TYPE
               PERFORM POST-FINE-TO-LEDGER-PARAGRAPH
               ADD WS-FINE-DELTA TO WS-TOTAL-FINES
           END-IF.
           PERFORM READ-BOOK-PARAGRAPH.
           IF WS-BOOK-FOUND
               MOVE BOOK-PRICE OF BOOK-MASTER-RECORD
                   TO LOAN-REPLACE-CHARGE OF LOAN-RECORD
           ELSE
               MOVE 0 TO LOAN-REPLACE-CHARGE OF LOAN-RECORD
           END-IF.
           MOVE WS-LOST-PROCESSING-FEE
               TO LOAN-PROCESS-FEE OF LOAN-RECORD.
           MOVE WS-TODAY-DATE TO LOAN-RETURN-DATE OF LOAN-RECORD.
           MOVE 'L' TO LOAN-STATUS OF LOAN-RECORD.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY 'Lost update failed for loan '
                       LOAN-NUMBER OF LOAN-RECORD
                   MOVE 'FAIL' TO WS-RUN-STATUS
               NOT INVALID KEY
                   COMPUTE WS-FINE-DELTA =
                       LOAN-REPLACE-CHARGE OF LOAN-RECORD
                       + LOAN-PROCESS-FEE OF LOAN-RECORD
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-FINE-DELTA
                   END-COMPUTE
                   MOVE 'LOST' TO WS-FTR-TYPE
                   PERFORM POST-FINE-TO-LEDGER-PARAGRAPH
                   ADD LOAN-REPLACE-CHARGE OF LOAN-RECORD
                       TO WS-TOTAL-REPLACE
                   ADD LOAN-PROCESS-FEE OF LOAN-RECORD
                       TO WS-TOTAL-FEES
                   ADD 1 TO WS-LOANS-DECLARED
                   PERFORM WRITE-AUDIT-PARAGRAPH
                   IF WS-BOOK-FOUND
                       PERFORM WRITE-MOVEMENT-PARAGRAPH
                   END-IF
                   PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
           END-REWRITE.

       READ-BOOK-PARAGRAPH.
           MOVE 'N' TO WS-BOOK-FOUND-SWITCH.
           IF WS-BOOK-FILE-STATUS NOT = '35'
               MOVE LOAN-ISBN OF LOAN-RECORD
                   TO BOOK-ISBN OF BOOK-MASTER-RECORD
               READ BOOK-MASTER-FILE
                   INVALID KEY
                       DISPLAY 'No book found with ISBN '
                           LOAN-ISBN OF LOAN-RECORD
                           ' - loan ' LOAN-NUMBER OF LOAN-RECORD
                           ' billed the processing fee only.'
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BOOK-FOUND-SWITCH
               END-READ
           END-IF.

       POST-FINE-TO-LEDGER-PARAGRAPH.
      *> Adds WS-FINE-DELTA to the borrower's balance (using up any
      *> credit first) and itemizes it under WS-FTR-TYPE.
           MOVE WS-FINE-BORROWER
               TO FINE-BORROWER OF FINE-LEDGER-RECORD.
           READ FINE-LEDGER-FILE
               INVALID KEY
                   MOVE WS-FINE-BORROWER
                       TO FINE-BORROWER OF FINE-LEDGER-RECORD
                   MOVE WS-FINE-DELTA
                       TO FINE-BALANCE OF FINE-LEDGER-RECORD
                   MOVE WS-TODAY-DATE
                       TO FINE-LAST-DATE OF FINE-LEDGER-RECORD
                   WRITE FINE-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'Fine ledger write failed for '
                               'borrower ' WS-FINE-BORROWER
                       NOT INVALID KEY
                           PERFORM WRITE-FINE-TRANSACTION-PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-FINE-DELTA
                       TO FINE-BALANCE OF FINE-LEDGER-RECORD
                       ON SIZE ERROR
                           MOVE 99999.99
                               TO FINE-BALANCE OF FINE-LEDGER-RECORD
                   END-ADD
                   MOVE WS-TODAY-DATE
                       TO FINE-LAST-DATE OF FINE-LEDGER-RECORD
                   REWRITE FINE-LEDGER-RECORD
                       INVALID KEY
                           DISPLAY 'Fine ledger update failed for '
                               'borrower ' WS-FINE-BORROWER
                       NOT INVALID KEY
                           PERFORM WRITE-FINE-TRANSACTION-PARAGRAPH
                   END-REWRITE
           END-READ.

       WRITE-FINE-TRANSACTION-PARAGRAPH.
           MOVE WS-NEXT-RECEIPT-NUMBER TO FTR-RECEIPT-NO.
           MOVE WS-FINE-BORROWER TO FTR-BORROWER.
           ACCEPT FTR-DATE FROM DATE YYYYMMDD.
           ACCEPT FTR-TIME FROM TIME.
           MOVE WS-FTR-TYPE TO FTR-TYPE.
           MOVE LOAN-NUMBER OF LOAN-RECORD TO FTR-LOAN-NUMBER.
           MOVE 'D' TO FTR-DIRECTION.
           MOVE WS-FINE-DELTA TO FTR-AMOUNT.
           MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
               TO FTR-BALANCE-AFTER.
           MOVE 'AUTOLOST' TO FTR-OPERATOR.
           MOVE SPACES TO FTR-REASON.
           MOVE 0 TO FTR-SEQ-NO.
           OPEN EXTEND FINE-TRANSACTION-FILE.
           IF WS-FINETRAN-FILE-STATUS = '35'
               OPEN OUTPUT FINE-TRANSACTION-FILE
           END-IF.
           WRITE FINE-TRANSACTION-RECORD.
           CLOSE FINE-TRANSACTION-FILE.
           ADD 1 TO WS-NEXT-RECEIPT-NUMBER.
           PERFORM WRITE-FINE-CONTROL-PARAGRAPH.

       WRITE-AUDIT-PARAGRAPH.
           ACCEPT AUD-DATE OF AUDIT-LOG-RECORD FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME OF AUDIT-LOG-RECORD FROM TIME.
           MOVE 'AUTOLOST' TO AUD-OPERATOR OF AUDIT-LOG-RECORD.
           MOVE 'LOST' TO AUD-ACTION OF AUDIT-LOG-RECORD.
           MOVE WS-FINE-DELTA TO WS-FINE-EDIT.
           MOVE SPACES TO WS-AUDIT-TITLE.
           STRING 'LOAN ' LOAN-NUMBER OF LOAN-RECORD
               ' LOST BILLED ' WS-FINE-EDIT
               ' BORR ' LOAN-BORROWER OF LOAN-RECORD
               INTO WS-AUDIT-TITLE
           END-STRING.
           MOVE WS-AUDIT-TITLE TO AUD-TITLE OF AUDIT-LOG-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       WRITE-MOVEMENT-PARAGRAPH.
      *> The write-off movement carries unchanged copies and price;
      *> it is not driven by a card, so the sequence number is
      *> zero as for hold expiries.
           MOVE BOOK-ISBN OF BOOK-MASTER-RECORD TO MVT-ISBN.
           ACCEPT MVT-DATE FROM DATE YYYYMMDD.
           ACCEPT MVT-TIME FROM TIME.
           MOVE 0 TO MVT-SEQ-NO.
           MOVE 'LOST' TO MVT-ACTION.
           MOVE BOOK-COPIES OF BOOK-MASTER-RECORD
               TO MVT-COPIES-BEFORE.
           MOVE BOOK-COPIES OF BOOK-MASTER-RECORD
               TO MVT-COPIES-AFTER.
           MOVE BOOK-PRICE OF BOOK-MASTER-RECORD TO MVT-PRICE-BEFORE.
           MOVE BOOK-PRICE OF BOOK-MASTER-RECORD TO MVT-PRICE-AFTER.
           IF LOAN-LOCATION OF LOAN-RECORD = SPACES
               MOVE 'MAIN' TO MVT-LOCATION
           ELSE
               MOVE LOAN-LOCATION OF LOAN-RECORD TO MVT-LOCATION
           END-IF.
           OPEN EXTEND MOVEMENT-FILE.
           IF WS-MOVEMENT-FILE-STATUS = '35'
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.
           WRITE MOVEMENT-RECORD.
           CLOSE MOVEMENT-FILE.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS DECLARED LOST'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN LOANS MORE THAN ' WS-LOST-AFTER-DAYS
               ' DAY(S) OVERDUE ARE WRITTEN OFF'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOAN  ' ' '
               'ISBN         ' ' '
               'BORROW' ' '
               'LOC ' ' '
               'DUE DATE' ' '
               ' DAYS' ' '
               '    FINE' ' '
               ' REPLACE' ' '
               '     FEE'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINE-COUNT.

       WRITE-REPORT-DETAIL-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE WS-DAYS-OVERDUE TO WS-DAYS-OVERDUE-EDIT.
           MOVE LOAN-FINE-AMOUNT OF LOAN-RECORD TO WS-FINE-EDIT.
           MOVE LOAN-REPLACE-CHARGE OF LOAN-RECORD TO WS-REPLACE-EDIT.
           MOVE LOAN-PROCESS-FEE OF LOAN-RECORD TO WS-FEE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING LOAN-NUMBER OF LOAN-RECORD ' '
               LOAN-ISBN OF LOAN-RECORD ' '
               LOAN-BORROWER OF LOAN-RECORD ' '
               LOAN-LOCATION OF LOAN-RECORD ' '
               LOAN-DUE-DATE OF LOAN-RECORD ' '
               WS-DAYS-OVERDUE-EDIT ' '
               WS-FINE-EDIT ' '
               WS-REPLACE-EDIT ' '
               WS-FEE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS READ:             ' WS-LOANS-READ
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS DECLARED LOST:    ' WS-LOANS-DECLARED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FINES TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OVERDUE FINES FROZEN:   ' WS-TOTAL-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-REPLACE TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REPLACEMENT BILLED:     ' WS-TOTAL-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FEES TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PROCESSING FEES BILLED: ' WS-TOTAL-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
