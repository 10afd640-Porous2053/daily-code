               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANCTL-FILE-STATUS.

           SELECT FINE-TRANSACTION-FILE ASSIGN TO 'FINETRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINETRAN-FILE-STATUS.

           SELECT FINE-CONTROL-FILE ASSIGN TO 'FINECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINECTL-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO 'BOOKJRNL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
       01  LOAN-CONTROL-RECORD.
           COPY LOANCTLREC.

       FD  FINE-TRANSACTION-FILE.
       01  FINE-TRANSACTION-RECORD.
           COPY FINETRAN.

       FD  FINE-CONTROL-FILE.
       01  FINE-CONTROL-RECORD.
           COPY FINECTLREC.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           COPY JRNLREC.
       01 WS-CIRCPARM-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-CIRCPARM-EOF                  VALUE 'Y'.
       01 WS-MAX-OPEN-LOANS        PIC 9(4)   VALUE 5.
       01 WS-LOAN-PERIOD-DAYS      PIC 9(4)   VALUE 14.
       01 WS-MAX-RENEWALS          PIC 9(4)   VALUE 2.
       01 WS-OPEN-LOAN-COUNT       PIC 9(4).
       01 WS-DIRECTORY-FILE-STATUS PIC XX.
       01 WS-BORR-EOF-SWITCH       PIC X      VALUE 'N'.
       01 WS-FINE-DELTA            PIC 9(5)V99.
       01 WS-FINE-BORROWER         PIC X(6).
       01 WS-FINE-EDIT             PIC ZZZZ9.99.
       01 WS-BALANCE-EDIT          PIC ZZZZ9.99CR.
       01 WS-FINETRAN-FILE-STATUS  PIC XX.
       01 WS-FINECTL-FILE-STATUS   PIC XX.
       01 WS-FINETRAN-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-FINETRAN-EOF                  VALUE 'Y'.
       01 WS-NEXT-RECEIPT-NUMBER   PIC 9(8)   VALUE 1.
       01 WS-LAST-RECEIPT-NUMBER   PIC 9(8)   VALUE 0.
       01 WS-LAST-FINE-BALANCE     PIC S9(5)V99 VALUE 0.
       01 WS-FTR-TYPE              PIC X(8).
       01 WS-FTR-DIRECTION         PIC X.
       01 WS-FTR-LOAN-NUMBER       PIC 9(6).
       01 WS-FTR-OPERATOR          PIC X(8).
       01 WS-FTR-REASON            PIC X(4).
       01 WS-FINE-POSTED-SWITCH    PIC X      VALUE 'N'.
          88 WS-FINE-POSTED                   VALUE 'Y'.
       COPY LOSTFEE.
       01 WS-FOUND-GRACE-DAYS      PIC 9(4)   VALUE 30.
       01 WS-DAYS-WRITTEN-OFF      PIC 9(8).
       01 WS-WRITEOFF-ACTION       PIC X(8).
       01 WS-RESTOCK-ACTION        PIC X(8).
       01 WS-STANDING-TEXT         PIC X(8).
       01 NEW-BORROWER.
          COPY BORRREC REPLACING LEADING ==05== BY ==02==.
       01 WS-AUTHOR-REPORT-STATUS  PIC XX.
                   PERFORM BATCH-CHECKOUT-PARAGRAPH
               WHEN 'RETURN'
                   PERFORM BATCH-RETURN-PARAGRAPH
               WHEN 'RENEW'
                   PERFORM BATCH-RENEW-PARAGRAPH
               WHEN 'LOST'
                   PERFORM BATCH-LOST-PARAGRAPH
               WHEN 'DAMAGED'
                   PERFORM BATCH-DAMAGED-PARAGRAPH
               WHEN 'FOUND'
                   PERFORM BATCH-FOUND-PARAGRAPH
               WHEN 'TRANSFER'
                   PERFORM BATCH-TRANSFER-PARAGRAPH
               WHEN 'FINEPAY'
                   PERFORM BATCH-FINEPAY-PARAGRAPH
               WHEN 'WAIVE'
                   PERFORM BATCH-WAIVE-PARAGRAPH
               WHEN 'ADJUST'
                   PERFORM BATCH-ADJUST-PARAGRAPH
               WHEN 'BORRADD'
                   PERFORM BATCH-BORRADD-PARAGRAPH
               WHEN 'BORRCHG'
           MOVE TRAN-BORROWER TO WS-CIRC-BORROWER.
           PERFORM PROCESS-RETURN-PARAGRAPH.

       BATCH-RENEW-PARAGRAPH.
           MOVE TRAN-ISBN TO WS-CIRC-ISBN.
           MOVE TRAN-BORROWER TO WS-CIRC-BORROWER.
           PERFORM PROCESS-RENEWAL-PARAGRAPH.

       BATCH-LOST-PARAGRAPH.
           MOVE TRAN-ISBN TO WS-CIRC-ISBN.
           MOVE TRAN-BORROWER TO WS-CIRC-BORROWER.
           MOVE 'LOST' TO WS-WRITEOFF-ACTION.
           PERFORM PROCESS-WRITEOFF-PARAGRAPH.

       BATCH-DAMAGED-PARAGRAPH.
           MOVE TRAN-ISBN TO WS-CIRC-ISBN.
           MOVE TRAN-BORROWER TO WS-CIRC-BORROWER.
           MOVE 'DAMAGED' TO WS-WRITEOFF-ACTION.
           PERFORM PROCESS-WRITEOFF-PARAGRAPH.

       BATCH-FOUND-PARAGRAPH.
           MOVE TRAN-ISBN TO WS-CIRC-ISBN.
           MOVE TRAN-BORROWER TO WS-CIRC-BORROWER.
           PERFORM PROCESS-FOUND-PARAGRAPH.

       BATCH-FINEPAY-PARAGRAPH.
      *> Desk fine payment: TRAN-BORROWER plus the amount taken in
      *> TRAN-PRICE. The whole payment is posted - anything over
      *> the balance owed stays on the ledger as a credit for
      *> later charges to use up.
           PERFORM SET-FINE-CARD-DETAIL-PARAGRAPH.
           MOVE 'PAYMENT' TO WS-FTR-TYPE.
           MOVE 'C' TO WS-FTR-DIRECTION.
           MOVE TRAN-PRICE TO WS-FINE-DELTA.
           PERFORM CREDIT-FINE-LEDGER-PARAGRAPH.
           MOVE 'FINEPAY' TO WS-AUDIT-ACTION.
           PERFORM AUDIT-FINE-CARD-PARAGRAPH.

       BATCH-WAIVE-PARAGRAPH.
      *> Forgives part or all of what a borrower owes. A waiver
      *> only ever reduces the balance owed; it is refused if it
      *> would put the borrower in credit.
           PERFORM SET-FINE-CARD-DETAIL-PARAGRAPH.
           MOVE TRAN-BORROWER
               TO FINE-BORROWER OF FINE-LEDGER-RECORD.
           READ FINE-LEDGER-FILE
               INVALID KEY
                   DISPLAY 'Waiver rejected - no fine ledger entry '
                       'for borrower ' TRAN-BORROWER
               NOT INVALID KEY
                   IF TRAN-PRICE > FINE-BALANCE OF FINE-LEDGER-RECORD
                       MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                           TO WS-BALANCE-EDIT
                       DISPLAY 'Waiver rejected - amount exceeds the '
                           'balance of ' WS-BALANCE-EDIT
                           ' for borrower ' TRAN-BORROWER
                   ELSE
                       MOVE 'WAIVE' TO WS-FTR-TYPE
                       MOVE 'C' TO WS-FTR-DIRECTION
                       MOVE TRAN-PRICE TO WS-FINE-DELTA
                       PERFORM CREDIT-FINE-LEDGER-PARAGRAPH
                       MOVE 'WAIVE' TO WS-AUDIT-ACTION
                       PERFORM AUDIT-FINE-CARD-PARAGRAPH
                   END-IF
           END-READ.

       BATCH-ADJUST-PARAGRAPH.
      *> Corrects a balance in either direction: TRAN-FINE-DIRECTION
      *> D charges the borrower the amount, C credits it (and may
      *> leave the borrower in credit).
           PERFORM SET-FINE-CARD-DETAIL-PARAGRAPH.
           MOVE 'ADJUST' TO WS-FTR-TYPE.
           MOVE TRAN-FINE-DIRECTION TO WS-FTR-DIRECTION.
           MOVE TRAN-PRICE TO WS-FINE-DELTA.
           IF TRAN-FINE-DIRECTION = 'D'
               PERFORM POST-FINE-TO-LEDGER-PARAGRAPH
           ELSE
               PERFORM CREDIT-FINE-LEDGER-PARAGRAPH
           END-IF.
           MOVE 'ADJUST' TO WS-AUDIT-ACTION.
           PERFORM AUDIT-FINE-CARD-PARAGRAPH.

       SET-FINE-CARD-DETAIL-PARAGRAPH.
      *> Picks the itemizing detail off a fine card. A blank card
      *> operator falls back to the run's operator, and a blank
      *> loan number means the entry relates to no one loan.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE TRAN-BORROWER TO WS-FINE-BORROWER.
           IF TRAN-FINE-OPERATOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-FTR-OPERATOR
           ELSE
               MOVE TRAN-FINE-OPERATOR TO WS-FTR-OPERATOR
           END-IF.
           MOVE TRAN-FINE-REASON TO WS-FTR-REASON.
           IF TRAN-FINE-LOAN IS NUMERIC
               MOVE TRAN-FINE-LOAN TO WS-FTR-LOAN-NUMBER
           ELSE
               MOVE 0 TO WS-FTR-LOAN-NUMBER
           END-IF.
           MOVE 'N' TO WS-FINE-POSTED-SWITCH.

       AUDIT-FINE-CARD-PARAGRAPH.
           IF WS-FINE-POSTED
               MOVE WS-FINE-DELTA TO WS-FINE-EDIT
               MOVE SPACES TO WS-AUDIT-TITLE
               STRING WS-FTR-TYPE ' ' WS-FINE-EDIT
                   ' BORR ' WS-FINE-BORROWER
                   ' RCPT ' WS-LAST-RECEIPT-NUMBER
                   ' ' WS-FTR-REASON
                   INTO WS-AUDIT-TITLE
               END-STRING
               PERFORM WRITE-AUDIT-PARAGRAPH
               MOVE WS-LAST-FINE-BALANCE TO WS-BALANCE-EDIT
               DISPLAY WS-FTR-TYPE ' of ' WS-FINE-EDIT
                   ' posted for borrower ' WS-FINE-BORROWER
                   ' receipt ' WS-LAST-RECEIPT-NUMBER
                   ' - balance now ' WS-BALANCE-EDIT
           END-IF.

       SET-LOAN-FINE-DETAIL-PARAGRAPH.
      *> Ledger changes made by circulation itemize against the
      *> loan in hand, under the run's operator, with no reason.
           MOVE WS-CIRC-BORROWER TO WS-FINE-BORROWER.
           MOVE LOAN-NUMBER OF LOAN-RECORD TO WS-FTR-LOAN-NUMBER.
           MOVE WS-OPERATOR-ID TO WS-FTR-OPERATOR.
           MOVE SPACES TO WS-FTR-REASON.

       READ-CIRC-PARAMETERS-PARAGRAPH.
      *> Optional keyword cards, REORPARM style: keyword in cols
      *> 1-8, value in cols 9-12. MAXLOANS sets the open-loan
      *> ceiling per borrower enforced at checkout, LOANDAYS the
      *> loan period in days (checkout and each renewal), MAXRENEW
      *> the number of renewals allowed on one loan, HOLDDAYS the
      *> pickup window on a ready hold and FOUNDDAY how many days
      *> after a write-off a FOUND card may still reverse it.
      *> LOSTDAYS belongs to the nightly auto-lost step and
      *> BLOCKFIN/BLOCKDAY to the nightly auto-block step and
      *> REMDAYS/OVERINT/FINEINT to the nightly notification step;
      *> they are passed over here. A missing file leaves the shipped
      *> defaults in effect.
           OPEN INPUT CIRC-PARAMETER-FILE.
           IF WS-CIRCPARM-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-CIRCPARM-EOF-SWITCH
                       MOVE CPARM-VALUE TO WS-MAX-OPEN-LOANS
                   WHEN 'HOLDDAYS'
                       MOVE CPARM-VALUE TO WS-HOLD-EXPIRY-DAYS
                   WHEN 'LOANDAYS'
                       MOVE CPARM-VALUE TO WS-LOAN-PERIOD-DAYS
                   WHEN 'MAXRENEW'
                       MOVE CPARM-VALUE TO WS-MAX-RENEWALS
                   WHEN 'FOUNDDAY'
                       MOVE CPARM-VALUE TO WS-FOUND-GRACE-DAYS
                   WHEN 'LOSTDAYS'
                   WHEN 'BLOCKFIN'
                   WHEN 'BLOCKDAY'
                   WHEN 'REMDAYS'
                   WHEN 'OVERINT'
                   WHEN 'FINEINT'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'Circulation parameter ignored - '
                           'unknown keyword: ' CPARM-KEYWORD
               OPEN I-O LOCATION-FILE
           END-IF.
           PERFORM FIND-NEXT-LOAN-NUMBER-PARAGRAPH.
           PERFORM FIND-NEXT-RECEIPT-NUMBER-PARAGRAPH.

       FIND-NEXT-LOAN-NUMBER-PARAGRAPH.
      *> The next loan number lives on LOANCTL.DAT so start-up no
           WRITE LOAN-CONTROL-RECORD.
           CLOSE LOAN-CONTROL-FILE.

       FIND-NEXT-RECEIPT-NUMBER-PARAGRAPH.
      *> Fine receipt numbers come from FINECTL.DAT, shared with
      *> the overdue assessment and auto-lost runs. A missing
      *> control file is rebuilt from the last receipt on the fine
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

       WRITE-FINE-TRANSACTION-PARAGRAPH.
      *> Itemizes the ledger change just posted under the next
      *> receipt number. The caller has set WS-FTR-TYPE, direction,
      *> loan, operator and reason; the amount is WS-FINE-DELTA and
      *> the balance is the ledger record as rewritten.
           MOVE WS-NEXT-RECEIPT-NUMBER TO WS-LAST-RECEIPT-NUMBER.
           MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
               TO WS-LAST-FINE-BALANCE.
           MOVE WS-NEXT-RECEIPT-NUMBER TO FTR-RECEIPT-NO.
           MOVE WS-FINE-BORROWER TO FTR-BORROWER.
           ACCEPT FTR-DATE FROM DATE YYYYMMDD.
           ACCEPT FTR-TIME FROM TIME.
           MOVE WS-FTR-TYPE TO FTR-TYPE.
           MOVE WS-FTR-LOAN-NUMBER TO FTR-LOAN-NUMBER.
           MOVE WS-FTR-DIRECTION TO FTR-DIRECTION.
           MOVE WS-FINE-DELTA TO FTR-AMOUNT.
           MOVE WS-LAST-FINE-BALANCE TO FTR-BALANCE-AFTER.
           MOVE WS-FTR-OPERATOR TO FTR-OPERATOR.
           MOVE WS-FTR-REASON TO FTR-REASON.
           MOVE WS-MOVEMENT-SEQ-NO TO FTR-SEQ-NO.
           OPEN EXTEND FINE-TRANSACTION-FILE.
           IF WS-FINETRAN-FILE-STATUS = '35'
               OPEN OUTPUT FINE-TRANSACTION-FILE
           END-IF.
           WRITE FINE-TRANSACTION-RECORD.
           CLOSE FINE-TRANSACTION-FILE.
           ADD 1 TO WS-NEXT-RECEIPT-NUMBER.
           PERFORM WRITE-FINE-CONTROL-PARAGRAPH.
           MOVE 'Y' TO WS-FINE-POSTED-SWITCH.

       ADD-BORROWER-PARAGRAPH.
           MOVE SPACES TO NEW-BORROWER.
           DISPLAY 'Enter borrower ID (max 6 chars): ' NO ADVANCING.
           ACCEPT BORR-ID OF NEW-BORROWER.
           DISPLAY 'Enter borrower name (max 30 chars): ' NO ADVANCING.
           ACCEPT BORR-NAME OF NEW-BORROWER.
           DISPLAY 'Enter phone (max 12 chars): ' NO ADVANCING.
           ACCEPT BORR-PHONE OF NEW-BORROWER.
           DISPLAY 'Enter e-mail address (max 45 chars): '
               NO ADVANCING.
           ACCEPT BORR-EMAIL OF NEW-BORROWER.
           DISPLAY 'Enter contact preference (E-mail, S-text, '
               'N-none, blank-default): ' NO ADVANCING.
           ACCEPT BORR-CONTACT-PREF OF NEW-BORROWER.
           IF BORR-CONTACT-PREF OF NEW-BORROWER NOT = 'E'
               AND BORR-CONTACT-PREF OF NEW-BORROWER NOT = 'S'
               AND BORR-CONTACT-PREF OF NEW-BORROWER NOT = 'N'
               MOVE SPACE TO BORR-CONTACT-PREF OF NEW-BORROWER
           END-IF.
           MOVE 'A' TO BORR-STATUS OF NEW-BORROWER.
           MOVE SPACE TO BORR-BLOCK-SOURCE OF NEW-BORROWER.
           MOVE 0 TO BORR-BLOCK-DATE OF NEW-BORROWER.
           MOVE NEW-BORROWER TO BORROWER-MASTER-RECORD.
           WRITE BORROWER-MASTER-RECORD
               INVALID KEY
                       DISPLAY 'Loan update failed for loan '
                           LOAN-NUMBER OF LOAN-RECORD
                   NOT INVALID KEY
                       MOVE 'RETURN' TO WS-RESTOCK-ACTION
                       PERFORM RESTOCK-RETURNED-COPY-PARAGRAPH
                       DISPLAY 'Return posted for loan '
                           LOAN-NUMBER OF LOAN-RECORD
               END-REWRITE
           ELSE
               DISPLAY 'No open loan found for ISBN ' WS-CIRC-ISBN
                   ' and borrower ' WS-CIRC-BORROWER
           END-IF.

       RESTOCK-RETURNED-COPY-PARAGRAPH.
      *> A copy coming back in - a RETURN, or a FOUND copy that had
      *> been written off - goes to the head of the hold queue
      *> before it goes back on the shelf at the loan's location.
           PERFORM READ-BOOK-FOR-CIRC-PARAGRAPH.
           IF WS-BOOK-FOUND
               MOVE WS-CIRC-ISBN TO WS-HOLD-ISBN
               PERFORM FIND-NEXT-WAITING-HOLD-PARAGRAPH
               IF WS-HOLD-FOUND
                   PERFORM RESERVE-HOLD-PARAGRAPH
               ELSE
                   IF LOAN-LOCATION OF LOAN-RECORD = SPACES
                       MOVE WS-DEFAULT-LOCATION TO WS-WORK-LOCATION
                   ELSE
                       MOVE LOAN-LOCATION OF LOAN-RECORD
                           TO WS-WORK-LOCATION
                   END-IF
                   PERFORM ENSURE-LOCATION-SEEDED-PARAGRAPH
                   ADD 1 TO BOOK-COPIES OF BOOK-MASTER-RECORD
                       ON SIZE ERROR
                           DISPLAY 'Copies on hand already at '
                               'maximum for ISBN ' WS-CIRC-ISBN
                       NOT ON SIZE ERROR
                           MOVE WS-RESTOCK-ACTION TO WS-AUDIT-ACTION
                           PERFORM REWRITE-BOOK-WITH-AUDIT-PARAGRAPH
                           MOVE 1 TO WS-LOC-QTY
                           PERFORM ADD-TO-LOCATION-PARAGRAPH
                   END-ADD
               END-IF
           END-IF.

       PROCESS-WRITEOFF-PARAGRAPH.
      *> LOST (copy never coming back) or DAMAGED (copy handed back
      *> unusable) closes the open loan without restocking. The
      *> overdue fine is frozen as at a return, the borrower is
      *> billed the current BOOK-PRICE plus the processing fee,
      *> and a movement with unchanged copies records the
      *> write-off - the copy already left BOOK-COPIES and the
      *> location balance when it was checked out.
           PERFORM FIND-OPEN-LOAN-PARAGRAPH.
           IF WS-LOAN-FOUND
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM FREEZE-LOAN-FINE-PARAGRAPH
               PERFORM READ-BOOK-FOR-CIRC-PARAGRAPH
               IF WS-BOOK-FOUND
                   MOVE BOOK-PRICE OF BOOK-MASTER-RECORD
                       TO LOAN-REPLACE-CHARGE OF LOAN-RECORD
               ELSE
                   MOVE 0 TO LOAN-REPLACE-CHARGE OF LOAN-RECORD
               END-IF
               MOVE WS-LOST-PROCESSING-FEE
                   TO LOAN-PROCESS-FEE OF LOAN-RECORD
               MOVE WS-TODAY-DATE TO LOAN-RETURN-DATE OF LOAN-RECORD
               IF WS-WRITEOFF-ACTION = 'LOST'
                   MOVE 'L' TO LOAN-STATUS OF LOAN-RECORD
               ELSE
                   MOVE 'D' TO LOAN-STATUS OF LOAN-RECORD
               END-IF
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY 'Loan update failed for loan '
                           LOAN-NUMBER OF LOAN-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-FINE-DELTA =
                           LOAN-REPLACE-CHARGE OF LOAN-RECORD
                           + LOAN-PROCESS-FEE OF LOAN-RECORD
                           ON SIZE ERROR
                               MOVE 99999.99 TO WS-FINE-DELTA
                       END-COMPUTE
                       PERFORM SET-LOAN-FINE-DETAIL-PARAGRAPH
                       MOVE WS-WRITEOFF-ACTION TO WS-FTR-TYPE
                       MOVE 'D' TO WS-FTR-DIRECTION
                       PERFORM POST-FINE-TO-LEDGER-PARAGRAPH
                       MOVE WS-FINE-DELTA TO WS-FINE-EDIT
                       MOVE WS-WRITEOFF-ACTION TO WS-AUDIT-ACTION
                       MOVE SPACES TO WS-AUDIT-TITLE
                       STRING 'LOAN ' LOAN-NUMBER OF LOAN-RECORD
                           ' ' WS-WRITEOFF-ACTION
                           ' BILLED ' WS-FINE-EDIT
                           ' BORR ' WS-CIRC-BORROWER
                           INTO WS-AUDIT-TITLE
                       END-STRING
                       PERFORM WRITE-AUDIT-PARAGRAPH
                       IF WS-BOOK-FOUND
                           IF LOAN-LOCATION OF LOAN-RECORD = SPACES
                               MOVE WS-DEFAULT-LOCATION
                                   TO WS-WORK-LOCATION
                           ELSE
                               MOVE LOAN-LOCATION OF LOAN-RECORD
                                   TO WS-WORK-LOCATION
                           END-IF
                           PERFORM WRITE-MOVEMENT-PARAGRAPH
                       END-IF
                       DISPLAY 'Loan ' LOAN-NUMBER OF LOAN-RECORD
                           ' written off as ' WS-WRITEOFF-ACTION
                           ' - borrower ' WS-CIRC-BORROWER
                           ' billed ' WS-FINE-EDIT
               END-REWRITE
           ELSE
               DISPLAY 'No open loan found for ISBN ' WS-CIRC-ISBN
                   ' and borrower ' WS-CIRC-BORROWER
           END-IF.

       PROCESS-FOUND-PARAGRAPH.
      *> A lost copy that turns up inside the FOUNDDAY grace period
      *> is taken back as a normal return: the replacement charge
      *> and processing fee come back off the ledger and the copy
      *> is restocked. After the grace period the write-off
      *> stands and the copy has to come in on a RECEIPT card.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-LOST-LOAN-PARAGRAPH.
           IF WS-LOAN-FOUND
               COMPUTE WS-DAYS-WRITTEN-OFF =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE
                       (LOAN-RETURN-DATE OF LOAN-RECORD)
               IF WS-DAYS-WRITTEN-OFF > WS-FOUND-GRACE-DAYS
                   DISPLAY 'Found refused - loan '
                       LOAN-NUMBER OF LOAN-RECORD
                       ' was written off on '
                       LOAN-RETURN-DATE OF LOAN-RECORD
                       ', past the grace period of '
                       WS-FOUND-GRACE-DAYS ' day(s).'
               ELSE
                   PERFORM REVERSE-WRITEOFF-PARAGRAPH
               END-IF
           ELSE
               DISPLAY 'No lost loan found for ISBN ' WS-CIRC-ISBN
                   ' and borrower ' WS-CIRC-BORROWER
           END-IF.

       REVERSE-WRITEOFF-PARAGRAPH.
           COMPUTE WS-FINE-DELTA =
               LOAN-REPLACE-CHARGE OF LOAN-RECORD
               + LOAN-PROCESS-FEE OF LOAN-RECORD
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-FINE-DELTA
           END-COMPUTE.
           MOVE 0 TO LOAN-REPLACE-CHARGE OF LOAN-RECORD.
           MOVE 0 TO LOAN-PROCESS-FEE OF LOAN-RECORD.
           MOVE 'R' TO LOAN-STATUS OF LOAN-RECORD.
           MOVE WS-TODAY-DATE TO LOAN-RETURN-DATE OF LOAN-RECORD.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY 'Loan update failed for loan '
                       LOAN-NUMBER OF LOAN-RECORD
               NOT INVALID KEY
                   PERFORM SET-LOAN-FINE-DETAIL-PARAGRAPH
                   MOVE 'FOUND' TO WS-FTR-TYPE
                   MOVE 'C' TO WS-FTR-DIRECTION
                   PERFORM CREDIT-FINE-LEDGER-PARAGRAPH
                   MOVE WS-FINE-DELTA TO WS-FINE-EDIT
                   MOVE 'FOUND' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-TITLE
                   STRING 'LOAN ' LOAN-NUMBER OF LOAN-RECORD
                       ' FOUND CREDIT ' WS-FINE-EDIT
                       ' BORR ' WS-CIRC-BORROWER
                       INTO WS-AUDIT-TITLE
                   END-STRING
                   PERFORM WRITE-AUDIT-PARAGRAPH
                   MOVE 'FOUND' TO WS-RESTOCK-ACTION
                   PERFORM RESTOCK-RETURNED-COPY-PARAGRAPH
                   DISPLAY 'Write-off reversed for loan '
                       LOAN-NUMBER OF LOAN-RECORD ' - '
                       WS-FINE-EDIT ' credited to borrower '
                       WS-CIRC-BORROWER
           END-REWRITE.

       CREDIT-FINE-LEDGER-PARAGRAPH.
      *> Takes WS-FINE-DELTA off the borrower's balance. Taking off
      *> more than is owed leaves a credit (negative balance) that
      *> later charges use up.
           MOVE 'N' TO WS-FINE-POSTED-SWITCH.
           MOVE WS-FINE-BORROWER
               TO FINE-BORROWER OF FINE-LEDGER-RECORD.
           READ FINE-LEDGER-FILE
               INVALID KEY
                   MOVE WS-FINE-DELTA TO WS-FINE-EDIT
                   DISPLAY 'No fine ledger entry for borrower '
                       WS-FINE-BORROWER ' - credit of '
                       WS-FINE-EDIT ' not posted.'
               NOT INVALID KEY
                   SUBTRACT WS-FINE-DELTA
                       FROM FINE-BALANCE OF FINE-LEDGER-RECORD
                       ON SIZE ERROR
                           MOVE -99999.99
                               TO FINE-BALANCE OF FINE-LEDGER-RECORD
                   END-SUBTRACT
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

       PROCESS-RENEWAL-PARAGRAPH.
      *> Renewal keeps the loan open under its own number and moves
      *> the due date on by one loan period. It is refused for a
      *> blocked borrower, once the loan has used its renewals,
      *> when another borrower is waiting on the title, and on an
      *> overdue loan - that copy has to come back so the fine can
      *> be frozen at return.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-BORROWER-PARAGRAPH.
           IF WS-BORROWER-FOUND
               AND BORR-STATUS OF BORROWER-MASTER-RECORD = 'B'
               DISPLAY 'Renewal refused - borrower '
                   WS-CIRC-BORROWER ' is blocked.'
               MOVE 'N' TO WS-BORROWER-FOUND-SWITCH
           END-IF.
           IF WS-BORROWER-FOUND
               MOVE WS-CIRC-ISBN TO WS-HOLD-ISBN
               PERFORM FIND-NEXT-WAITING-HOLD-PARAGRAPH
               IF WS-HOLD-FOUND
                   DISPLAY 'Renewal refused for ISBN ' WS-CIRC-ISBN
                       ' - another borrower is waiting on a hold.'
                   MOVE 'N' TO WS-BORROWER-FOUND-SWITCH
               END-IF
           END-IF.
           IF WS-BORROWER-FOUND
               PERFORM FIND-OPEN-LOAN-PARAGRAPH
               EVALUATE TRUE
                   WHEN NOT WS-LOAN-FOUND
                       DISPLAY 'No open loan found for ISBN '
                           WS-CIRC-ISBN ' and borrower '
                           WS-CIRC-BORROWER
                   WHEN LOAN-RENEW-COUNT OF LOAN-RECORD
                           >= WS-MAX-RENEWALS
                       DISPLAY 'Renewal refused - loan '
                           LOAN-NUMBER OF LOAN-RECORD
                           ' already renewed '
                           LOAN-RENEW-COUNT OF LOAN-RECORD
                           ' time(s), the limit is '
                           WS-MAX-RENEWALS '.'
                   WHEN WS-TODAY-DATE > LOAN-DUE-DATE OF LOAN-RECORD
                       DISPLAY 'Renewal refused - loan '
                           LOAN-NUMBER OF LOAN-RECORD
                           ' is overdue (due '
                           LOAN-DUE-DATE OF LOAN-RECORD ').'
                   WHEN OTHER
                       PERFORM RENEW-LOAN-PARAGRAPH
               END-EVALUATE
           END-IF.

       RENEW-LOAN-PARAGRAPH.
           COMPUTE WS-DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(LOAN-DUE-DATE OF LOAN-RECORD)
               + WS-LOAN-PERIOD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INTEGER)
               TO LOAN-DUE-DATE OF LOAN-RECORD.
           ADD 1 TO LOAN-RENEW-COUNT OF LOAN-RECORD.
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY 'Loan update failed for loan '
                       LOAN-NUMBER OF LOAN-RECORD
               NOT INVALID KEY
                   MOVE 'RENEW' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-TITLE
                   STRING 'LOAN ' LOAN-NUMBER OF LOAN-RECORD
                       ' RENEWED TO ' LOAN-DUE-DATE OF LOAN-RECORD
                       ' BORROWER ' WS-CIRC-BORROWER
                       INTO WS-AUDIT-TITLE
                   END-STRING
                   PERFORM WRITE-AUDIT-PARAGRAPH
                   DISPLAY 'Renewal posted for loan '
                       LOAN-NUMBER OF LOAN-RECORD ' - now due '
                       LOAN-DUE-DATE OF LOAN-RECORD
           END-REWRITE.

       FREEZE-LOAN-FINE-PARAGRAPH.
      *> Freezes the overdue fine at the amount accrued to the
      *> return date: any growth since the last nightly assessment
                       - LOAN-FINE-AMOUNT OF LOAN-RECORD
                   MOVE WS-ACCRUED-FINE
                       TO LOAN-FINE-AMOUNT OF LOAN-RECORD
                   PERFORM SET-LOAN-FINE-DETAIL-PARAGRAPH
                   MOVE 'FREEZE' TO WS-FTR-TYPE
                   MOVE 'D' TO WS-FTR-DIRECTION
                   PERFORM POST-FINE-TO-LEDGER-PARAGRAPH
               END-IF
               MOVE LOAN-FINE-AMOUNT OF LOAN-RECORD TO WS-FINE-EDIT
           END-IF.

       POST-FINE-TO-LEDGER-PARAGRAPH.
      *> Adds WS-FINE-DELTA to the borrower's balance (using up any
      *> credit first) and itemizes the charge.
           MOVE 'N' TO WS-FINE-POSTED-SWITCH.
           MOVE WS-FINE-BORROWER
               TO FINE-BORROWER OF FINE-LEDGER-RECORD.
           READ FINE-LEDGER-FILE
                       INVALID KEY
                           DISPLAY 'Fine ledger write failed for '
                               'borrower ' WS-FINE-BORROWER
                       NOT INVALID KEY
                           PERFORM WRITE-FINE-TRANSACTION-PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-FINE-DELTA
                       INVALID KEY
                           DISPLAY 'Fine ledger update failed for '
                               'borrower ' WS-FINE-BORROWER
                       NOT INVALID KEY
                           PERFORM WRITE-FINE-TRANSACTION-PARAGRAPH
                   END-REWRITE
           END-READ.

           MOVE WS-CIRC-BORROWER TO LOAN-BORROWER OF LOAN-RECORD.
           MOVE WS-TODAY-DATE TO LOAN-OUT-DATE OF LOAN-RECORD.
           COMPUTE WS-DUE-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               + WS-LOAN-PERIOD-DAYS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INTEGER)
               TO LOAN-DUE-DATE OF LOAN-RECORD.
           MOVE 0 TO LOAN-RETURN-DATE OF LOAN-RECORD.
           MOVE 'O' TO LOAN-STATUS OF LOAN-RECORD.
           MOVE 0 TO LOAN-FINE-AMOUNT OF LOAN-RECORD.
           MOVE WS-CIRC-LOCATION TO LOAN-LOCATION OF LOAN-RECORD.
           MOVE 0 TO LOAN-RENEW-COUNT OF LOAN-RECORD.
           MOVE 0 TO LOAN-REPLACE-CHARGE OF LOAN-RECORD.
           MOVE 0 TO LOAN-PROCESS-FEE OF LOAN-RECORD.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY 'Loan record write failed for loan '
           MOVE TRAN-BORROWER TO BORR-ID OF NEW-BORROWER.
           MOVE TRAN-BORR-NAME TO BORR-NAME OF NEW-BORROWER.
           MOVE TRAN-BORR-PHONE TO BORR-PHONE OF NEW-BORROWER.
           MOVE TRAN-BORR-EMAIL TO BORR-EMAIL OF NEW-BORROWER.
           MOVE TRAN-BORR-PREF TO BORR-CONTACT-PREF OF NEW-BORROWER.
           IF TRAN-BORR-STATUS = 'A' OR TRAN-BORR-STATUS = 'B'
               MOVE TRAN-BORR-STATUS TO BORR-STATUS OF NEW-BORROWER
           ELSE
               MOVE 'A' TO BORR-STATUS OF NEW-BORROWER
           END-IF.
           IF BORR-STATUS OF NEW-BORROWER = 'B'
               MOVE 'M' TO BORR-BLOCK-SOURCE OF NEW-BORROWER
               ACCEPT BORR-BLOCK-DATE OF NEW-BORROWER
                   FROM DATE YYYYMMDD
           ELSE
               MOVE SPACE TO BORR-BLOCK-SOURCE OF NEW-BORROWER
               MOVE 0 TO BORR-BLOCK-DATE OF NEW-BORROWER
           END-IF.
           MOVE NEW-BORROWER TO BORROWER-MASTER-RECORD.
           WRITE BORROWER-MASTER-RECORD
               INVALID KEY

       BATCH-BORRCHG-PARAGRAPH.
      *> Blank card fields leave the master value alone, so one
      *> card can correct just a name, just a phone, just the
      *> e-mail address or contact preference, or just the
      *> standing flag. A status keyed by a clerk is a manual
      *> one: a B card blocks (or takes over an automatic block)
      *> so the nightly unblock leaves it alone, and an A card
      *> clears any block outright.
           MOVE TRAN-BORROWER TO WS-CIRC-BORROWER.
           PERFORM READ-BORROWER-PARAGRAPH.
           IF WS-BORROWER-FOUND
                   MOVE TRAN-BORR-PHONE
                       TO BORR-PHONE OF BORROWER-MASTER-RECORD
               END-IF
               IF TRAN-BORR-EMAIL NOT = SPACES
                   MOVE TRAN-BORR-EMAIL
                       TO BORR-EMAIL OF BORROWER-MASTER-RECORD
               END-IF
               IF TRAN-BORR-PREF NOT = SPACE
                   MOVE TRAN-BORR-PREF
                       TO BORR-CONTACT-PREF OF BORROWER-MASTER-RECORD
               END-IF
               IF TRAN-BORR-STATUS = 'A' OR TRAN-BORR-STATUS = 'B'
                   MOVE TRAN-BORR-STATUS
                       TO BORR-STATUS OF BORROWER-MASTER-RECORD
               END-IF
               IF TRAN-BORR-STATUS = 'A'
                   MOVE SPACE
                       TO BORR-BLOCK-SOURCE OF BORROWER-MASTER-RECORD
                   MOVE 0
                       TO BORR-BLOCK-DATE OF BORROWER-MASTER-RECORD
               END-IF
               IF TRAN-BORR-STATUS = 'B'
                   MOVE 'M'
                       TO BORR-BLOCK-SOURCE OF BORROWER-MASTER-RECORD
                   ACCEPT BORR-BLOCK-DATE OF BORROWER-MASTER-RECORD
                       FROM DATE YYYYMMDD
               END-IF
               REWRITE BORROWER-MASTER-RECORD
                   INVALID KEY
                       DISPLAY 'Borrower update failed for ID '
           MOVE WS-OPEN-LOAN-COUNT TO WS-LOAN-COUNT-EDIT.
           MOVE SPACES TO DIRECTORY-LINE.
           IF BORR-STATUS OF BORROWER-MASTER-RECORD = 'B'
               IF BORR-BLOCK-SOURCE OF BORROWER-MASTER-RECORD = 'A'
                   MOVE 'AUTO BLK' TO WS-STANDING-TEXT
               ELSE
                   MOVE 'BLOCKED ' TO WS-STANDING-TEXT
               END-IF
           ELSE
               MOVE 'ACTIVE  ' TO WS-STANDING-TEXT
           END-IF.
           STRING BORR-ID OF BORROWER-MASTER-RECORD ' '
               BORR-NAME OF BORROWER-MASTER-RECORD ' '
               BORR-PHONE OF BORROWER-MASTER-RECORD ' '
               WS-STANDING-TEXT ' '
               WS-LOAN-COUNT-EDIT
               INTO DIRECTORY-LINE
           END-STRING.
           WRITE DIRECTORY-LINE.
           ADD 1 TO WS-LINE-COUNT.

               END-READ
           END-PERFORM.

       FIND-LOST-LOAN-PARAGRAPH.
           MOVE 'N' TO WS-LOAN-FOUND-SWITCH.
           MOVE 'N' TO WS-LOAN-EOF-SWITCH.
           MOVE WS-CIRC-ISBN TO LOAN-ISBN OF LOAN-RECORD.
           START LOAN-FILE KEY IS EQUAL TO
                   LOAN-ISBN OF LOAN-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-LOAN-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-LOAN-EOF OR WS-LOAN-FOUND
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                   NOT AT END
                       IF LOAN-ISBN OF LOAN-RECORD
                               NOT = WS-CIRC-ISBN
                           MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                       ELSE
                           IF LOAN-BORROWER OF LOAN-RECORD
                                   = WS-CIRC-BORROWER
                               AND LOAN-STATUS OF LOAN-RECORD = 'L'
                               MOVE 'Y' TO WS-LOAN-FOUND-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REWRITE-BOOK-WITH-AUDIT-PARAGRAPH.
           MOVE BOOK-TITLE OF BOOK-MASTER-RECORD TO WS-AUDIT-TITLE.
           REWRITE BOOK-MASTER-RECORD
                       OR WS-AUDIT-ACTION = 'CHECKOUT'
                       OR WS-AUDIT-ACTION = 'RETURN'
                       OR WS-AUDIT-ACTION = 'HOLDREL'
                       OR WS-AUDIT-ACTION = 'FOUND'
                       PERFORM WRITE-MOVEMENT-PARAGRAPH
                   END-IF
           END-REWRITE.
