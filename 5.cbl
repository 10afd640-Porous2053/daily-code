               RECORD KEY IS FINE-BORROWER OF FINE-LEDGER-RECORD
               FILE STATUS IS WS-FINE-FILE-STATUS.

           SELECT FINE-TRANSACTION-FILE ASSIGN TO 'FINETRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINETRAN-FILE-STATUS.

           SELECT FINE-CONTROL-FILE ASSIGN TO 'FINECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINECTL-FILE-STATUS.

           SELECT OVERDUE-REPORT-FILE ASSIGN TO 'BOOKOVD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       01  FINE-LEDGER-RECORD.
           COPY FINEREC.

       FD  FINE-TRANSACTION-FILE.
       01  FINE-TRANSACTION-RECORD.
           COPY FINETRAN.

       FD  FINE-CONTROL-FILE.
       01  FINE-CONTROL-RECORD.
           COPY FINECTLREC.

       FD  OVERDUE-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       01 WS-ACCRUED-FINE          PIC 9(5)V99.
       01 WS-FINE-DELTA            PIC 9(5)V99.
       01 WS-FINE-EDIT             PIC ZZZZ9.99.
       01 WS-BALANCE-EDIT          PIC ZZZZ9.99CR.
       01 WS-FINETRAN-FILE-STATUS  PIC XX.
       01 WS-FINECTL-FILE-STATUS   PIC XX.
       01 WS-FINETRAN-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-FINETRAN-EOF                  VALUE 'Y'.
       01 WS-NEXT-RECEIPT-NUMBER   PIC 9(8)   VALUE 1.
       01 WS-FIRST-LETTER-SWITCH   PIC X      VALUE 'Y'.
          88 WS-FIRST-LETTER                  VALUE 'Y'.
       01 WS-LETTER-BORROWER       PIC X(6).
           ELSE
               OPEN INPUT BORROWER-MASTER-FILE
               PERFORM OPEN-FINE-LEDGER-PARAGRAPH
               PERFORM FIND-NEXT-RECEIPT-NUMBER-PARAGRAPH
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BORROWER OF SORT-RECORD
                       SRT-DUE-DATE OF SORT-RECORD
               OPEN I-O FINE-LEDGER-FILE
           END-IF.

       FIND-NEXT-RECEIPT-NUMBER-PARAGRAPH.
      *> Fine receipt numbers come from FINECTL.DAT, shared with
      *> BookManager and the auto-lost run. A missing control file
      *> is rebuilt from the last receipt on the fine transaction
      *> file.
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

       SORT-INPUT-PARAGRAPH.
           MOVE 0 TO LOAN-NUMBER OF LOAN-RECORD.
           MOVE 'N' TO WS-LOAN-EOF-SWITCH.
           END-READ.

       POST-FINE-TO-LEDGER-PARAGRAPH.
      *> Adds the growth to the borrower's balance (using up any
      *> credit first) and itemizes it as an ASSESS entry.
           MOVE SRT-BORROWER OF SORT-RECORD
               TO FINE-BORROWER OF FINE-LEDGER-RECORD.
           READ FINE-LEDGER-FILE
                       INVALID KEY
                           DISPLAY 'Fine ledger write failed for '
                               'borrower ' SRT-BORROWER OF SORT-RECORD
                       NOT INVALID KEY
                           PERFORM WRITE-FINE-TRANSACTION-PARAGRAPH
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-FINE-DELTA
                       INVALID KEY
                           DISPLAY 'Fine ledger update failed for '
                               'borrower ' SRT-BORROWER OF SORT-RECORD
                       NOT INVALID KEY
                           PERFORM WRITE-FINE-TRANSACTION-PARAGRAPH
                   END-REWRITE
           END-READ.

       WRITE-FINE-TRANSACTION-PARAGRAPH.
           MOVE WS-NEXT-RECEIPT-NUMBER TO FTR-RECEIPT-NO.
           MOVE SRT-BORROWER OF SORT-RECORD TO FTR-BORROWER.
           ACCEPT FTR-DATE FROM DATE YYYYMMDD.
           ACCEPT FTR-TIME FROM TIME.
           MOVE 'ASSESS' TO FTR-TYPE.
           MOVE SRT-NUMBER OF SORT-RECORD TO FTR-LOAN-NUMBER.
           MOVE 'D' TO FTR-DIRECTION.
           MOVE WS-FINE-DELTA TO FTR-AMOUNT.
           MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
               TO FTR-BALANCE-AFTER.
           MOVE 'BATCH' TO FTR-OPERATOR.
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

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
               TO FINE-BORROWER OF FINE-LEDGER-RECORD.
           READ FINE-LEDGER-FILE
               INVALID KEY
                   MOVE 0 TO WS-BALANCE-EDIT
               NOT INVALID KEY
                   MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                       TO WS-BALANCE-EDIT
           END-READ.
           MOVE SPACES TO LETTER-LINE.
           WRITE LETTER-LINE.
           MOVE SPACES TO LETTER-LINE.
           STRING 'TOTAL FINE OWED: ' WS-BALANCE-EDIT
               INTO LETTER-LINE
           END-STRING.
           WRITE LETTER-LINE.
