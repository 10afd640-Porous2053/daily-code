               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANCTL-FILE-STATUS.

           SELECT FINE-TRANSACTION-FILE ASSIGN TO 'FINETRAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINETRAN-FILE-STATUS.

           SELECT FINE-CONTROL-FILE ASSIGN TO 'FINECTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINECTL-FILE-STATUS.

           SELECT FINE-OPENING-FILE ASSIGN TO 'FINEOPEN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINEOPEN-FILE-STATUS.

           SELECT SIDE-GEN1-FILE ASSIGN TO 'SIDEBKP1.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIDE1-FILE-STATUS.
       01  LOAN-CONTROL-RECORD.
           COPY LOANCTLREC.

       FD  FINE-TRANSACTION-FILE.
       01  FINE-TRANSACTION-RECORD.
           COPY FINETRAN.

       FD  FINE-CONTROL-FILE.
       01  FINE-CONTROL-RECORD.
           COPY FINECTLREC.

       FD  FINE-OPENING-FILE.
       01  FINE-OPENING-RECORD.
           COPY FINEOPREC.

       FD  SIDE-GEN1-FILE.
       01  SIDE-GEN1-RECORD            PIC X(254).

       01 WS-MOVEMENT-FILE-STATUS  PIC XX.
       01 WS-BATCHLOG-FILE-STATUS  PIC XX.
       01 WS-LOANCTL-FILE-STATUS   PIC XX.
       01 WS-FINETRAN-FILE-STATUS  PIC XX.
       01 WS-FINECTL-FILE-STATUS   PIC XX.
       01 WS-FINEOPEN-FILE-STATUS  PIC XX.
       01 WS-SIDE1-FILE-STATUS     PIC XX.
       01 WS-SIDE2-FILE-STATUS     PIC XX.
       01 WS-SIDE3-FILE-STATUS     PIC XX.
           PERFORM BACKUP-MOVEMENTS-PARAGRAPH.
           PERFORM BACKUP-BATCH-LOG-PARAGRAPH.
           PERFORM BACKUP-LOAN-CONTROL-PARAGRAPH.
           PERFORM BACKUP-FINE-TRANSACTIONS-PARAGRAPH.
           PERFORM BACKUP-FINE-CONTROL-PARAGRAPH.
           PERFORM BACKUP-FINE-OPENING-PARAGRAPH.
           CLOSE SIDE-GEN1-FILE.

       WRITE-SIDE-RECORD-PARAGRAPH.
               END-PERFORM
               CLOSE LOAN-CONTROL-FILE
           END-IF.

       BACKUP-FINE-TRANSACTIONS-PARAGRAPH.
           OPEN INPUT FINE-TRANSACTION-FILE.
           IF WS-FINETRAN-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ FINE-TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE 'FTRN' TO WS-SB-FILE-ID
                           MOVE FINE-TRANSACTION-RECORD
                               TO WS-SB-IMAGE
                           PERFORM WRITE-SIDE-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FINE-TRANSACTION-FILE
           END-IF.

       BACKUP-FINE-CONTROL-PARAGRAPH.
           OPEN INPUT FINE-CONTROL-FILE.
           IF WS-FINECTL-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ FINE-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE 'FCTL' TO WS-SB-FILE-ID
                           MOVE FINE-CONTROL-RECORD TO WS-SB-IMAGE
                           PERFORM WRITE-SIDE-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FINE-CONTROL-FILE
           END-IF.

       BACKUP-FINE-OPENING-PARAGRAPH.
           OPEN INPUT FINE-OPENING-FILE.
           IF WS-FINEOPEN-FILE-STATUS = '35'
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ FINE-OPENING-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE 'FOPN' TO WS-SB-FILE-ID
                           MOVE FINE-OPENING-RECORD TO WS-SB-IMAGE
                           PERFORM WRITE-SIDE-RECORD-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE FINE-OPENING-FILE
           END-IF.
