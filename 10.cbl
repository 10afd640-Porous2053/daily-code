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
               OPEN OUTPUT MOVEMENT-FILE
               OPEN OUTPUT BATCH-LOG-FILE
               OPEN OUTPUT LOAN-CONTROL-FILE
               OPEN OUTPUT FINE-TRANSACTION-FILE
               OPEN OUTPUT FINE-CONTROL-FILE
               OPEN OUTPUT FINE-OPENING-FILE
               MOVE 'N' TO WS-SIDE-EOF-SWITCH
               PERFORM UNTIL WS-SIDE-EOF
                   PERFORM READ-SIDE-RECORD-PARAGRAPH
                       PERFORM RESTORE-ONE-SIDE-RECORD-PARAGRAPH
                   END-IF
               END-PERFORM
               CLOSE FINE-OPENING-FILE
               CLOSE FINE-CONTROL-FILE
               CLOSE FINE-TRANSACTION-FILE
               CLOSE LOAN-CONTROL-FILE
               CLOSE BATCH-LOG-FILE
               CLOSE MOVEMENT-FILE
                   MOVE WS-SB-IMAGE TO LOAN-CONTROL-RECORD
                   WRITE LOAN-CONTROL-RECORD
                   ADD 1 TO WS-SIDE-RECORDS-RESTORED
               WHEN 'FTRN'
                   MOVE WS-SB-IMAGE TO FINE-TRANSACTION-RECORD
                   WRITE FINE-TRANSACTION-RECORD
                   ADD 1 TO WS-SIDE-RECORDS-RESTORED
               WHEN 'FCTL'
                   MOVE WS-SB-IMAGE TO FINE-CONTROL-RECORD
                   WRITE FINE-CONTROL-RECORD
                   ADD 1 TO WS-SIDE-RECORDS-RESTORED
               WHEN 'FOPN'
                   MOVE WS-SB-IMAGE TO FINE-OPENING-RECORD
                   WRITE FINE-OPENING-RECORD
                   ADD 1 TO WS-SIDE-RECORDS-RESTORED
               WHEN OTHER
                   DISPLAY 'Unknown side-backup record tag "'
                       WS-SB-FILE-ID '" skipped.'
