       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookAutoBlock.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BORROWER-MASTER-FILE ASSIGN TO 'BORRMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BORR-ID OF BORROWER-MASTER-RECORD
               FILE STATUS IS WS-BORR-FILE-STATUS.

           SELECT LOAN-FILE ASSIGN TO 'LOANMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NUMBER OF LOAN-RECORD
               ALTERNATE RECORD KEY IS LOAN-ISBN OF LOAN-RECORD
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS LOAN-BORROWER OF LOAN-RECORD
                   WITH DUPLICATES
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT FINE-LEDGER-FILE ASSIGN TO 'FINEMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-BORROWER OF FINE-LEDGER-RECORD
               FILE STATUS IS WS-FINE-FILE-STATUS.

           SELECT CIRC-PARAMETER-FILE ASSIGN TO 'CIRCPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRCPARM-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO 'BOOKAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BLOCK-REPORT-FILE ASSIGN TO 'BOOKBLK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BORROWER-MASTER-FILE.
       01  BORROWER-MASTER-RECORD.
           COPY BORRREC.

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  FINE-LEDGER-FILE.
       01  FINE-LEDGER-RECORD.
           COPY FINEREC.

       FD  CIRC-PARAMETER-FILE.
       01  CIRC-PARAMETER-RECORD.
           05  CPARM-KEYWORD           PIC X(8).
           05  CPARM-VALUE             PIC 9(4).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           COPY AUDITREC.

       FD  BLOCK-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-BORR-FILE-STATUS      PIC XX.
       01 WS-LOAN-FILE-STATUS      PIC XX.
       01 WS-FINE-FILE-STATUS      PIC XX.
       01 WS-CIRCPARM-FILE-STATUS  PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-BORR-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-BORR-EOF                      VALUE 'Y'.
       01 WS-LOAN-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-LOAN-EOF                      VALUE 'Y'.
       01 WS-CIRCPARM-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-CIRCPARM-EOF                  VALUE 'Y'.
       01 WS-OVER-FINE-SWITCH      PIC X      VALUE 'N'.
          88 WS-OVER-FINE-LIMIT               VALUE 'Y'.
       01 WS-OVER-DAYS-SWITCH      PIC X      VALUE 'N'.
          88 WS-OVER-DAYS-LIMIT               VALUE 'Y'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-INTEGER         PIC 9(8).
       01 WS-BLOCK-FINE-LIMIT      PIC 9(4)   VALUE 25.
       01 WS-BLOCK-OVERDUE-DAYS    PIC 9(4)   VALUE 30.
       01 WS-BLOCK-BORROWER        PIC X(6).
       01 WS-FINE-BALANCE          PIC S9(5)V99.
       01 WS-DAYS-OVERDUE          PIC 9(5).
       01 WS-WORST-DAYS            PIC 9(5).
       01 WS-WORST-LOAN            PIC 9(6).
       01 WS-BLOCK-ACTION          PIC X(8).
       01 WS-BLOCK-REASON          PIC X(30).
       01 WS-BALANCE-EDIT          PIC ZZZZ9.99CR.
       01 WS-DAYS-EDIT             PIC ZZZZ9.
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-BORROWERS-READ        PIC 9(6)   VALUE 0.
       01 WS-BORROWERS-BLOCKED     PIC 9(6)   VALUE 0.
       01 WS-BORROWERS-UNBLOCKED   PIC 9(6)   VALUE 0.
       01 WS-AUTO-BLOCKS-KEPT      PIC 9(6)   VALUE 0.
       01 WS-MANUAL-BLOCKS         PIC 9(6)   VALUE 0.
       01 WS-UPDATE-FAILURES       PIC 9(6)   VALUE 0.
       01 WS-AUDIT-TITLE           PIC X(50).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM READ-CIRC-PARAMETERS-PARAGRAPH.
           OPEN OUTPUT BLOCK-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           OPEN I-O BORROWER-MASTER-FILE.
           IF WS-BORR-FILE-STATUS = '35'
               DISPLAY 'No borrower master found - nobody to block '
                   'or unblock.'
               MOVE 'FAIL' TO WS-RUN-STATUS
           ELSE
               OPEN INPUT LOAN-FILE
               OPEN INPUT FINE-LEDGER-FILE
               PERFORM SWEEP-BORROWERS-PARAGRAPH
               IF WS-FINE-FILE-STATUS NOT = '35'
                   CLOSE FINE-LEDGER-FILE
               END-IF
               IF WS-LOAN-FILE-STATUS NOT = '35'
                   CLOSE LOAN-FILE
               END-IF
               CLOSE BORROWER-MASTER-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.
           CLOSE BLOCK-REPORT-FILE.
           DISPLAY WS-BORROWERS-BLOCKED ' borrower(s) blocked, '
               WS-BORROWERS-UNBLOCKED ' unblocked, report written '
               'to BOOKBLK.DAT.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookAutoBlk' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-BORROWERS-READ TO RC-RECORDS-IN.
           COMPUTE RC-RECORDS-OUT = WS-BORROWERS-BLOCKED
               + WS-BORROWERS-UNBLOCKED.
           COMPUTE RC-ACCEPTED = WS-BORROWERS-BLOCKED
               + WS-BORROWERS-UNBLOCKED.
           MOVE WS-UPDATE-FAILURES TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-CIRC-PARAMETERS-PARAGRAPH.
      *> Shares BookManager's CIRCPARM.DAT keyword cards. BLOCKFIN
      *> is the fine balance (whole units) above which a borrower
      *> is blocked, BLOCKDAY the days past due above which any
      *> open loan blocks its borrower; 0 switches that test off.
      *> Keywords meant for other programs are passed over.
           OPEN INPUT CIRC-PARAMETER-FILE.
           IF WS-CIRCPARM-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-CIRCPARM-EOF-SWITCH
               PERFORM UNTIL WS-CIRCPARM-EOF
                   READ CIRC-PARAMETER-FILE
                       AT END
                           MOVE 'Y' TO WS-CIRCPARM-EOF-SWITCH
                       NOT AT END
                           PERFORM APPLY-CIRC-PARAMETER-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE CIRC-PARAMETER-FILE
           END-IF.

       APPLY-CIRC-PARAMETER-PARAGRAPH.
           IF CPARM-KEYWORD = 'BLOCKFIN' OR CPARM-KEYWORD = 'BLOCKDAY'
               IF CPARM-VALUE IS NUMERIC
                   IF CPARM-KEYWORD = 'BLOCKFIN'
                       MOVE CPARM-VALUE TO WS-BLOCK-FINE-LIMIT
                   ELSE
                       MOVE CPARM-VALUE TO WS-BLOCK-OVERDUE-DAYS
                   END-IF
               ELSE
                   DISPLAY 'Circulation parameter ignored - value '
                       'not numeric: ' CPARM-KEYWORD
               END-IF
           END-IF.

       SWEEP-BORROWERS-PARAGRAPH.
           MOVE LOW-VALUES TO BORR-ID OF BORROWER-MASTER-RECORD.
           MOVE 'N' TO WS-BORR-EOF-SWITCH.
           START BORROWER-MASTER-FILE KEY IS NOT LESS THAN
                   BORR-ID OF BORROWER-MASTER-RECORD
               INVALID KEY
                   MOVE 'Y' TO WS-BORR-EOF-SWITCH
           END-START.
           PERFORM UNTIL WS-BORR-EOF
               READ BORROWER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BORR-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-BORROWERS-READ
                       PERFORM CHECK-BORROWER-PARAGRAPH
               END-READ
           END-PERFORM.

       CHECK-BORROWER-PARAGRAPH.
      *> A borrower over either limit is blocked; an automatic
      *> block is lifted once the borrower is back under both. A
      *> block placed by a clerk is never touched here.
           MOVE BORR-ID OF BORROWER-MASTER-RECORD
               TO WS-BLOCK-BORROWER.
           PERFORM READ-FINE-BALANCE-PARAGRAPH.
           PERFORM FIND-WORST-OVERDUE-PARAGRAPH.
           MOVE 'N' TO WS-OVER-FINE-SWITCH.
           MOVE 'N' TO WS-OVER-DAYS-SWITCH.
           IF WS-BLOCK-FINE-LIMIT > 0
               AND WS-FINE-BALANCE > WS-BLOCK-FINE-LIMIT
               MOVE 'Y' TO WS-OVER-FINE-SWITCH
           END-IF.
           IF WS-BLOCK-OVERDUE-DAYS > 0
               AND WS-WORST-DAYS > WS-BLOCK-OVERDUE-DAYS
               MOVE 'Y' TO WS-OVER-DAYS-SWITCH
           END-IF.
           EVALUATE TRUE
               WHEN BORR-STATUS OF BORROWER-MASTER-RECORD NOT = 'B'
                   AND (WS-OVER-FINE-LIMIT OR WS-OVER-DAYS-LIMIT)
                   PERFORM BLOCK-BORROWER-PARAGRAPH
               WHEN BORR-STATUS OF BORROWER-MASTER-RECORD = 'B'
                   AND BORR-BLOCK-SOURCE OF BORROWER-MASTER-RECORD
                       = 'A'
                   AND NOT WS-OVER-FINE-LIMIT
                   AND NOT WS-OVER-DAYS-LIMIT
                   PERFORM UNBLOCK-BORROWER-PARAGRAPH
               WHEN BORR-STATUS OF BORROWER-MASTER-RECORD = 'B'
                   AND BORR-BLOCK-SOURCE OF BORROWER-MASTER-RECORD
                       = 'A'
                   ADD 1 TO WS-AUTO-BLOCKS-KEPT
               WHEN BORR-STATUS OF BORROWER-MASTER-RECORD = 'B'
                   ADD 1 TO WS-MANUAL-BLOCKS
           END-EVALUATE.

       READ-FINE-BALANCE-PARAGRAPH.
           MOVE 0 TO WS-FINE-BALANCE.
           IF WS-FINE-FILE-STATUS NOT = '35'
               MOVE WS-BLOCK-BORROWER
                   TO FINE-BORROWER OF FINE-LEDGER-RECORD
               READ FINE-LEDGER-FILE
                   INVALID KEY
                       MOVE 0 TO WS-FINE-BALANCE
                   NOT INVALID KEY
                       MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                           TO WS-FINE-BALANCE
               END-READ
           END-IF.

       FIND-WORST-OVERDUE-PARAGRAPH.
      *> Reads only this borrower's loans through the LOAN-BORROWER
      *> alternate key and keeps the open loan longest past due.
           MOVE 0 TO WS-WORST-DAYS.
           MOVE 0 TO WS-WORST-LOAN.
           IF WS-LOAN-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-LOAN-EOF-SWITCH
               MOVE WS-BLOCK-BORROWER TO LOAN-BORROWER OF LOAN-RECORD
               START LOAN-FILE KEY IS EQUAL TO
                       LOAN-BORROWER OF LOAN-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-LOAN-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-LOAN-EOF
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                       NOT AT END
                           IF LOAN-BORROWER OF LOAN-RECORD
                                   NOT = WS-BLOCK-BORROWER
                               MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                           ELSE
                               PERFORM CHECK-LOAN-OVERDUE-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-LOAN-OVERDUE-PARAGRAPH.
           IF LOAN-STATUS OF LOAN-RECORD = 'O'
               AND LOAN-DUE-DATE OF LOAN-RECORD < WS-TODAY-DATE
               COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE
                       (LOAN-DUE-DATE OF LOAN-RECORD)
               IF WS-DAYS-OVERDUE > WS-WORST-DAYS
                   MOVE WS-DAYS-OVERDUE TO WS-WORST-DAYS
                   MOVE LOAN-NUMBER OF LOAN-RECORD TO WS-WORST-LOAN
               END-IF
           END-IF.

       BLOCK-BORROWER-PARAGRAPH.
           MOVE 'B' TO BORR-STATUS OF BORROWER-MASTER-RECORD.
           MOVE 'A' TO BORR-BLOCK-SOURCE OF BORROWER-MASTER-RECORD.
           MOVE WS-TODAY-DATE
               TO BORR-BLOCK-DATE OF BORROWER-MASTER-RECORD.
           MOVE 'AUTOBLK' TO WS-BLOCK-ACTION.
           MOVE SPACES TO WS-BLOCK-REASON.
           EVALUATE TRUE
               WHEN WS-OVER-FINE-LIMIT AND WS-OVER-DAYS-LIMIT
                   MOVE 'FINES AND OVERDUE LOAN'
                       TO WS-BLOCK-REASON
               WHEN WS-OVER-FINE-LIMIT
                   MOVE 'FINES OVER LIMIT' TO WS-BLOCK-REASON
               WHEN OTHER
                   MOVE 'LOAN OVERDUE PAST LIMIT' TO WS-BLOCK-REASON
           END-EVALUATE.
           REWRITE BORROWER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Block failed for borrower '
                       WS-BLOCK-BORROWER
                   ADD 1 TO WS-UPDATE-FAILURES
                   MOVE 'FAIL' TO WS-RUN-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-BORROWERS-BLOCKED
                   PERFORM WRITE-AUDIT-PARAGRAPH
                   PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
           END-REWRITE.

       UNBLOCK-BORROWER-PARAGRAPH.
           MOVE 'A' TO BORR-STATUS OF BORROWER-MASTER-RECORD.
           MOVE SPACE TO BORR-BLOCK-SOURCE OF BORROWER-MASTER-RECORD.
           MOVE 0 TO BORR-BLOCK-DATE OF BORROWER-MASTER-RECORD.
           MOVE 'AUTOUNBL' TO WS-BLOCK-ACTION.
           MOVE 'BACK UNDER LIMITS' TO WS-BLOCK-REASON.
           REWRITE BORROWER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Unblock failed for borrower '
                       WS-BLOCK-BORROWER
                   ADD 1 TO WS-UPDATE-FAILURES
                   MOVE 'FAIL' TO WS-RUN-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-BORROWERS-UNBLOCKED
                   PERFORM WRITE-AUDIT-PARAGRAPH
                   PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
           END-REWRITE.

       WRITE-AUDIT-PARAGRAPH.
           ACCEPT AUD-DATE OF AUDIT-LOG-RECORD FROM DATE YYYYMMDD.
           ACCEPT AUD-TIME OF AUDIT-LOG-RECORD FROM TIME.
           MOVE 'AUTOBLK' TO AUD-OPERATOR OF AUDIT-LOG-RECORD.
           MOVE WS-BLOCK-ACTION TO AUD-ACTION OF AUDIT-LOG-RECORD.
           MOVE SPACES TO WS-AUDIT-TITLE.
           STRING 'BORROWER ' WS-BLOCK-BORROWER ' '
               WS-BLOCK-REASON
               INTO WS-AUDIT-TITLE
           END-STRING.
           MOVE WS-AUDIT-TITLE TO AUD-TITLE OF AUDIT-LOG-RECORD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AUTOMATIC BORROWER BLOCKS'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BLOCK AT FINES OVER ' WS-BLOCK-FINE-LIMIT
               ' OR A LOAN MORE THAN ' WS-BLOCK-OVERDUE-DAYS
               ' DAY(S) OVERDUE (0 = TEST OFF)'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROW' ' '
               'BORROWER NAME                 ' ' '
               'ACTION  ' ' '
               '   BALANCE' ' '
               ' DAYS' ' '
               'LOAN  ' ' '
               'REASON'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINE-COUNT.

       WRITE-REPORT-DETAIL-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE WS-FINE-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-WORST-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-BLOCK-BORROWER ' '
               BORR-NAME OF BORROWER-MASTER-RECORD ' '
               WS-BLOCK-ACTION ' '
               WS-BALANCE-EDIT ' '
               WS-DAYS-EDIT ' '
               WS-WORST-LOAN ' '
               WS-BLOCK-REASON
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROWERS READ:            ' WS-BORROWERS-READ
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BLOCKED TONIGHT:           ' WS-BORROWERS-BLOCKED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNBLOCKED TONIGHT:         ' WS-BORROWERS-UNBLOCKED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AUTOMATIC BLOCKS KEPT:     ' WS-AUTO-BLOCKS-KEPT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MANUAL BLOCKS LEFT ALONE:  ' WS-MANUAL-BLOCKS
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-UPDATE-FAILURES > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'BORROWER UPDATES FAILED:   ' WS-UPDATE-FAILURES
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
