       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookIntegrity.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Read-only cross-file integrity sweep, run after the posting
      *> step. Nothing is corrected here: every broken item is
      *> listed with its keys on BOOKINTG.DAT and the run control
      *> record goes in as FAIL, so BookOpsReport shows the morning
      *> crew that the files have drifted apart.
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

           SELECT LOAN-HISTORY-FILE ASSIGN TO 'LOANHIST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT LOAN-CONTROL-FILE ASSIGN TO 'LOANCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANCTL-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO 'HOLDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY OF HOLD-RECORD
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT FINE-LEDGER-FILE ASSIGN TO 'FINEMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-BORROWER OF FINE-LEDGER-RECORD
               FILE STATUS IS WS-FINE-FILE-STATUS.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO 'BOOKINTG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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

       FD  BORROWER-MASTER-FILE.
       01  BORROWER-MASTER-RECORD.
           COPY BORRREC.

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  LOAN-HISTORY-FILE.
       01  LOAN-HISTORY-RECORD.
           COPY LOANREC REPLACING LEADING ==LOAN== BY ==HIST==.

       FD  LOAN-CONTROL-FILE.
       01  LOAN-CONTROL-RECORD.
           COPY LOANCTLREC.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  FINE-LEDGER-FILE.
       01  FINE-LEDGER-RECORD.
           COPY FINEREC.

       FD  EXCEPTION-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-BORROWER            PIC X(6).
           05  SRT-CHARGES             PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-LOC-FILE-STATUS       PIC XX.
       01 WS-BORR-FILE-STATUS      PIC XX.
       01 WS-LOAN-FILE-STATUS      PIC XX.
       01 WS-HISTORY-FILE-STATUS   PIC XX.
       01 WS-LOANCTL-FILE-STATUS   PIC XX.
       01 WS-HOLD-FILE-STATUS      PIC XX.
       01 WS-FINE-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-EOF-SWITCH            PIC X      VALUE 'N'.
          88 WS-EOF                           VALUE 'Y'.
       01 WS-LOC-EOF-SWITCH        PIC X      VALUE 'N'.
          88 WS-LOC-EOF                       VALUE 'Y'.
       01 WS-LOAN-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-LOAN-EOF                      VALUE 'Y'.
       01 WS-HOLD-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-HOLD-EOF                      VALUE 'Y'.
       01 WS-HISTORY-EOF-SWITCH    PIC X      VALUE 'N'.
          88 WS-HISTORY-EOF                   VALUE 'Y'.
       01 WS-ANY-LOCATION-SWITCH   PIC X      VALUE 'N'.
          88 WS-ANY-LOCATION                  VALUE 'Y'.
       01 WS-BOOK-FOUND-SWITCH     PIC X      VALUE 'N'.
          88 WS-BOOK-FOUND                    VALUE 'Y'.
       01 WS-BORR-FOUND-SWITCH     PIC X      VALUE 'N'.
          88 WS-BORR-FOUND                    VALUE 'Y'.
       COPY CTLISBN.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-CHECK-ISBN            PIC X(13).
       01 WS-CHECK-BORROWER        PIC X(6).
       01 WS-LOCATION-TOTAL        PIC 9(6).
       01 WS-READY-HOLDS           PIC 9(4).
       01 WS-HIGHEST-LOAN          PIC 9(6)   VALUE 0.
       01 WS-HISTORY-CHARGES       PIC 9(7)V99.
       01 WS-LOAN-CHARGES          PIC 9(7)V99.
       01 WS-EXPLAINED-CHARGES     PIC 9(7)V99.
       01 WS-SORT-BORROWER         PIC X(6).
       01 WS-EXC-CHECK             PIC X(8).
       01 WS-EXC-KEY               PIC X(30).
       01 WS-EXC-DETAIL            PIC X(90).
       01 WS-TITLES-CHECKED        PIC 9(6)   VALUE 0.
       01 WS-TITLES-UNSEEDED       PIC 9(6)   VALUE 0.
       01 WS-COPIES-EXCEPTIONS     PIC 9(6)   VALUE 0.
       01 WS-LOANS-CHECKED         PIC 9(6)   VALUE 0.
       01 WS-LOAN-EXCEPTIONS       PIC 9(6)   VALUE 0.
       01 WS-HOLDS-CHECKED         PIC 9(6)   VALUE 0.
       01 WS-HOLD-EXCEPTIONS       PIC 9(6)   VALUE 0.
       01 WS-HISTORY-READ          PIC 9(6)   VALUE 0.
       01 WS-CONTROL-EXCEPTIONS    PIC 9(6)   VALUE 0.
       01 WS-FINES-CHECKED         PIC 9(6)   VALUE 0.
       01 WS-FINE-EXCEPTIONS       PIC 9(6)   VALUE 0.
       01 WS-RECORDS-CHECKED       PIC 9(6)   VALUE 0.
       01 WS-TOTAL-EXCEPTIONS      PIC 9(6)   VALUE 0.
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-COPIES-EDIT           PIC ZZZZZ9.
       01 WS-LOCATION-EDIT         PIC ZZZZZ9.
       01 WS-HOLDS-EDIT            PIC ZZZ9.
       01 WS-AMOUNT-EDIT           PIC -(6)9.99.
       01 WS-CHARGES-EDIT          PIC Z(6)9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           OPEN INPUT BOOK-MASTER-FILE.
           IF WS-BOOK-FILE-STATUS = '35'
               DISPLAY 'No book catalog found - nothing to check.'
               MOVE 'FAIL' TO WS-RUN-STATUS
           ELSE
               OPEN INPUT LOCATION-FILE
               OPEN INPUT BORROWER-MASTER-FILE
               OPEN INPUT LOAN-FILE
               OPEN INPUT HOLD-FILE
               OPEN INPUT FINE-LEDGER-FILE
               PERFORM CHECK-CATALOG-PARAGRAPH
               PERFORM CHECK-LOANS-PARAGRAPH
               PERFORM CHECK-HOLDS-PARAGRAPH
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BORROWER
                   INPUT PROCEDURE IS LOAD-HISTORY-CHARGES-PARAGRAPH
                   OUTPUT PROCEDURE IS CHECK-FINES-PARAGRAPH
               PERFORM CHECK-LOAN-CONTROL-PARAGRAPH
               IF WS-FINE-FILE-STATUS NOT = '35'
                   CLOSE FINE-LEDGER-FILE
               END-IF
               IF WS-HOLD-FILE-STATUS NOT = '35'
                   CLOSE HOLD-FILE
               END-IF
               IF WS-LOAN-FILE-STATUS NOT = '35'
                   CLOSE LOAN-FILE
               END-IF
               IF WS-BORR-FILE-STATUS NOT = '35'
                   CLOSE BORROWER-MASTER-FILE
               END-IF
               IF WS-LOC-FILE-STATUS NOT = '35'
                   CLOSE LOCATION-FILE
               END-IF
               CLOSE BOOK-MASTER-FILE
           END-IF.
           IF WS-TOTAL-EXCEPTIONS > 0
               MOVE 'FAIL' TO WS-RUN-STATUS
           END-IF.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.
           CLOSE EXCEPTION-REPORT-FILE.
           DISPLAY WS-RECORDS-CHECKED ' record(s) checked, '
               WS-TOTAL-EXCEPTIONS ' exception(s) written to '
               'BOOKINTG.DAT.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookIntegrty' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-RECORDS-CHECKED TO RC-RECORDS-IN.
           MOVE WS-TOTAL-EXCEPTIONS TO RC-RECORDS-OUT.
           COMPUTE RC-ACCEPTED =
               WS-RECORDS-CHECKED - WS-TOTAL-EXCEPTIONS
               ON SIZE ERROR
                   MOVE 0 TO RC-ACCEPTED
           END-COMPUTE.
           MOVE WS-TOTAL-EXCEPTIONS TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       CHECK-CATALOG-PARAGRAPH.
      *> BOOK-COPIES must equal the sum of the title's location
      *> balances. A copy reserved for a ready hold is off both
      *> figures until it is collected, cancelled or expires, so
      *> held copies do not excuse a difference; the ready-hold
      *> count is printed beside any mismatch because a reserved
      *> copy put back on one figure only is the usual cause. A
      *> title with no location balances at all has not been
      *> touched since balances were introduced - BookManager
      *> seeds it under MAIN at first use - and is not an error.
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
                           ADD 1 TO WS-TITLES-CHECKED
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM CHECK-TITLE-COPIES-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-TITLE-COPIES-PARAGRAPH.
           MOVE 0 TO WS-LOCATION-TOTAL.
           MOVE 'N' TO WS-ANY-LOCATION-SWITCH.
           IF WS-LOC-FILE-STATUS NOT = '35'
               PERFORM SUM-LOCATIONS-PARAGRAPH
           END-IF.
           IF NOT WS-ANY-LOCATION
               ADD 1 TO WS-TITLES-UNSEEDED
           ELSE
               IF WS-LOCATION-TOTAL
                       NOT = BOOK-COPIES OF BOOK-MASTER-RECORD
                   MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
                       TO WS-CHECK-ISBN
                   PERFORM COUNT-READY-HOLDS-PARAGRAPH
                   ADD 1 TO WS-COPIES-EXCEPTIONS
                   MOVE 'COPIES' TO WS-EXC-CHECK
                   MOVE SPACES TO WS-EXC-KEY
                   STRING 'ISBN ' BOOK-ISBN OF BOOK-MASTER-RECORD
                       INTO WS-EXC-KEY
                   END-STRING
                   MOVE BOOK-COPIES OF BOOK-MASTER-RECORD
                       TO WS-COPIES-EDIT
                   MOVE WS-LOCATION-TOTAL TO WS-LOCATION-EDIT
                   MOVE WS-READY-HOLDS TO WS-HOLDS-EDIT
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'BOOK-COPIES ' WS-COPIES-EDIT
                       ' LOCATIONS TOTAL ' WS-LOCATION-EDIT
                       ' READY HOLDS ' WS-HOLDS-EDIT
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION-PARAGRAPH
               END-IF
           END-IF.

       SUM-LOCATIONS-PARAGRAPH.
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
                           MOVE 'Y' TO WS-ANY-LOCATION-SWITCH
                           ADD LOC-COPIES OF LOCATION-RECORD
                               TO WS-LOCATION-TOTAL
                       END-IF
               END-READ
           END-PERFORM.

       COUNT-READY-HOLDS-PARAGRAPH.
           MOVE 0 TO WS-READY-HOLDS.
           IF WS-HOLD-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               MOVE WS-CHECK-ISBN TO HOLD-ISBN OF HOLD-RECORD
               MOVE 0 TO HOLD-PLACED-DATE OF HOLD-RECORD
               MOVE LOW-VALUES TO HOLD-BORROWER OF HOLD-RECORD
               START HOLD-FILE KEY IS NOT LESS THAN
                       HOLD-KEY OF HOLD-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                       NOT AT END
                           IF HOLD-ISBN OF HOLD-RECORD
                                   NOT = WS-CHECK-ISBN
                               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                           ELSE
                               IF HOLD-READY OF HOLD-RECORD
                                   ADD 1 TO WS-READY-HOLDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-LOANS-PARAGRAPH.
      *> Every open loan must point at a borrower and a title that
      *> are still on file. The sweep also notes the highest loan
      *> number for the loan-control check.
           IF WS-LOAN-FILE-STATUS NOT = '35'
               MOVE 0 TO LOAN-NUMBER OF LOAN-RECORD
               MOVE 'N' TO WS-LOAN-EOF-SWITCH
               START LOAN-FILE KEY IS NOT LESS THAN
                       LOAN-NUMBER OF LOAN-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-LOAN-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-LOAN-EOF
                   READ LOAN-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                       NOT AT END
                           IF LOAN-NUMBER OF LOAN-RECORD
                                   > WS-HIGHEST-LOAN
                               MOVE LOAN-NUMBER OF LOAN-RECORD
                                   TO WS-HIGHEST-LOAN
                           END-IF
                           IF LOAN-OPEN OF LOAN-RECORD
                               ADD 1 TO WS-LOANS-CHECKED
                               ADD 1 TO WS-RECORDS-CHECKED
                               PERFORM CHECK-ONE-LOAN-PARAGRAPH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-LOAN-PARAGRAPH.
           MOVE LOAN-BORROWER OF LOAN-RECORD TO WS-CHECK-BORROWER.
           PERFORM READ-BORROWER-PARAGRAPH.
           MOVE LOAN-ISBN OF LOAN-RECORD TO WS-CHECK-ISBN.
           PERFORM READ-BOOK-PARAGRAPH.
           IF NOT WS-BORR-FOUND OR NOT WS-BOOK-FOUND
               ADD 1 TO WS-LOAN-EXCEPTIONS
               MOVE 'LOAN' TO WS-EXC-CHECK
               MOVE SPACES TO WS-EXC-KEY
               STRING 'LOAN ' LOAN-NUMBER OF LOAN-RECORD
                   ' BORR ' LOAN-BORROWER OF LOAN-RECORD
                   INTO WS-EXC-KEY
               END-STRING
               MOVE SPACES TO WS-EXC-DETAIL
               EVALUATE TRUE
                   WHEN NOT WS-BORR-FOUND AND NOT WS-BOOK-FOUND
                       STRING 'OPEN LOAN - BORROWER AND ISBN '
                           LOAN-ISBN OF LOAN-RECORD
                           ' BOTH NOT ON FILE'
                           INTO WS-EXC-DETAIL
                       END-STRING
                   WHEN NOT WS-BORR-FOUND
                       STRING 'OPEN LOAN - BORROWER NOT ON FILE'
                           INTO WS-EXC-DETAIL
                       END-STRING
                   WHEN OTHER
                       STRING 'OPEN LOAN - ISBN '
                           LOAN-ISBN OF LOAN-RECORD
                           ' NOT ON FILE'
                           INTO WS-EXC-DETAIL
                       END-STRING
               END-EVALUATE
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.

       CHECK-HOLDS-PARAGRAPH.
      *> Every hold, waiting or ready, must belong to a borrower
      *> and a title that are still on file.
           IF WS-HOLD-FILE-STATUS NOT = '35'
               MOVE LOW-VALUES TO HOLD-KEY OF HOLD-RECORD
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               START HOLD-FILE KEY IS NOT LESS THAN
                       HOLD-KEY OF HOLD-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-HOLD-EOF
                   READ HOLD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-HOLDS-CHECKED
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM CHECK-ONE-HOLD-PARAGRAPH
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-HOLD-PARAGRAPH.
           MOVE HOLD-BORROWER OF HOLD-RECORD TO WS-CHECK-BORROWER.
           PERFORM READ-BORROWER-PARAGRAPH.
           MOVE HOLD-ISBN OF HOLD-RECORD TO WS-CHECK-ISBN.
           PERFORM READ-BOOK-PARAGRAPH.
           IF NOT WS-BORR-FOUND OR NOT WS-BOOK-FOUND
               ADD 1 TO WS-HOLD-EXCEPTIONS
               MOVE 'HOLD' TO WS-EXC-CHECK
               MOVE SPACES TO WS-EXC-KEY
               STRING HOLD-ISBN OF HOLD-RECORD
                   ' ' HOLD-PLACED-DATE OF HOLD-RECORD
                   ' ' HOLD-BORROWER OF HOLD-RECORD
                   INTO WS-EXC-KEY
               END-STRING
               MOVE SPACES TO WS-EXC-DETAIL
               EVALUATE TRUE
                   WHEN NOT WS-BORR-FOUND AND NOT WS-BOOK-FOUND
                       STRING 'HOLD STATUS ' HOLD-STATUS OF HOLD-RECORD
                           ' - BORROWER AND ISBN NOT ON FILE'
                           INTO WS-EXC-DETAIL
                       END-STRING
                   WHEN NOT WS-BORR-FOUND
                       STRING 'HOLD STATUS ' HOLD-STATUS OF HOLD-RECORD
                           ' - BORROWER NOT ON FILE'
                           INTO WS-EXC-DETAIL
                       END-STRING
                   WHEN OTHER
                       STRING 'HOLD STATUS ' HOLD-STATUS OF HOLD-RECORD
                           ' - ISBN NOT ON FILE'
                           INTO WS-EXC-DETAIL
                       END-STRING
               END-EVALUATE
               PERFORM WRITE-EXCEPTION-PARAGRAPH
           END-IF.

       READ-BORROWER-PARAGRAPH.
           MOVE 'N' TO WS-BORR-FOUND-SWITCH.
           IF WS-BORR-FILE-STATUS NOT = '35'
               MOVE WS-CHECK-BORROWER
                   TO BORR-ID OF BORROWER-MASTER-RECORD
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BORR-FOUND-SWITCH
               END-READ
           END-IF.

       READ-BOOK-PARAGRAPH.
           MOVE 'N' TO WS-BOOK-FOUND-SWITCH.
           IF WS-CHECK-ISBN NOT = WS-CONTROL-ISBN
               MOVE WS-CHECK-ISBN TO BOOK-ISBN OF BOOK-MASTER-RECORD
               READ BOOK-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BOOK-FOUND-SWITCH
               END-READ
           END-IF.

       LOAD-HISTORY-CHARGES-PARAGRAPH.
      *> Archived loans still explain fines that have not been paid
      *> off, so each history loan's charges are released by
      *> borrower. History written before the write-off charge
      *> fields existed reads them as spaces; those are skipped.
      *> The sweep also carries the highest archived loan number.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-HISTORY-EOF-SWITCH
               PERFORM UNTIL WS-HISTORY-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-HISTORY-READ
                           PERFORM RELEASE-HISTORY-LOAN-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       RELEASE-HISTORY-LOAN-PARAGRAPH.
           IF HIST-NUMBER IS NUMERIC
               AND HIST-NUMBER > WS-HIGHEST-LOAN
               MOVE HIST-NUMBER TO WS-HIGHEST-LOAN
           END-IF.
           MOVE 0 TO SRT-CHARGES.
           IF HIST-FINE-AMOUNT IS NUMERIC
               ADD HIST-FINE-AMOUNT TO SRT-CHARGES
           END-IF.
           IF HIST-REPLACE-CHARGE IS NUMERIC
               ADD HIST-REPLACE-CHARGE TO SRT-CHARGES
           END-IF.
           IF HIST-PROCESS-FEE IS NUMERIC
               ADD HIST-PROCESS-FEE TO SRT-CHARGES
           END-IF.
           IF SRT-CHARGES > 0
               MOVE HIST-BORROWER TO SRT-BORROWER
               RELEASE SORT-RECORD
           END-IF.

       CHECK-FINES-PARAGRAPH.
      *> An outstanding FINE-BALANCE must be covered by what the
      *> borrower has been charged on loans - overdue fines plus
      *> any lost/damaged billing, on current and archived loans.
      *> Payments and waivers only bring a balance down, so a
      *> balance above the charges cannot be explained. A credit
      *> balance (overpayment) needs no explaining.
           PERFORM RETURN-HISTORY-CHARGE-PARAGRAPH.
           IF WS-FINE-FILE-STATUS NOT = '35'
               MOVE LOW-VALUES TO FINE-BORROWER OF FINE-LEDGER-RECORD
               MOVE 'N' TO WS-EOF-SWITCH
               START FINE-LEDGER-FILE KEY IS NOT LESS THAN
                       FINE-BORROWER OF FINE-LEDGER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF
                   READ FINE-LEDGER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-FINES-CHECKED
                           ADD 1 TO WS-RECORDS-CHECKED
                           PERFORM CHECK-ONE-FINE-PARAGRAPH
                   END-READ
               END-PERFORM
           END-IF.

       RETURN-HISTORY-CHARGE-PARAGRAPH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SORT-BORROWER
               NOT AT END
                   MOVE SRT-BORROWER TO WS-SORT-BORROWER
           END-RETURN.

       CHECK-ONE-FINE-PARAGRAPH.
           MOVE FINE-BORROWER OF FINE-LEDGER-RECORD
               TO WS-CHECK-BORROWER.
           MOVE 0 TO WS-HISTORY-CHARGES.
           PERFORM UNTIL WS-SORT-BORROWER NOT < WS-CHECK-BORROWER
               PERFORM RETURN-HISTORY-CHARGE-PARAGRAPH
           END-PERFORM.
           PERFORM UNTIL WS-SORT-BORROWER NOT = WS-CHECK-BORROWER
               ADD SRT-CHARGES TO WS-HISTORY-CHARGES
               PERFORM RETURN-HISTORY-CHARGE-PARAGRAPH
           END-PERFORM.
           IF FINE-BALANCE OF FINE-LEDGER-RECORD > 0
               PERFORM SUM-LOAN-CHARGES-PARAGRAPH
               COMPUTE WS-EXPLAINED-CHARGES =
                   WS-LOAN-CHARGES + WS-HISTORY-CHARGES
               IF FINE-BALANCE OF FINE-LEDGER-RECORD
                       > WS-EXPLAINED-CHARGES
                   ADD 1 TO WS-FINE-EXCEPTIONS
                   MOVE 'FINE' TO WS-EXC-CHECK
                   MOVE SPACES TO WS-EXC-KEY
                   STRING 'BORR ' WS-CHECK-BORROWER
                       INTO WS-EXC-KEY
                   END-STRING
                   MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                       TO WS-AMOUNT-EDIT
                   MOVE WS-EXPLAINED-CHARGES TO WS-CHARGES-EDIT
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'FINE-BALANCE ' WS-AMOUNT-EDIT
                       ' EXCEEDS LOAN CHARGES ' WS-CHARGES-EDIT
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION-PARAGRAPH
               END-IF
           END-IF.

       SUM-LOAN-CHARGES-PARAGRAPH.
      *> Reads only this borrower's current loans through the
      *> LOAN-BORROWER alternate key.
           MOVE 0 TO WS-LOAN-CHARGES.
           IF WS-LOAN-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-LOAN-EOF-SWITCH
               MOVE WS-CHECK-BORROWER TO LOAN-BORROWER OF LOAN-RECORD
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
                                   NOT = WS-CHECK-BORROWER
                               MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                           ELSE
                               ADD LOAN-FINE-AMOUNT OF LOAN-RECORD
                                   LOAN-REPLACE-CHARGE OF LOAN-RECORD
                                   LOAN-PROCESS-FEE OF LOAN-RECORD
                                   TO WS-LOAN-CHARGES
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-LOAN-CONTROL-PARAGRAPH.
      *> The next loan number must be above every loan number on
      *> file, current or archived, or the next checkout would
      *> reuse one. A missing control file is only an error once
      *> loans exist - BookManager rebuilds it on its next run.
           ADD 1 TO WS-RECORDS-CHECKED.
           MOVE 'LOANCTL' TO WS-EXC-CHECK.
           MOVE 'LOANCTL.DAT' TO WS-EXC-KEY.
           MOVE WS-HIGHEST-LOAN TO WS-COPIES-EDIT.
           OPEN INPUT LOAN-CONTROL-FILE.
           IF WS-LOANCTL-FILE-STATUS = '35'
               IF WS-HIGHEST-LOAN > 0
                   ADD 1 TO WS-CONTROL-EXCEPTIONS
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'CONTROL FILE MISSING - HIGHEST LOAN ON '
                       'FILE ' WS-COPIES-EDIT
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION-PARAGRAPH
               END-IF
           ELSE
               READ LOAN-CONTROL-FILE
                   AT END
                       MOVE 0 TO LOANCTL-NEXT-NUMBER
               END-READ
               CLOSE LOAN-CONTROL-FILE
               IF LOANCTL-NEXT-NUMBER IS NOT NUMERIC
                   MOVE 0 TO LOANCTL-NEXT-NUMBER
               END-IF
               IF LOANCTL-NEXT-NUMBER NOT > WS-HIGHEST-LOAN
                   ADD 1 TO WS-CONTROL-EXCEPTIONS
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING 'LOANCTL-NEXT-NUMBER ' LOANCTL-NEXT-NUMBER
                       ' NOT ABOVE HIGHEST LOAN ON FILE '
                       WS-COPIES-EDIT
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM WRITE-EXCEPTION-PARAGRAPH
               END-IF
           END-IF.

       WRITE-EXCEPTION-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           ADD 1 TO WS-TOTAL-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-EXC-CHECK ' '
               WS-EXC-KEY ' '
               WS-EXC-DETAIL
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CROSS-FILE INTEGRITY EXCEPTIONS'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHECK   ' ' '
               'KEY(S)                        ' ' '
               'EXCEPTION'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TITLES CHECKED:          ' WS-TITLES-CHECKED
               '  COPIES EXCEPTIONS:   ' WS-COPIES-EXCEPTIONS
               '  NOT YET SEEDED:  ' WS-TITLES-UNSEEDED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'OPEN LOANS CHECKED:      ' WS-LOANS-CHECKED
               '  LOAN EXCEPTIONS:     ' WS-LOAN-EXCEPTIONS
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'HOLDS CHECKED:           ' WS-HOLDS-CHECKED
               '  HOLD EXCEPTIONS:     ' WS-HOLD-EXCEPTIONS
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FINE BALANCES CHECKED:   ' WS-FINES-CHECKED
               '  FINE EXCEPTIONS:     ' WS-FINE-EXCEPTIONS
               '  HISTORY LOANS READ: ' WS-HISTORY-READ
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'HIGHEST LOAN NUMBER:     ' WS-HIGHEST-LOAN
               '  CONTROL EXCEPTIONS:  ' WS-CONTROL-EXCEPTIONS
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-TOTAL-EXCEPTIONS = 0
               STRING 'FILES AGREE - NO EXCEPTIONS.'
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING '** ' WS-TOTAL-EXCEPTIONS
                   ' EXCEPTION(S) - FILES HAVE DRIFTED, '
                   'INVESTIGATE BEFORE THE NEXT POSTING. **'
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
