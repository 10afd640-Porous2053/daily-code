       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookFineStmt.
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

           SELECT BORROWER-MASTER-FILE ASSIGN TO 'BORRMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BORR-ID OF BORROWER-MASTER-RECORD
               FILE STATUS IS WS-BORROWER-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'STMPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT STATEMENT-REPORT-FILE ASSIGN TO 'FINESTMT.DAT'
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

       FD  BORROWER-MASTER-FILE.
       01  BORROWER-MASTER-RECORD.
           COPY BORRREC.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  SPARM-BORROWER          PIC X(6).
           05  SPARM-FROM-DATE         PIC X(8).

       FD  STATEMENT-REPORT-FILE.
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
       01 WS-BORROWER-FILE-STATUS  PIC XX.
       01 WS-PARM-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-FINETRAN-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-FINETRAN-EOF                  VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-SORT-EOF                      VALUE 'Y'.
       01 WS-FIRST-STATEMENT-SWITCH PIC X     VALUE 'Y'.
          88 WS-FIRST-STATEMENT               VALUE 'Y'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-SELECT-BORROWER       PIC X(6)   VALUE SPACES.
       01 WS-FROM-DATE             PIC 9(8)   VALUE 0.
       01 WS-STMT-BORROWER         PIC X(6).
       01 WS-BORROWER-NAME         PIC X(30).
       01 WS-SIGNED-AMOUNT         PIC S9(7)V99.
       01 WS-OPENING-BALANCE       PIC S9(7)V99.
       01 WS-CLOSING-BALANCE       PIC S9(7)V99.
       01 WS-LEDGER-BALANCE        PIC S9(7)V99.
       01 WS-STMT-CHARGES          PIC 9(7)V99.
       01 WS-STMT-CREDITS          PIC 9(7)V99.
       01 WS-STMT-LINES            PIC 9(6).
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-ENTRIES-READ          PIC 9(6)   VALUE 0.
       01 WS-ENTRIES-LISTED        PIC 9(6)   VALUE 0.
       01 WS-STATEMENTS-WRITTEN    PIC 9(6)   VALUE 0.
       01 WS-LEDGER-DIFFERENCES    PIC 9(6)   VALUE 0.
       01 WS-CHARGE-EDIT           PIC ZZZZ9.99.
       01 WS-CREDIT-EDIT           PIC ZZZZ9.99.
       01 WS-CHARGE-TEXT           PIC X(8).
       01 WS-CREDIT-TEXT           PIC X(8).
       01 WS-BALANCE-EDIT          PIC ZZZZZZ9.99CR.
       01 WS-LEDGER-EDIT           PIC ZZZZZZ9.99CR.
       01 WS-TOTAL-EDIT            PIC ZZZZZZ9.99.
       01 WS-TOTAL-CREDIT-EDIT     PIC ZZZZZZ9.99.
       01 WS-LOAN-EDIT             PIC X(6).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETERS-PARAGRAPH.
           OPEN OUTPUT STATEMENT-REPORT-FILE.
           OPEN INPUT FINE-TRANSACTION-FILE.
           IF WS-FINETRAN-FILE-STATUS = '35'
               MOVE SPACES TO WS-STMT-BORROWER
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               MOVE SPACES TO REPORT-LINE
               STRING 'NO FINE TRANSACTION FILE FOUND.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               CLOSE FINE-TRANSACTION-FILE
               OPEN INPUT FINE-LEDGER-FILE
               OPEN INPUT BORROWER-MASTER-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-BORROWER OF SORT-RECORD
                       SRT-RECEIPT-NO OF SORT-RECORD
                   INPUT PROCEDURE IS SORT-INPUT-PARAGRAPH
                   OUTPUT PROCEDURE IS SORT-OUTPUT-PARAGRAPH
               IF WS-BORROWER-FILE-STATUS NOT = '35'
                   CLOSE BORROWER-MASTER-FILE
               END-IF
               IF WS-FINE-FILE-STATUS NOT = '35'
                   CLOSE FINE-LEDGER-FILE
               END-IF
           END-IF.
           CLOSE STATEMENT-REPORT-FILE.
           DISPLAY WS-STATEMENTS-WRITTEN ' fine statement(s) written '
               'to FINESTMT.DAT, ' WS-LEDGER-DIFFERENCES
               ' differing from the fine ledger.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookFineStmt' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-ENTRIES-READ TO RC-RECORDS-IN.
           MOVE WS-ENTRIES-LISTED TO RC-RECORDS-OUT.
           MOVE WS-STATEMENTS-WRITTEN TO RC-ACCEPTED.
           MOVE WS-LEDGER-DIFFERENCES TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-PARAMETERS-PARAGRAPH.
      *> One card: cols 1-6 the borrower (blank for a statement
      *> for every borrower with fine activity), cols 7-14 an
      *> optional from-date YYYYMMDD. Entries before the from-date
      *> are not itemized; they make up the balance brought
      *> forward. A missing file states everything.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS NOT = '35'
               READ PARAMETER-FILE
                   NOT AT END
                       MOVE SPARM-BORROWER TO WS-SELECT-BORROWER
                       IF SPARM-FROM-DATE IS NUMERIC
                           MOVE SPARM-FROM-DATE TO WS-FROM-DATE
                       ELSE
                           IF SPARM-FROM-DATE NOT = SPACES
                               DISPLAY 'Statement from-date ignored '
                                   '- not YYYYMMDD.'
                           END-IF
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       SORT-INPUT-PARAGRAPH.
           OPEN INPUT FINE-TRANSACTION-FILE.
           MOVE 'N' TO WS-FINETRAN-EOF-SWITCH.
           PERFORM UNTIL WS-FINETRAN-EOF
               READ FINE-TRANSACTION-FILE
                   AT END
                       MOVE 'Y' TO WS-FINETRAN-EOF-SWITCH
                   NOT AT END
                       ADD 1 TO WS-ENTRIES-READ
                       IF WS-SELECT-BORROWER = SPACES
                           OR FTR-BORROWER = WS-SELECT-BORROWER
                           MOVE FINE-TRANSACTION-RECORD
                               TO SORT-RECORD
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FINE-TRANSACTION-FILE.

       SORT-OUTPUT-PARAGRAPH.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE 'Y' TO WS-FIRST-STATEMENT-SWITCH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-STATEMENT
                   MOVE 'N' TO WS-FIRST-STATEMENT-SWITCH
                   PERFORM START-STATEMENT-PARAGRAPH
               ELSE
                   IF SRT-BORROWER OF SORT-RECORD
                           NOT = WS-STMT-BORROWER
                       PERFORM WRITE-STATEMENT-TOTAL-PARAGRAPH
                       PERFORM START-STATEMENT-PARAGRAPH
                   END-IF
               END-IF
               PERFORM APPLY-STATEMENT-ENTRY-PARAGRAPH
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-STATEMENT
               MOVE WS-SELECT-BORROWER TO WS-STMT-BORROWER
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               MOVE SPACES TO REPORT-LINE
               STRING 'No fine transactions on file for the '
                   'selection.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-STATEMENT-TOTAL-PARAGRAPH
           END-IF.

       START-STATEMENT-PARAGRAPH.
      *> The opening balance is worked back from the first entry:
      *> its balance after posting less its own signed amount.
      *> That carries in whatever the borrower owed before the
      *> fine transaction file was started.
           MOVE SRT-BORROWER OF SORT-RECORD TO WS-STMT-BORROWER.
           ADD 1 TO WS-STATEMENTS-WRITTEN.
           PERFORM LOOK-UP-BORROWER-NAME-PARAGRAPH.
           PERFORM SET-SIGNED-AMOUNT-PARAGRAPH.
           COMPUTE WS-OPENING-BALANCE =
               SRT-BALANCE-AFTER OF SORT-RECORD - WS-SIGNED-AMOUNT.
           MOVE WS-OPENING-BALANCE TO WS-CLOSING-BALANCE.
           MOVE 0 TO WS-STMT-CHARGES.
           MOVE 0 TO WS-STMT-CREDITS.
           MOVE 0 TO WS-STMT-LINES.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.

       APPLY-STATEMENT-ENTRY-PARAGRAPH.
           PERFORM SET-SIGNED-AMOUNT-PARAGRAPH.
           IF SRT-DATE OF SORT-RECORD < WS-FROM-DATE
               MOVE SRT-BALANCE-AFTER OF SORT-RECORD
                   TO WS-OPENING-BALANCE
               MOVE SRT-BALANCE-AFTER OF SORT-RECORD
                   TO WS-CLOSING-BALANCE
           ELSE
               IF WS-STMT-LINES = 0
                   PERFORM WRITE-BROUGHT-FORWARD-PARAGRAPH
               END-IF
               MOVE SRT-BALANCE-AFTER OF SORT-RECORD
                   TO WS-CLOSING-BALANCE
               PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
           END-IF.

       SET-SIGNED-AMOUNT-PARAGRAPH.
           IF SRT-DIRECTION OF SORT-RECORD = 'C'
               COMPUTE WS-SIGNED-AMOUNT =
                   0 - SRT-AMOUNT OF SORT-RECORD
           ELSE
               MOVE SRT-AMOUNT OF SORT-RECORD TO WS-SIGNED-AMOUNT
           END-IF.

       WRITE-BROUGHT-FORWARD-PARAGRAPH.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING '         '
               'BALANCE BROUGHT FORWARD'
               '                                  '
               WS-BALANCE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-DETAIL-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           ADD 1 TO WS-ENTRIES-LISTED.
           ADD 1 TO WS-STMT-LINES.
           MOVE SPACES TO WS-CHARGE-TEXT.
           MOVE SPACES TO WS-CREDIT-TEXT.
           IF SRT-DIRECTION OF SORT-RECORD = 'C'
               MOVE SRT-AMOUNT OF SORT-RECORD TO WS-CREDIT-EDIT
               MOVE WS-CREDIT-EDIT TO WS-CREDIT-TEXT
               ADD SRT-AMOUNT OF SORT-RECORD TO WS-STMT-CREDITS
           ELSE
               MOVE SRT-AMOUNT OF SORT-RECORD TO WS-CHARGE-EDIT
               MOVE WS-CHARGE-EDIT TO WS-CHARGE-TEXT
               ADD SRT-AMOUNT OF SORT-RECORD TO WS-STMT-CHARGES
           END-IF.
           IF SRT-LOAN-NUMBER OF SORT-RECORD = 0
               MOVE SPACES TO WS-LOAN-EDIT
           ELSE
               MOVE SRT-LOAN-NUMBER OF SORT-RECORD TO WS-LOAN-EDIT
           END-IF.
           MOVE SRT-BALANCE-AFTER OF SORT-RECORD TO WS-BALANCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING SRT-DATE OF SORT-RECORD ' '
               SRT-RECEIPT-NO OF SORT-RECORD ' '
               SRT-TYPE OF SORT-RECORD ' '
               WS-LOAN-EDIT ' '
               SRT-OPERATOR OF SORT-RECORD ' '
               SRT-REASON OF SORT-RECORD ' '
               WS-CHARGE-TEXT ' '
               WS-CREDIT-TEXT ' '
               WS-BALANCE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-STATEMENT-TOTAL-PARAGRAPH.
      *> Closes the statement with the period totals and checks the
      *> closing balance against the fine ledger, which should
      *> always agree - a difference means the ledger was changed
      *> outside the itemized postings.
           IF WS-STMT-LINES = 0
               PERFORM WRITE-BROUGHT-FORWARD-PARAGRAPH
           END-IF.
           MOVE 0 TO WS-LEDGER-BALANCE.
           IF WS-FINE-FILE-STATUS NOT = '35'
               MOVE WS-STMT-BORROWER
                   TO FINE-BORROWER OF FINE-LEDGER-RECORD
               READ FINE-LEDGER-FILE
                   NOT INVALID KEY
                       MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                           TO WS-LEDGER-BALANCE
               END-READ
           END-IF.
           MOVE WS-STMT-CHARGES TO WS-TOTAL-EDIT.
           MOVE WS-STMT-CREDITS TO WS-TOTAL-CREDIT-EDIT.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTALS FOR PERIOD  CHARGES ' WS-TOTAL-EDIT
               '  CREDITS ' WS-TOTAL-CREDIT-EDIT
               '  CLOSING BALANCE ' WS-BALANCE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-LEDGER-BALANCE TO WS-LEDGER-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LEDGER-BALANCE = WS-CLOSING-BALANCE
               STRING 'FINE LEDGER BALANCE ' WS-LEDGER-EDIT
                   '  AGREES'
                   INTO REPORT-LINE
               END-STRING
           ELSE
               ADD 1 TO WS-LEDGER-DIFFERENCES
               STRING 'FINE LEDGER BALANCE ' WS-LEDGER-EDIT
                   '  ** DIFFERS FROM STATEMENT **'
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           ADD 3 TO WS-LINE-COUNT.

       LOOK-UP-BORROWER-NAME-PARAGRAPH.
           MOVE SPACES TO WS-BORROWER-NAME.
           IF WS-BORROWER-FILE-STATUS NOT = '35'
               MOVE WS-STMT-BORROWER
                   TO BORR-ID OF BORROWER-MASTER-RECORD
               READ BORROWER-MASTER-FILE
                   INVALID KEY
                       MOVE '** UNKNOWN BORROWER **'
                           TO WS-BORROWER-NAME
                   NOT INVALID KEY
                       MOVE BORR-NAME OF BORROWER-MASTER-RECORD
                           TO WS-BORROWER-NAME
               END-READ
           END-IF.

       WRITE-REPORT-HEADER-PARAGRAPH.
      *> Each borrower's statement starts a new page; a long one
      *> carries the borrower onto the continuation pages.
           ADD 1 TO WS-PAGE-COUNT.
           IF WS-PAGE-COUNT > 1
               MOVE ALL '=' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROWER FINE STATEMENT'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-STMT-BORROWER = SPACES
               STRING 'SELECTION: ALL BORROWERS'
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'BORROWER: ' WS-STMT-BORROWER ' '
                   WS-BORROWER-NAME
                   INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'DATE    ' ' '
               'RECEIPT ' ' '
               'TYPE    ' ' '
               'LOAN  ' ' '
               'OPERATOR' ' '
               'RSN ' ' '
               '  CHARGE' ' '
               '  CREDIT' ' '
               '     BALANCE'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 4 TO WS-LINE-COUNT.
