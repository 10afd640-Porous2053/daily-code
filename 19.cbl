       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookWriteOff.
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

           SELECT PARAMETER-FILE ASSIGN TO 'WOFPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT WRITEOFF-REPORT-FILE ASSIGN TO 'BOOKWOF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO 'RUNCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO 'SORTWORK.DAT'.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  BOOK-MASTER-FILE.
       01  BOOK-MASTER-RECORD.
           COPY BOOKREC.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  WPARM-MONTH             PIC 9(6).

       FD  WRITEOFF-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           COPY LOANREC REPLACING LEADING ==LOAN== BY ==SRT==.

       WORKING-STORAGE SECTION.
       01 WS-LOAN-FILE-STATUS      PIC XX.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-PARM-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-LOAN-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-LOAN-EOF                      VALUE 'Y'.
       01 WS-SORT-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-SORT-EOF                      VALUE 'Y'.
       01 WS-FIRST-SECTION-SWITCH  PIC X      VALUE 'Y'.
          88 WS-FIRST-SECTION                 VALUE 'Y'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-SELECT-MONTH.
          05 WS-SELECT-YYYY        PIC 9(4).
          05 WS-SELECT-MM          PIC 9(2).
       01 WS-SELECT-MONTH-NUM REDEFINES WS-SELECT-MONTH PIC 9(6).
       01 WS-SECTION-STATUS        PIC X.
       01 WS-SECTION-NAME          PIC X(8).
       01 WS-BOOK-TITLE            PIC X(30).
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-LOANS-READ            PIC 9(6)   VALUE 0.
       01 WS-ITEMS-LISTED          PIC 9(6)   VALUE 0.
       01 WS-SECTION-COUNT         PIC 9(6)   VALUE 0.
       01 WS-SECTION-REPLACE       PIC 9(7)V99 VALUE 0.
       01 WS-SECTION-FEES          PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-REPLACE         PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-FEES            PIC 9(7)V99 VALUE 0.
       01 WS-REPLACE-EDIT          PIC ZZZZ9.99.
       01 WS-FEE-EDIT              PIC ZZZZ9.99.
       01 WS-TOTAL-EDIT            PIC ZZZZZZ9.99.
       01 WS-TOTAL-FEE-EDIT        PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETERS-PARAGRAPH.
           OPEN OUTPUT WRITEOFF-REPORT-FILE.
           OPEN INPUT LOAN-FILE.
           IF WS-LOAN-FILE-STATUS = '35'
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               MOVE SPACES TO REPORT-LINE
               STRING 'NO LOAN FILE FOUND.' INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT BOOK-MASTER-FILE
               SORT SORT-WORK-FILE
                   ON DESCENDING KEY SRT-STATUS OF SORT-RECORD
                   ON ASCENDING KEY SRT-LOCATION OF SORT-RECORD
                       SRT-NUMBER OF SORT-RECORD
                   INPUT PROCEDURE IS SORT-INPUT-PARAGRAPH
                   OUTPUT PROCEDURE IS SORT-OUTPUT-PARAGRAPH
               IF WS-BOOK-FILE-STATUS NOT = '35'
                   CLOSE BOOK-MASTER-FILE
               END-IF
               CLOSE LOAN-FILE
           END-IF.
           CLOSE WRITEOFF-REPORT-FILE.
           DISPLAY 'Write-off report for ' WS-SELECT-YYYY '-'
               WS-SELECT-MM ' written to BOOKWOF.DAT ('
               WS-ITEMS-LISTED ' item(s)).'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookWriteOff' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-LOANS-READ TO RC-RECORDS-IN.
           MOVE WS-ITEMS-LISTED TO RC-RECORDS-OUT.
           MOVE WS-ITEMS-LISTED TO RC-ACCEPTED.
           MOVE 0 TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-PARAMETERS-PARAGRAPH.
      *> One card: the write-off month YYYYMM in cols 1-6. A
      *> missing or unusable card reports the month before the
      *> run date, since the job runs after the month has closed.
           IF WS-REPORT-MM = 1
               COMPUTE WS-SELECT-YYYY = WS-REPORT-YYYY - 1
               MOVE 12 TO WS-SELECT-MM
           ELSE
               MOVE WS-REPORT-YYYY TO WS-SELECT-YYYY
               COMPUTE WS-SELECT-MM = WS-REPORT-MM - 1
           END-IF.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS NOT = '35'
               READ PARAMETER-FILE
                   NOT AT END
                       IF WPARM-MONTH IS NUMERIC
                           AND WPARM-MONTH(5:2) >= '01'
                           AND WPARM-MONTH(5:2) <= '12'
                           MOVE WPARM-MONTH TO WS-SELECT-MONTH-NUM
                       ELSE
                           DISPLAY 'Write-off parameter ignored - '
                               'month not YYYYMM, default month used.'
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       SORT-INPUT-PARAGRAPH.
      *> Lost ('L') and damaged ('D') loans written off in the
      *> selected month. A write-off reversed by a FOUND card is
      *> back to 'R' and drops out.
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
                       IF (LOAN-STATUS OF LOAN-RECORD = 'L'
                               OR LOAN-STATUS OF LOAN-RECORD = 'D')
                           AND LOAN-RETURN-DATE OF LOAN-RECORD(1:6)
                               = WS-SELECT-MONTH
                           MOVE LOAN-RECORD TO SORT-RECORD
                           RELEASE SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       SORT-OUTPUT-PARAGRAPH.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           MOVE 'Y' TO WS-FIRST-SECTION-SWITCH.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
               IF WS-FIRST-SECTION
                   MOVE 'N' TO WS-FIRST-SECTION-SWITCH
                   PERFORM START-SECTION-PARAGRAPH
               ELSE
                   IF SRT-STATUS OF SORT-RECORD
                           NOT = WS-SECTION-STATUS
                       PERFORM WRITE-SECTION-TOTAL-PARAGRAPH
                       PERFORM START-SECTION-PARAGRAPH
                   END-IF
               END-IF
               PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
               RETURN SORT-WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF-SWITCH
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-SECTION
               MOVE SPACES TO REPORT-LINE
               STRING 'No lost or damaged items written off in the '
                   'month.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-SECTION-TOTAL-PARAGRAPH
           END-IF.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.

       START-SECTION-PARAGRAPH.
           MOVE SRT-STATUS OF SORT-RECORD TO WS-SECTION-STATUS.
           IF WS-SECTION-STATUS = 'L'
               MOVE 'LOST' TO WS-SECTION-NAME
           ELSE
               MOVE 'DAMAGED' TO WS-SECTION-NAME
           END-IF.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE 0 TO WS-SECTION-REPLACE.
           MOVE 0 TO WS-SECTION-FEES.
           IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ITEMS WRITTEN OFF AS ' WS-SECTION-NAME
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

       WRITE-REPORT-DETAIL-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           PERFORM LOOK-UP-TITLE-PARAGRAPH.
           ADD 1 TO WS-ITEMS-LISTED.
           ADD 1 TO WS-SECTION-COUNT.
           ADD SRT-REPLACE-CHARGE OF SORT-RECORD TO WS-SECTION-REPLACE.
           ADD SRT-PROCESS-FEE OF SORT-RECORD TO WS-SECTION-FEES.
           MOVE SRT-REPLACE-CHARGE OF SORT-RECORD TO WS-REPLACE-EDIT.
           MOVE SRT-PROCESS-FEE OF SORT-RECORD TO WS-FEE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING SRT-LOCATION OF SORT-RECORD ' '
               SRT-NUMBER OF SORT-RECORD ' '
               SRT-ISBN OF SORT-RECORD ' '
               WS-BOOK-TITLE ' '
               SRT-BORROWER OF SORT-RECORD ' '
               SRT-RETURN-DATE OF SORT-RECORD ' '
               WS-REPLACE-EDIT ' '
               WS-FEE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       LOOK-UP-TITLE-PARAGRAPH.
           MOVE SPACES TO WS-BOOK-TITLE.
           IF WS-BOOK-FILE-STATUS NOT = '35'
               MOVE SRT-ISBN OF SORT-RECORD
                   TO BOOK-ISBN OF BOOK-MASTER-RECORD
               READ BOOK-MASTER-FILE
                   INVALID KEY
                       MOVE '** NOT ON CATALOG **' TO WS-BOOK-TITLE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE OF BOOK-MASTER-RECORD
                           TO WS-BOOK-TITLE
               END-READ
           END-IF.

       WRITE-SECTION-TOTAL-PARAGRAPH.
           ADD WS-SECTION-REPLACE TO WS-TOTAL-REPLACE.
           ADD WS-SECTION-FEES TO WS-TOTAL-FEES.
           MOVE WS-SECTION-REPLACE TO WS-TOTAL-EDIT.
           MOVE WS-SECTION-FEES TO WS-TOTAL-FEE-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL ' WS-SECTION-NAME ': ' WS-SECTION-COUNT
               ' ITEM(S)  REPLACEMENT VALUE ' WS-TOTAL-EDIT
               '  FEES BILLED ' WS-TOTAL-FEE-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOST AND DAMAGED WRITE-OFF REPORT'
               '  MONTH: ' WS-SELECT-YYYY '-' WS-SELECT-MM
               '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOC ' ' '
               'LOAN  ' ' '
               'ISBN         ' ' '
               'TITLE                         ' ' '
               'BORROW' ' '
               'WROTEOFF' ' '
               ' REPLACE' ' '
               '     FEE'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-REPLACE TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL REPLACEMENT VALUE WRITTEN OFF: '
               WS-TOTAL-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-FEES TO WS-TOTAL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL PROCESSING FEES BILLED:        '
               WS-TOTAL-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ITEMS WRITTEN OFF:                   '
               WS-ITEMS-LISTED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
