       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookUsage.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Collection usage and weeding report. Current and archived
      *> loans are sorted together by ISBN and location and matched
      *> against the catalog and the location balances: one line
      *> per title and location with loans in the period, last
      *> loan date and turnover, then the weeding candidates, the
      *> high-demand titles and the publisher totals.
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

           SELECT HOLD-FILE ASSIGN TO 'HOLDMSTR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLD-KEY OF HOLD-RECORD
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT PARAMETER-FILE ASSIGN TO 'USEPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT USAGE-REPORT-FILE ASSIGN TO 'BOOKUSE.DAT'
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

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  LOAN-HISTORY-FILE.
       01  LOAN-HISTORY-RECORD.
           COPY LOANREC REPLACING LEADING ==LOAN== BY ==HIST==.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  PARAMETER-FILE.
       01  PARAMETER-RECORD.
           05  UPARM-DATE-FROM         PIC 9(8).
           05  UPARM-DATE-TO           PIC 9(8).
           05  UPARM-WEED-MONTHS       PIC 9(3).
           05  UPARM-DEMAND-RATIO      PIC 9(2)V99.

       FD  USAGE-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ISBN                PIC X(13).
           05  SRT-LOCATION            PIC X(4).
           05  SRT-OUT-DATE            PIC 9(8).
           05  SRT-OPEN                PIC X.

       WORKING-STORAGE SECTION.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-LOC-FILE-STATUS       PIC XX.
       01 WS-LOAN-FILE-STATUS      PIC XX.
       01 WS-HISTORY-FILE-STATUS   PIC XX.
       01 WS-HOLD-FILE-STATUS      PIC XX.
       01 WS-PARM-FILE-STATUS      PIC XX.
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
       01 WS-TABLE-FOUND-SWITCH    PIC X      VALUE 'N'.
          88 WS-TABLE-FOUND                   VALUE 'Y'.
       COPY CTLISBN.
       01 WS-DEFAULT-LOCATION      PIC X(4)   VALUE 'MAIN'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-TODAY-DATE            PIC 9(8).
      *> Selection period and thresholds, overridden from the
      *> parameter card. The period defaults to the twelve months
      *> up to today.
       01 WS-PERIOD-FROM           PIC 9(8)   VALUE 0.
       01 WS-PERIOD-TO             PIC 9(8)   VALUE 0.
       01 WS-WEED-MONTHS           PIC 9(3)   VALUE 24.
       01 WS-DEMAND-RATIO          PIC 9(2)V99 VALUE 2.00.
       01 WS-WEED-CUTOFF           PIC 9(8).
       01 WS-MONTHS-BACK           PIC 9(3).
       01 WS-MONTH-COUNT           PIC 9(6).
       01 WS-BACK-DATE.
          05 WS-BACK-YYYY          PIC 9(4).
          05 WS-BACK-MM            PIC 9(2).
          05 WS-BACK-DD            PIC 9(2).
       01 WS-SORT-KEY              PIC X(13).
      *> Per-title work table - one entry per location holding or
      *> lending the title.
       01 WS-TITLE-LOCATIONS.
          05 WS-TLC-ENTRY          OCCURS 30 TIMES.
             10 WS-TLC-CODE        PIC X(4).
             10 WS-TLC-SHELF       PIC 9(4).
             10 WS-TLC-OUT         PIC 9(4).
             10 WS-TLC-LOANS       PIC 9(5).
             10 WS-TLC-LAST-DATE   PIC 9(8).
       01 WS-TLC-USED              PIC 9(3)   VALUE 0.
       01 WS-TLC-INDEX             PIC 9(3).
       01 WS-WORK-LOCATION         PIC X(4).
       01 WS-TITLE-SHELF           PIC 9(5).
       01 WS-TITLE-OUT             PIC 9(5).
       01 WS-TITLE-HELD            PIC 9(5).
       01 WS-TITLE-LOANS           PIC 9(6).
       01 WS-TITLE-LAST-DATE       PIC 9(8).
       01 WS-TITLE-WAITING         PIC 9(4).
       01 WS-TITLE-READY           PIC 9(4).
       01 WS-TITLE-DEMAND          PIC 9(6).
       01 WS-DEMAND-PER-COPY       PIC 9(4)V99.
       01 WS-LINE-HELD             PIC 9(5).
       01 WS-LINE-LOANS            PIC 9(6).
       01 WS-LINE-LAST-DATE        PIC 9(8).
       01 WS-LINE-LOCATION         PIC X(7).
       01 WS-TURNOVER              PIC 9(4)V99.
       01 WS-TURNOVER-TEXT         PIC X(7).
       01 WS-LAST-DATE-TEXT        PIC X(10).
       01 WS-DATE-WORK.
          05 WS-DATE-WORK-YYYY     PIC 9(4).
          05 WS-DATE-WORK-MM       PIC 9(2).
          05 WS-DATE-WORK-DD       PIC 9(2).
      *> Exception sections are collected while the titles are
      *> listed and printed after the listing.
       01 WS-WEED-TABLE.
          05 WS-WEED-ENTRY         OCCURS 500 TIMES.
             10 WS-WEED-ISBN       PIC X(13).
             10 WS-WEED-TITLE      PIC X(40).
             10 WS-WEED-SHELF      PIC 9(5).
             10 WS-WEED-LAST-DATE  PIC 9(8).
       01 WS-WEED-USED             PIC 9(3)   VALUE 0.
       01 WS-DEMAND-TABLE.
          05 WS-DMD-ENTRY          OCCURS 500 TIMES.
             10 WS-DMD-ISBN        PIC X(13).
             10 WS-DMD-TITLE       PIC X(40).
             10 WS-DMD-HELD        PIC 9(5).
             10 WS-DMD-LOANS       PIC 9(6).
             10 WS-DMD-WAITING     PIC 9(4).
             10 WS-DMD-PER-COPY    PIC 9(4)V99.
       01 WS-DMD-USED              PIC 9(3)   VALUE 0.
       01 WS-TABLE-INDEX           PIC 9(3).
      *> Up to 199 publishers are totalled separately; any beyond
      *> that share the last slot under *OTHER*.
       01 WS-PUBLISHER-TABLE.
          05 WS-PTB-ENTRY          OCCURS 200 TIMES.
             10 WS-PTB-NAME        PIC X(30).
             10 WS-PTB-TITLES      PIC 9(5).
             10 WS-PTB-HELD        PIC 9(7).
             10 WS-PTB-LOANS       PIC 9(7).
             10 WS-PTB-WEED        PIC 9(5).
             10 WS-PTB-DEMAND      PIC 9(5).
       01 WS-PTB-USED              PIC 9(3)   VALUE 0.
       01 WS-PTB-INDEX             PIC 9(3).
       01 WS-LOANS-READ            PIC 9(7)   VALUE 0.
       01 WS-LOANS-UNMATCHED       PIC 9(7)   VALUE 0.
       01 WS-LOANS-IN-PERIOD       PIC 9(7)   VALUE 0.
       01 WS-TITLES-LISTED         PIC 9(6)   VALUE 0.
       01 WS-LINES-LISTED          PIC 9(6)   VALUE 0.
       01 WS-WEED-COUNT            PIC 9(6)   VALUE 0.
       01 WS-DEMAND-COUNT          PIC 9(6)   VALUE 0.
       01 WS-TOTAL-HELD            PIC 9(7)   VALUE 0.
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.
       01 WS-SECTION-TITLE         PIC X(40).
       01 WS-COPIES-EDIT           PIC ZZZZ9.
       01 WS-OUT-EDIT              PIC ZZZZ9.
       01 WS-HELD-EDIT             PIC ZZZZ9.
       01 WS-LOANS-EDIT            PIC ZZZZZ9.
       01 WS-HOLDS-EDIT            PIC ZZZ9.
       01 WS-RATIO-EDIT            PIC ZZZ9.99.
       01 WS-TOTAL-EDIT            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM READ-PARAMETERS-PARAGRAPH.
           OPEN OUTPUT USAGE-REPORT-FILE.
           MOVE 'TITLE AND LOCATION USAGE' TO WS-SECTION-TITLE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           PERFORM WRITE-DETAIL-HEADING-PARAGRAPH.
           OPEN INPUT BOOK-MASTER-FILE.
           IF WS-BOOK-FILE-STATUS = '35'
               DISPLAY 'No book catalog found - nothing to report.'
               MOVE 'FAIL' TO WS-RUN-STATUS
           ELSE
               OPEN INPUT LOCATION-FILE
               OPEN INPUT HOLD-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-ISBN SRT-LOCATION
                   INPUT PROCEDURE IS LOAD-LOANS-PARAGRAPH
                   OUTPUT PROCEDURE IS REPORT-TITLES-PARAGRAPH
               IF WS-HOLD-FILE-STATUS NOT = '35'
                   CLOSE HOLD-FILE
               END-IF
               IF WS-LOC-FILE-STATUS NOT = '35'
                   CLOSE LOCATION-FILE
               END-IF
               CLOSE BOOK-MASTER-FILE
               PERFORM WRITE-WEEDING-SECTION-PARAGRAPH
               PERFORM WRITE-DEMAND-SECTION-PARAGRAPH
               PERFORM WRITE-PUBLISHER-SECTION-PARAGRAPH
           END-IF.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.
           CLOSE USAGE-REPORT-FILE.
           DISPLAY WS-TITLES-LISTED ' title(s) listed, '
               WS-WEED-COUNT ' weeding candidate(s), '
               WS-DEMAND-COUNT ' high-demand title(s) - report '
               'written to BOOKUSE.DAT.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookUsage' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-LOANS-READ TO RC-RECORDS-IN.
           MOVE WS-LINES-LISTED TO RC-RECORDS-OUT.
           MOVE WS-TITLES-LISTED TO RC-ACCEPTED.
           MOVE WS-LOANS-UNMATCHED TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-PARAMETERS-PARAGRAPH.
      *> One optional card: cols 1-8 period from YYYYMMDD, 9-16
      *> period to, 17-19 weeding months (no loan for this many
      *> months makes a shelf title a candidate), 20-23 high-demand
      *> ratio 99V99 (loans in the period plus waiting holds, per
      *> copy held). A missing file or blank field keeps the
      *> default: the last twelve months, 24 months, 2.00.
           MOVE WS-TODAY-DATE TO WS-PERIOD-TO.
           MOVE 12 TO WS-MONTHS-BACK.
           PERFORM COMPUTE-MONTHS-BACK-PARAGRAPH.
           MOVE WS-BACK-DATE TO WS-PERIOD-FROM.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS NOT = '35'
               READ PARAMETER-FILE
                   NOT AT END
                       IF UPARM-DATE-FROM IS NUMERIC
                           AND UPARM-DATE-FROM NOT = 0
                           MOVE UPARM-DATE-FROM TO WS-PERIOD-FROM
                       END-IF
                       IF UPARM-DATE-TO IS NUMERIC
                           AND UPARM-DATE-TO NOT = 0
                           MOVE UPARM-DATE-TO TO WS-PERIOD-TO
                       END-IF
                       IF UPARM-WEED-MONTHS IS NUMERIC
                           AND UPARM-WEED-MONTHS NOT = 0
                           MOVE UPARM-WEED-MONTHS TO WS-WEED-MONTHS
                       END-IF
                       IF UPARM-DEMAND-RATIO IS NUMERIC
                           AND UPARM-DEMAND-RATIO NOT = 0
                           MOVE UPARM-DEMAND-RATIO TO WS-DEMAND-RATIO
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.
           MOVE WS-WEED-MONTHS TO WS-MONTHS-BACK.
           PERFORM COMPUTE-MONTHS-BACK-PARAGRAPH.
           MOVE WS-BACK-DATE TO WS-WEED-CUTOFF.

       COMPUTE-MONTHS-BACK-PARAGRAPH.
      *> Today less WS-MONTHS-BACK calendar months; the day is held
      *> to 28 so the result is always a real date.
           COMPUTE WS-MONTH-COUNT = (WS-REPORT-YYYY * 12)
               + WS-REPORT-MM - 1 - WS-MONTHS-BACK.
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-BACK-YYYY
               REMAINDER WS-BACK-MM.
           ADD 1 TO WS-BACK-MM.
           MOVE WS-REPORT-DD TO WS-BACK-DD.
           IF WS-BACK-DD > 28
               MOVE 28 TO WS-BACK-DD
           END-IF.

       LOAD-LOANS-PARAGRAPH.
      *> Current and archived loans go into one sort. A loan with
      *> no location went out before branches were recorded and
      *> counts against MAIN.
           OPEN INPUT LOAN-FILE.
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
                           ADD 1 TO WS-LOANS-READ
                           MOVE LOAN-ISBN OF LOAN-RECORD TO SRT-ISBN
                           MOVE LOAN-LOCATION OF LOAN-RECORD
                               TO SRT-LOCATION
                           MOVE LOAN-OUT-DATE OF LOAN-RECORD
                               TO SRT-OUT-DATE
                           IF LOAN-OPEN OF LOAN-RECORD
                               MOVE 'Y' TO SRT-OPEN
                           ELSE
                               MOVE 'N' TO SRT-OPEN
                           END-IF
                           PERFORM RELEASE-LOAN-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE LOAN-FILE
           END-IF.
           OPEN INPUT LOAN-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-HISTORY-EOF-SWITCH
               PERFORM UNTIL WS-HISTORY-EOF
                   READ LOAN-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
                       NOT AT END
                           ADD 1 TO WS-LOANS-READ
                           MOVE HIST-ISBN TO SRT-ISBN
                           MOVE HIST-LOCATION TO SRT-LOCATION
                           MOVE HIST-OUT-DATE TO SRT-OUT-DATE
                           MOVE 'N' TO SRT-OPEN
                           PERFORM RELEASE-LOAN-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE LOAN-HISTORY-FILE
           END-IF.

       RELEASE-LOAN-PARAGRAPH.
           IF SRT-LOCATION = SPACES
               MOVE WS-DEFAULT-LOCATION TO SRT-LOCATION
           END-IF.
           IF SRT-OUT-DATE IS NOT NUMERIC
               MOVE 0 TO SRT-OUT-DATE
           END-IF.
           RELEASE SORT-RECORD.

       REPORT-TITLES-PARAGRAPH.
      *> The catalog is read in ISBN order alongside the sorted
      *> loans. Loans for an ISBN no longer on the catalog are
      *> counted and passed over.
           PERFORM RETURN-NEXT-LOAN-PARAGRAPH.
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
                           PERFORM REPORT-ONE-TITLE-PARAGRAPH
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM UNTIL WS-SORT-KEY = HIGH-VALUES
               ADD 1 TO WS-LOANS-UNMATCHED
               PERFORM RETURN-NEXT-LOAN-PARAGRAPH
           END-PERFORM.

       RETURN-NEXT-LOAN-PARAGRAPH.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SORT-KEY
               NOT AT END
                   MOVE SRT-ISBN TO WS-SORT-KEY
           END-RETURN.

       REPORT-ONE-TITLE-PARAGRAPH.
           MOVE 0 TO WS-TLC-USED.
           PERFORM UNTIL WS-SORT-KEY NOT < BOOK-ISBN
                   OF BOOK-MASTER-RECORD
               ADD 1 TO WS-LOANS-UNMATCHED
               PERFORM RETURN-NEXT-LOAN-PARAGRAPH
           END-PERFORM.
           PERFORM LOAD-TITLE-LOCATIONS-PARAGRAPH.
           PERFORM UNTIL WS-SORT-KEY NOT = BOOK-ISBN
                   OF BOOK-MASTER-RECORD
               PERFORM TALLY-LOAN-PARAGRAPH
               PERFORM RETURN-NEXT-LOAN-PARAGRAPH
           END-PERFORM.
           PERFORM COUNT-TITLE-HOLDS-PARAGRAPH.
           MOVE 0 TO WS-TITLE-SHELF.
           MOVE 0 TO WS-TITLE-OUT.
           MOVE 0 TO WS-TITLE-LOANS.
           MOVE 0 TO WS-TITLE-LAST-DATE.
           PERFORM VARYING WS-TLC-INDEX FROM 1 BY 1
                   UNTIL WS-TLC-INDEX > WS-TLC-USED
               ADD WS-TLC-SHELF(WS-TLC-INDEX) TO WS-TITLE-SHELF
               ADD WS-TLC-OUT(WS-TLC-INDEX) TO WS-TITLE-OUT
               ADD WS-TLC-LOANS(WS-TLC-INDEX) TO WS-TITLE-LOANS
               IF WS-TLC-LAST-DATE(WS-TLC-INDEX) > WS-TITLE-LAST-DATE
                   MOVE WS-TLC-LAST-DATE(WS-TLC-INDEX)
                       TO WS-TITLE-LAST-DATE
               END-IF
               MOVE WS-TLC-CODE(WS-TLC-INDEX) TO WS-LINE-LOCATION
               COMPUTE WS-LINE-HELD = WS-TLC-SHELF(WS-TLC-INDEX)
                   + WS-TLC-OUT(WS-TLC-INDEX)
               MOVE WS-TLC-SHELF(WS-TLC-INDEX) TO WS-COPIES-EDIT
               MOVE WS-TLC-OUT(WS-TLC-INDEX) TO WS-OUT-EDIT
               MOVE WS-TLC-LOANS(WS-TLC-INDEX) TO WS-LINE-LOANS
               MOVE WS-TLC-LAST-DATE(WS-TLC-INDEX)
                   TO WS-LINE-LAST-DATE
               PERFORM WRITE-USAGE-LINE-PARAGRAPH
           END-PERFORM.
      *> Copies held for the title are those on the shelf, out on
      *> loan and waiting on the hold shelf for pickup.
           COMPUTE WS-TITLE-HELD = WS-TITLE-SHELF + WS-TITLE-OUT
               + WS-TITLE-READY.
           IF WS-TLC-USED > 1 OR WS-TITLE-READY > 0
               MOVE '*TITLE*' TO WS-LINE-LOCATION
               MOVE WS-TITLE-HELD TO WS-LINE-HELD
               MOVE WS-TITLE-SHELF TO WS-COPIES-EDIT
               COMPUTE WS-OUT-EDIT = WS-TITLE-OUT + WS-TITLE-READY
               MOVE WS-TITLE-LOANS TO WS-LINE-LOANS
               MOVE WS-TITLE-LAST-DATE TO WS-LINE-LAST-DATE
               PERFORM WRITE-USAGE-LINE-PARAGRAPH
           END-IF.
           ADD 1 TO WS-TITLES-LISTED.
           ADD WS-TITLE-HELD TO WS-TOTAL-HELD.
           PERFORM FIND-PUBLISHER-PARAGRAPH.
           ADD 1 TO WS-PTB-TITLES(WS-PTB-INDEX).
           ADD WS-TITLE-HELD TO WS-PTB-HELD(WS-PTB-INDEX).
           ADD WS-TITLE-LOANS TO WS-PTB-LOANS(WS-PTB-INDEX).
           PERFORM CHECK-WEEDING-PARAGRAPH.
           PERFORM CHECK-DEMAND-PARAGRAPH.

       LOAD-TITLE-LOCATIONS-PARAGRAPH.
      *> A title with no location balances yet is taken as one
      *> MAIN balance from the master total, as BookReorder does.
           IF WS-LOC-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-LOC-EOF-SWITCH
               MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
                   TO LOC-ISBN OF LOCATION-RECORD
               MOVE LOW-VALUES TO LOC-CODE OF LOCATION-RECORD
               START LOCATION-FILE KEY IS NOT LESS THAN
                       LOC-KEY OF LOCATION-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-LOC-EOF-SWITCH
               END-START
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
                               MOVE LOC-CODE OF LOCATION-RECORD
                                   TO WS-WORK-LOCATION
                               PERFORM FIND-TITLE-LOCATION-PARAGRAPH
                               ADD LOC-COPIES OF LOCATION-RECORD
                                   TO WS-TLC-SHELF(WS-TLC-INDEX)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-TLC-USED = 0
               MOVE WS-DEFAULT-LOCATION TO WS-WORK-LOCATION
               PERFORM FIND-TITLE-LOCATION-PARAGRAPH
               MOVE BOOK-COPIES OF BOOK-MASTER-RECORD
                   TO WS-TLC-SHELF(WS-TLC-INDEX)
           END-IF.

       FIND-TITLE-LOCATION-PARAGRAPH.
      *> Leaves WS-TLC-INDEX on the entry for WS-WORK-LOCATION,
      *> adding it if new; a title spread over more locations than
      *> the table holds is totalled in the last entry.
           MOVE 'N' TO WS-TABLE-FOUND-SWITCH.
           PERFORM VARYING WS-TLC-INDEX FROM 1 BY 1
                   UNTIL WS-TLC-INDEX > WS-TLC-USED
                       OR WS-TABLE-FOUND
               IF WS-TLC-CODE(WS-TLC-INDEX) = WS-WORK-LOCATION
                   MOVE 'Y' TO WS-TABLE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TABLE-FOUND
               SUBTRACT 1 FROM WS-TLC-INDEX
           ELSE
               IF WS-TLC-USED < 30
                   ADD 1 TO WS-TLC-USED
                   MOVE WS-TLC-USED TO WS-TLC-INDEX
                   MOVE WS-WORK-LOCATION TO WS-TLC-CODE(WS-TLC-INDEX)
                   MOVE 0 TO WS-TLC-SHELF(WS-TLC-INDEX)
                   MOVE 0 TO WS-TLC-OUT(WS-TLC-INDEX)
                   MOVE 0 TO WS-TLC-LOANS(WS-TLC-INDEX)
                   MOVE 0 TO WS-TLC-LAST-DATE(WS-TLC-INDEX)
               ELSE
                   MOVE 30 TO WS-TLC-INDEX
               END-IF
           END-IF.

       TALLY-LOAN-PARAGRAPH.
           MOVE SRT-LOCATION TO WS-WORK-LOCATION.
           PERFORM FIND-TITLE-LOCATION-PARAGRAPH.
           IF SRT-OPEN = 'Y'
               ADD 1 TO WS-TLC-OUT(WS-TLC-INDEX)
           END-IF.
           IF SRT-OUT-DATE >= WS-PERIOD-FROM
               AND SRT-OUT-DATE <= WS-PERIOD-TO
               ADD 1 TO WS-TLC-LOANS(WS-TLC-INDEX)
               ADD 1 TO WS-LOANS-IN-PERIOD
           END-IF.
      *> The last-loan date takes every loan on file, whatever the
      *> period, since the weeding cutoff counts back from today.
           IF SRT-OUT-DATE > WS-TLC-LAST-DATE(WS-TLC-INDEX)
               MOVE SRT-OUT-DATE TO WS-TLC-LAST-DATE(WS-TLC-INDEX)
           END-IF.

       COUNT-TITLE-HOLDS-PARAGRAPH.
           MOVE 0 TO WS-TITLE-WAITING.
           MOVE 0 TO WS-TITLE-READY.
           IF WS-HOLD-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-HOLD-EOF-SWITCH
               MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
                   TO HOLD-ISBN OF HOLD-RECORD
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
                                   NOT = BOOK-ISBN
                                       OF BOOK-MASTER-RECORD
                               MOVE 'Y' TO WS-HOLD-EOF-SWITCH
                           ELSE
                               IF HOLD-READY OF HOLD-RECORD
                                   ADD 1 TO WS-TITLE-READY
                               ELSE
                                   ADD 1 TO WS-TITLE-WAITING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-WEEDING-PARAGRAPH.
      *> A weeding candidate has copies on the shelf and no loan
      *> since the weeding cutoff - or has never been lent at all.
           IF WS-TITLE-SHELF > 0
               AND WS-TITLE-OUT = 0
               AND WS-TITLE-LAST-DATE < WS-WEED-CUTOFF
               ADD 1 TO WS-WEED-COUNT
               ADD 1 TO WS-PTB-WEED(WS-PTB-INDEX)
               IF WS-WEED-USED < 500
                   ADD 1 TO WS-WEED-USED
                   MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
                       TO WS-WEED-ISBN(WS-WEED-USED)
                   MOVE BOOK-TITLE OF BOOK-MASTER-RECORD
                       TO WS-WEED-TITLE(WS-WEED-USED)
                   MOVE WS-TITLE-SHELF TO WS-WEED-SHELF(WS-WEED-USED)
                   MOVE WS-TITLE-LAST-DATE
                       TO WS-WEED-LAST-DATE(WS-WEED-USED)
               END-IF
           END-IF.

       CHECK-DEMAND-PARAGRAPH.
      *> Demand is loans in the period plus holds still waiting,
      *> per copy held. A title with demand and no copies at all
      *> is always high demand.
           COMPUTE WS-TITLE-DEMAND = WS-TITLE-LOANS + WS-TITLE-WAITING.
           IF WS-TITLE-DEMAND > 0
               IF WS-TITLE-HELD = 0
                   MOVE 9999.99 TO WS-DEMAND-PER-COPY
               ELSE
                   COMPUTE WS-DEMAND-PER-COPY ROUNDED =
                       WS-TITLE-DEMAND / WS-TITLE-HELD
                       ON SIZE ERROR
                           MOVE 9999.99 TO WS-DEMAND-PER-COPY
                   END-COMPUTE
               END-IF
               IF WS-DEMAND-PER-COPY > WS-DEMAND-RATIO
                   ADD 1 TO WS-DEMAND-COUNT
                   ADD 1 TO WS-PTB-DEMAND(WS-PTB-INDEX)
                   IF WS-DMD-USED < 500
                       ADD 1 TO WS-DMD-USED
                       MOVE BOOK-ISBN OF BOOK-MASTER-RECORD
                           TO WS-DMD-ISBN(WS-DMD-USED)
                       MOVE BOOK-TITLE OF BOOK-MASTER-RECORD
                           TO WS-DMD-TITLE(WS-DMD-USED)
                       MOVE WS-TITLE-HELD TO WS-DMD-HELD(WS-DMD-USED)
                       MOVE WS-TITLE-LOANS
                           TO WS-DMD-LOANS(WS-DMD-USED)
                       MOVE WS-TITLE-WAITING
                           TO WS-DMD-WAITING(WS-DMD-USED)
                       MOVE WS-DEMAND-PER-COPY
                           TO WS-DMD-PER-COPY(WS-DMD-USED)
                   END-IF
               END-IF
           END-IF.

       FIND-PUBLISHER-PARAGRAPH.
           MOVE 'N' TO WS-TABLE-FOUND-SWITCH.
           PERFORM VARYING WS-PTB-INDEX FROM 1 BY 1
                   UNTIL WS-PTB-INDEX > WS-PTB-USED
                       OR WS-TABLE-FOUND
               IF WS-PTB-NAME(WS-PTB-INDEX)
                       = BOOK-PUBLISHER OF BOOK-MASTER-RECORD
                   MOVE 'Y' TO WS-TABLE-FOUND-SWITCH
               END-IF
           END-PERFORM.
           IF WS-TABLE-FOUND
               SUBTRACT 1 FROM WS-PTB-INDEX
           ELSE
               IF WS-PTB-USED < 199
                   ADD 1 TO WS-PTB-USED
                   MOVE WS-PTB-USED TO WS-PTB-INDEX
                   MOVE BOOK-PUBLISHER OF BOOK-MASTER-RECORD
                       TO WS-PTB-NAME(WS-PTB-INDEX)
                   PERFORM CLEAR-PUBLISHER-ENTRY-PARAGRAPH
               ELSE
                   MOVE 200 TO WS-PTB-INDEX
                   IF WS-PTB-USED < 200
                       MOVE 200 TO WS-PTB-USED
                       MOVE '*OTHER*' TO WS-PTB-NAME(WS-PTB-INDEX)
                       PERFORM CLEAR-PUBLISHER-ENTRY-PARAGRAPH
                   END-IF
               END-IF
           END-IF.

       CLEAR-PUBLISHER-ENTRY-PARAGRAPH.
           MOVE 0 TO WS-PTB-TITLES(WS-PTB-INDEX).
           MOVE 0 TO WS-PTB-HELD(WS-PTB-INDEX).
           MOVE 0 TO WS-PTB-LOANS(WS-PTB-INDEX).
           MOVE 0 TO WS-PTB-WEED(WS-PTB-INDEX).
           MOVE 0 TO WS-PTB-DEMAND(WS-PTB-INDEX).

       WRITE-USAGE-LINE-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
               PERFORM WRITE-DETAIL-HEADING-PARAGRAPH
           END-IF.
           MOVE WS-LINE-HELD TO WS-HELD-EDIT.
           MOVE WS-LINE-LOANS TO WS-LOANS-EDIT.
           IF WS-LINE-HELD = 0
               MOVE '    -  ' TO WS-TURNOVER-TEXT
           ELSE
               COMPUTE WS-TURNOVER ROUNDED =
                   WS-LINE-LOANS / WS-LINE-HELD
                   ON SIZE ERROR
                       MOVE 9999.99 TO WS-TURNOVER
               END-COMPUTE
               MOVE WS-TURNOVER TO WS-RATIO-EDIT
               MOVE WS-RATIO-EDIT TO WS-TURNOVER-TEXT
           END-IF.
           MOVE WS-LINE-LAST-DATE TO WS-DATE-WORK.
           PERFORM FORMAT-LAST-DATE-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING BOOK-ISBN OF BOOK-MASTER-RECORD ' '
               BOOK-TITLE OF BOOK-MASTER-RECORD(1:30) ' '
               WS-LINE-LOCATION ' '
               WS-COPIES-EDIT ' '
               WS-OUT-EDIT ' '
               WS-HELD-EDIT ' '
               WS-LOANS-EDIT ' '
               WS-LAST-DATE-TEXT ' '
               WS-TURNOVER-TEXT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-LINES-LISTED.

       FORMAT-LAST-DATE-PARAGRAPH.
           IF WS-DATE-WORK = 0
               MOVE 'NEVER' TO WS-LAST-DATE-TEXT
           ELSE
               MOVE SPACES TO WS-LAST-DATE-TEXT
               STRING WS-DATE-WORK-YYYY '-' WS-DATE-WORK-MM '-'
                   WS-DATE-WORK-DD
                   INTO WS-LAST-DATE-TEXT
               END-STRING
           END-IF.

       WRITE-WEEDING-SECTION-PARAGRAPH.
           MOVE 'WEEDING CANDIDATES' TO WS-SECTION-TITLE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           MOVE WS-WEED-CUTOFF TO WS-DATE-WORK.
           PERFORM FORMAT-LAST-DATE-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COPIES ON THE SHELF, NONE OUT, AND NO LOAN SINCE '
               WS-LAST-DATE-TEXT ' (' WS-WEED-MONTHS ' MONTHS)'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-WEEDING-HEADING-PARAGRAPH.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-WEED-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
                   PERFORM WRITE-WEEDING-HEADING-PARAGRAPH
               END-IF
               MOVE WS-WEED-SHELF(WS-TABLE-INDEX) TO WS-COPIES-EDIT
               MOVE WS-WEED-LAST-DATE(WS-TABLE-INDEX) TO WS-DATE-WORK
               PERFORM FORMAT-LAST-DATE-PARAGRAPH
               MOVE SPACES TO REPORT-LINE
               STRING WS-WEED-ISBN(WS-TABLE-INDEX) ' '
                   WS-WEED-TITLE(WS-TABLE-INDEX) ' '
                   WS-COPIES-EDIT ' '
                   WS-LAST-DATE-TEXT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           IF WS-WEED-COUNT > WS-WEED-USED
               MOVE SPACES TO REPORT-LINE
               STRING '... LIST STOPS AT 500 - ' WS-WEED-COUNT
                   ' CANDIDATES IN ALL; NARROW THE RUN'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-WEEDING-HEADING-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ISBN         ' ' '
               'TITLE                                   ' ' '
               'SHELF' ' '
               'LAST LOAN '
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

       WRITE-DEMAND-SECTION-PARAGRAPH.
           MOVE 'HIGH-DEMAND TITLES' TO WS-SECTION-TITLE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           MOVE WS-DEMAND-RATIO TO WS-RATIO-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS IN THE PERIOD PLUS WAITING HOLDS, PER COPY '
               'HELD, OVER ' WS-RATIO-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-DEMAND-HEADING-PARAGRAPH.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-DMD-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
                   PERFORM WRITE-DEMAND-HEADING-PARAGRAPH
               END-IF
               MOVE WS-DMD-HELD(WS-TABLE-INDEX) TO WS-HELD-EDIT
               MOVE WS-DMD-LOANS(WS-TABLE-INDEX) TO WS-LOANS-EDIT
               MOVE WS-DMD-WAITING(WS-TABLE-INDEX) TO WS-HOLDS-EDIT
               MOVE WS-DMD-PER-COPY(WS-TABLE-INDEX) TO WS-RATIO-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-DMD-ISBN(WS-TABLE-INDEX) ' '
                   WS-DMD-TITLE(WS-TABLE-INDEX) ' '
                   WS-HELD-EDIT ' '
                   WS-LOANS-EDIT ' '
                   WS-HOLDS-EDIT ' '
                   WS-RATIO-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.
           IF WS-DEMAND-COUNT > WS-DMD-USED
               MOVE SPACES TO REPORT-LINE
               STRING '... LIST STOPS AT 500 - ' WS-DEMAND-COUNT
                   ' TITLES IN ALL; RAISE THE RATIO'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       WRITE-DEMAND-HEADING-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ISBN         ' ' '
               'TITLE                                   ' ' '
               ' HELD' ' '
               ' LOANS' ' '
               'WAIT' ' '
               'PER COPY'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 2 TO WS-LINE-COUNT.

       WRITE-PUBLISHER-SECTION-PARAGRAPH.
           MOVE 'TOTALS BY PUBLISHER' TO WS-SECTION-TITLE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           PERFORM WRITE-PUBLISHER-HEADING-PARAGRAPH.
           PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > WS-PTB-USED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-REPORT-HEADER-PARAGRAPH
                   PERFORM WRITE-PUBLISHER-HEADING-PARAGRAPH
               END-IF
               MOVE WS-PTB-TITLES(WS-TABLE-INDEX) TO WS-COPIES-EDIT
               MOVE WS-PTB-HELD(WS-TABLE-INDEX) TO WS-TOTAL-EDIT
               MOVE WS-PTB-LOANS(WS-TABLE-INDEX) TO WS-LOANS-EDIT
               IF WS-PTB-HELD(WS-TABLE-INDEX) = 0
                   MOVE '    -  ' TO WS-TURNOVER-TEXT
               ELSE
                   COMPUTE WS-TURNOVER ROUNDED =
                       WS-PTB-LOANS(WS-TABLE-INDEX)
                       / WS-PTB-HELD(WS-TABLE-INDEX)
                       ON SIZE ERROR
                           MOVE 9999.99 TO WS-TURNOVER
                   END-COMPUTE
                   MOVE WS-TURNOVER TO WS-RATIO-EDIT
                   MOVE WS-RATIO-EDIT TO WS-TURNOVER-TEXT
               END-IF
               MOVE WS-PTB-WEED(WS-TABLE-INDEX) TO WS-OUT-EDIT
               MOVE WS-PTB-DEMAND(WS-TABLE-INDEX) TO WS-HELD-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-PTB-NAME(WS-TABLE-INDEX) ' '
                   WS-COPIES-EDIT ' '
                   WS-TOTAL-EDIT ' '
                   WS-LOANS-EDIT ' '
                   WS-TURNOVER-TEXT ' '
                   WS-OUT-EDIT ' '
                   WS-HELD-EDIT
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-PUBLISHER-HEADING-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PUBLISHER                     ' ' '
               'TITLE' ' '
               '   HELD' ' '
               ' LOANS' ' '
               'TURNOVR' ' '
               ' WEED' ' '
               'DMND '
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COLLECTION USAGE REPORT - ' WS-SECTION-TITLE
               '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PERIOD ' WS-PERIOD-FROM ' TO ' WS-PERIOD-TO
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 3 TO WS-LINE-COUNT.

       WRITE-DETAIL-HEADING-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ISBN         ' ' '
               'TITLE                         ' ' '
               'LOC    ' ' '
               'SHELF' ' '
               '  OUT' ' '
               ' HELD' ' '
               ' LOANS' ' '
               'LAST LOAN ' ' '
               'TURNOVR'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS READ (CURRENT AND ARCHIVED): ' WS-LOANS-READ
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS IN THE PERIOD:               '
               WS-LOANS-IN-PERIOD
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'LOANS FOR TITLES NOT ON CATALOG:   '
               WS-LOANS-UNMATCHED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TITLES LISTED:                     ' WS-TITLES-LISTED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'COPIES HELD:                       ' WS-TOTAL-HELD
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'WEEDING CANDIDATES:                ' WS-WEED-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'HIGH-DEMAND TITLES:                '
               WS-DEMAND-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
