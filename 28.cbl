       IDENTIFICATION DIVISION.
       PROGRAM-ID. BookNotify.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Nightly patron notification extract. Every borrower is
      *> swept in ID order and one NOTIFREC record per message is
      *> written to NOTIFY.DAT for the messaging vendor: courtesy
      *> reminders for loans coming due, pickup notices for holds
      *> that have turned ready, overdue notices and fine-balance
      *> notices. The control report lists the messages by type
      *> and channel, and every borrower who had messages but no
      *> e-mail address or phone on file to send them to.
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

           SELECT CIRC-PARAMETER-FILE ASSIGN TO 'CIRCPARM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIRCPARM-FILE-STATUS.

           SELECT NOTIFY-FEED-FILE ASSIGN TO 'NOTIFY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT NOTIFY-REPORT-FILE ASSIGN TO 'NOTIFRPT.DAT'
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

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  FINE-LEDGER-FILE.
       01  FINE-LEDGER-RECORD.
           COPY FINEREC.

       FD  BOOK-MASTER-FILE.
       01  BOOK-MASTER-RECORD.
           COPY BOOKREC.

       FD  CIRC-PARAMETER-FILE.
       01  CIRC-PARAMETER-RECORD.
           05  CPARM-KEYWORD           PIC X(8).
           05  CPARM-VALUE             PIC 9(4).

       FD  NOTIFY-FEED-FILE.
       01  NOTIFY-RECORD.
           COPY NOTIFREC.

       FD  NOTIFY-REPORT-FILE.
       01  REPORT-LINE                 PIC X(150).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTLREC.

       WORKING-STORAGE SECTION.
       01 WS-BORR-FILE-STATUS      PIC XX.
       01 WS-LOAN-FILE-STATUS      PIC XX.
       01 WS-HOLD-FILE-STATUS      PIC XX.
       01 WS-FINE-FILE-STATUS      PIC XX.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-CIRCPARM-FILE-STATUS  PIC XX.
       01 WS-FEED-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUNCTL-FILE-STATUS    PIC XX.
       01 WS-RUN-STATUS            PIC X(4)   VALUE 'GOOD'.
       01 WS-BORR-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-BORR-EOF                      VALUE 'Y'.
       01 WS-LOAN-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-LOAN-EOF                      VALUE 'Y'.
       01 WS-HOLD-EOF-SWITCH       PIC X      VALUE 'N'.
          88 WS-HOLD-EOF                      VALUE 'Y'.
       01 WS-CIRCPARM-EOF-SWITCH   PIC X      VALUE 'N'.
          88 WS-CIRCPARM-EOF                  VALUE 'Y'.
       01 WS-RUNCTL-EOF-SWITCH     PIC X      VALUE 'N'.
          88 WS-RUNCTL-EOF                    VALUE 'Y'.
       01 WS-FINE-DAY-SWITCH       PIC X      VALUE 'N'.
          88 WS-FINE-NOTICE-DAY               VALUE 'Y'.
       01 WS-REPORT-DATE.
          05 WS-REPORT-YYYY        PIC 9(4).
          05 WS-REPORT-MM          PIC 9(2).
          05 WS-REPORT-DD          PIC 9(2).
       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-INTEGER         PIC 9(8).
       01 WS-LAST-RUN-DATE         PIC 9(8).
       01 WS-LAST-GOOD-DATE        PIC 9(8).
       01 WS-REMIND-DAYS           PIC 9(4)   VALUE 2.
       01 WS-OVERDUE-INTERVAL      PIC 9(4)   VALUE 7.
       01 WS-FINE-INTERVAL         PIC 9(4)   VALUE 7.
       01 WS-HOLD-EXPIRY-DAYS      PIC 9(4)   VALUE 7.
       01 WS-NOTE-BORROWER         PIC X(6).
       01 WS-CONTACT-STATE         PIC X      VALUE SPACE.
          88 WS-CONTACT-OK                    VALUE 'Y'.
          88 WS-CONTACT-OPTED-OUT             VALUE 'N'.
          88 WS-CONTACT-NONE                  VALUE 'U'.
       01 WS-CONTACT-CHANNEL       PIC X.
       01 WS-CONTACT-ADDRESS       PIC X(45).
       01 WS-DUE-INTEGER           PIC 9(8).
       01 WS-PICKUP-INTEGER        PIC 9(8).
       01 WS-DAYS-TO-DUE           PIC S9(5).
       01 WS-DAYS-OVERDUE          PIC 9(5).
       01 WS-FINE-BALANCE          PIC S9(5)V99.
       01 WS-TYPE-IDX              PIC 9.
       01 WS-HOLD-IDX              PIC 9(4).
      *> Holds turned ready since the last good run, loaded in one
      *> pass because HOLDMSTR is keyed by title, not borrower.
       01 WS-READY-TABLE.
          05 WS-READY-ENTRY        OCCURS 1000 TIMES.
             10 WS-READY-BORROWER  PIC X(6).
             10 WS-READY-ISBN      PIC X(13).
             10 WS-READY-DATE      PIC 9(8).
       01 WS-READY-USED            PIC 9(4)   VALUE 0.
       01 WS-READY-OVERFLOW        PIC 9(6)   VALUE 0.
      *> Messages by type: 1 REMINDER, 2 PICKUP, 3 OVERDUE,
      *> 4 FINEBAL.
       01 WS-TYPE-TOTALS.
          05 WS-TYPE-ENTRY         OCCURS 4 TIMES.
             10 WS-TYPE-NAME       PIC X(8).
             10 WS-TYPE-EMAIL      PIC 9(6).
             10 WS-TYPE-TEXT       PIC 9(6).
             10 WS-TYPE-UNSENT     PIC 9(6).
             10 WS-TYPE-OPTED-OUT  PIC 9(6).
       01 WS-BORR-UNSENT-TABLE.
          05 WS-BORR-UNSENT        OCCURS 4 TIMES PIC 9(4).
       01 WS-BORR-UNSENT-TOTAL     PIC 9(4).
       01 WS-TYPE-TOTAL            PIC 9(6).
       01 WS-MESSAGES-WRITTEN      PIC 9(6)   VALUE 0.
       01 WS-MESSAGES-UNSENT       PIC 9(6)   VALUE 0.
       01 WS-MESSAGES-OPTED-OUT    PIC 9(6)   VALUE 0.
       01 WS-BORROWERS-READ        PIC 9(6)   VALUE 0.
       01 WS-BORROWERS-NOTIFIED    PIC 9(6)   VALUE 0.
       01 WS-BORROWERS-UNREACHED   PIC 9(6)   VALUE 0.
       01 WS-BORR-WRITTEN          PIC 9(4).
       01 WS-COUNT-EDIT-1          PIC ZZZZZ9.
       01 WS-COUNT-EDIT-2          PIC ZZZZZ9.
       01 WS-COUNT-EDIT-3          PIC ZZZZZ9.
       01 WS-COUNT-EDIT-4          PIC ZZZZZ9.
       01 WS-COUNT-EDIT-5          PIC ZZZZZ9.
       01 WS-PAGE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINE-COUNT            PIC 9(3)   VALUE 0.
       01 WS-LINES-PER-PAGE        PIC 9(3)   VALUE 20.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           MOVE 'REMINDER' TO WS-TYPE-NAME(1).
           MOVE 'PICKUP'   TO WS-TYPE-NAME(2).
           MOVE 'OVERDUE'  TO WS-TYPE-NAME(3).
           MOVE 'FINEBAL'  TO WS-TYPE-NAME(4).
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE 0 TO WS-TYPE-EMAIL(WS-TYPE-IDX)
               MOVE 0 TO WS-TYPE-TEXT(WS-TYPE-IDX)
               MOVE 0 TO WS-TYPE-UNSENT(WS-TYPE-IDX)
               MOVE 0 TO WS-TYPE-OPTED-OUT(WS-TYPE-IDX)
           END-PERFORM.
           PERFORM READ-CIRC-PARAMETERS-PARAGRAPH.
           PERFORM FIND-LAST-RUN-PARAGRAPH.
           IF WS-FINE-INTERVAL > 0
               AND FUNCTION MOD(WS-TODAY-INTEGER, WS-FINE-INTERVAL)
                   = 0
               MOVE 'Y' TO WS-FINE-DAY-SWITCH
           END-IF.
           OPEN OUTPUT NOTIFY-FEED-FILE.
           OPEN OUTPUT NOTIFY-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADER-PARAGRAPH.
           OPEN INPUT BORROWER-MASTER-FILE.
           IF WS-BORR-FILE-STATUS = '35'
               DISPLAY 'No borrower master found - no notices '
                   'written.'
               MOVE 'FAIL' TO WS-RUN-STATUS
           ELSE
               OPEN INPUT LOAN-FILE
               OPEN INPUT HOLD-FILE
               OPEN INPUT FINE-LEDGER-FILE
               OPEN INPUT BOOK-MASTER-FILE
               PERFORM LOAD-READY-HOLDS-PARAGRAPH
               PERFORM SWEEP-BORROWERS-PARAGRAPH
               IF WS-BOOK-FILE-STATUS NOT = '35'
                   CLOSE BOOK-MASTER-FILE
               END-IF
               IF WS-FINE-FILE-STATUS NOT = '35'
                   CLOSE FINE-LEDGER-FILE
               END-IF
               IF WS-HOLD-FILE-STATUS NOT = '35'
                   CLOSE HOLD-FILE
               END-IF
               IF WS-LOAN-FILE-STATUS NOT = '35'
                   CLOSE LOAN-FILE
               END-IF
               CLOSE BORROWER-MASTER-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS-PARAGRAPH.
           CLOSE NOTIFY-REPORT-FILE.
           CLOSE NOTIFY-FEED-FILE.
           DISPLAY WS-MESSAGES-WRITTEN ' notice(s) written to '
               'NOTIFY.DAT, ' WS-BORROWERS-UNREACHED
               ' borrower(s) with no contact details.'.
           PERFORM WRITE-RUN-CONTROL-PARAGRAPH.
           STOP RUN.

       WRITE-RUN-CONTROL-PARAGRAPH.
           MOVE 'BookNotify' TO RC-PROGRAM.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-RUN-TIME FROM TIME.
           MOVE WS-BORROWERS-READ TO RC-RECORDS-IN.
           MOVE WS-MESSAGES-WRITTEN TO RC-RECORDS-OUT.
           MOVE WS-MESSAGES-WRITTEN TO RC-ACCEPTED.
           MOVE WS-MESSAGES-UNSENT TO RC-REJECTED.
           MOVE WS-RUN-STATUS TO RC-STATUS.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS = '35'
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       READ-CIRC-PARAMETERS-PARAGRAPH.
      *> Shares BookManager's CIRCPARM.DAT keyword cards. REMDAYS
      *> is how many days ahead of the due date the courtesy
      *> reminder goes (default 2), OVERINT how often an overdue
      *> notice is repeated after the first one on the day after
      *> the due date (default every 7 days), FINEINT how often
      *> borrowers owing fines are sent a balance notice (default
      *> every 7 days); 0 switches that message off (for OVERINT,
      *> only the first overdue notice goes). HOLDDAYS is
      *> BookManager's pickup window, used for the pick-up-by
      *> date. Keywords meant for other programs are passed over.
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
           IF CPARM-KEYWORD = 'REMDAYS' OR CPARM-KEYWORD = 'OVERINT'
               OR CPARM-KEYWORD = 'FINEINT'
               OR CPARM-KEYWORD = 'HOLDDAYS'
               IF CPARM-VALUE IS NUMERIC
                   EVALUATE CPARM-KEYWORD
                       WHEN 'REMDAYS'
                           MOVE CPARM-VALUE TO WS-REMIND-DAYS
                       WHEN 'OVERINT'
                           MOVE CPARM-VALUE TO WS-OVERDUE-INTERVAL
                       WHEN 'FINEINT'
                           MOVE CPARM-VALUE TO WS-FINE-INTERVAL
                       WHEN 'HOLDDAYS'
                           MOVE CPARM-VALUE TO WS-HOLD-EXPIRY-DAYS
                   END-EVALUATE
               ELSE
                   DISPLAY 'Circulation parameter ignored - value '
                       'not numeric: ' CPARM-KEYWORD
               END-IF
           END-IF.

       FIND-LAST-RUN-PARAGRAPH.
      *> Pickup notices go once, for holds that turned ready after
      *> the last good run on an earlier day, so a missed night is
      *> caught up and a rerun tonight sends the same set again
      *> (the feed file is rebuilt, not added to). With no earlier
      *> run on file, only holds ready today are sent.
           COMPUTE WS-LAST-RUN-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER - 1).
           MOVE 0 TO WS-LAST-GOOD-DATE.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-RUNCTL-EOF-SWITCH
               PERFORM UNTIL WS-RUNCTL-EOF
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-RUNCTL-EOF-SWITCH
                       NOT AT END
                           IF RC-PROGRAM = 'BookNotify'
                               AND RC-STATUS = 'GOOD'
                               AND RC-RUN-DATE < WS-TODAY-DATE
                               AND RC-RUN-DATE > WS-LAST-GOOD-DATE
                               MOVE RC-RUN-DATE TO WS-LAST-GOOD-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF WS-LAST-GOOD-DATE > 0
               MOVE WS-LAST-GOOD-DATE TO WS-LAST-RUN-DATE
           END-IF.

       LOAD-READY-HOLDS-PARAGRAPH.
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
                           PERFORM CHECK-READY-HOLD-PARAGRAPH
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-READY-HOLD-PARAGRAPH.
           IF HOLD-STATUS OF HOLD-RECORD = 'R'
               AND HOLD-READY-DATE OF HOLD-RECORD > WS-LAST-RUN-DATE
               AND HOLD-READY-DATE OF HOLD-RECORD
                   NOT > WS-TODAY-DATE
               IF WS-READY-USED < 1000
                   ADD 1 TO WS-READY-USED
                   MOVE HOLD-BORROWER OF HOLD-RECORD
                       TO WS-READY-BORROWER(WS-READY-USED)
                   MOVE HOLD-ISBN OF HOLD-RECORD
                       TO WS-READY-ISBN(WS-READY-USED)
                   MOVE HOLD-READY-DATE OF HOLD-RECORD
                       TO WS-READY-DATE(WS-READY-USED)
               ELSE
                   ADD 1 TO WS-READY-OVERFLOW
                   MOVE 'FAIL' TO WS-RUN-STATUS
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
                       PERFORM NOTIFY-BORROWER-PARAGRAPH
               END-READ
           END-PERFORM.

       NOTIFY-BORROWER-PARAGRAPH.
           MOVE BORR-ID OF BORROWER-MASTER-RECORD
               TO WS-NOTE-BORROWER.
           PERFORM RESOLVE-CONTACT-PARAGRAPH.
           MOVE 0 TO WS-BORR-WRITTEN.
           MOVE 0 TO WS-BORR-UNSENT-TOTAL.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE 0 TO WS-BORR-UNSENT(WS-TYPE-IDX)
           END-PERFORM.
           PERFORM CHECK-BORROWER-LOANS-PARAGRAPH.
           PERFORM CHECK-BORROWER-HOLDS-PARAGRAPH.
           IF WS-FINE-NOTICE-DAY
               PERFORM CHECK-FINE-BALANCE-PARAGRAPH
           END-IF.
           IF WS-BORR-WRITTEN > 0
               ADD 1 TO WS-BORROWERS-NOTIFIED
           END-IF.
           IF WS-BORR-UNSENT-TOTAL > 0
               ADD 1 TO WS-BORROWERS-UNREACHED
               PERFORM WRITE-REPORT-DETAIL-PARAGRAPH
           END-IF.

       RESOLVE-CONTACT-PARAGRAPH.
      *> The preferred channel is used when its address is on
      *> file, otherwise the other one; a borrower with neither is
      *> unreachable and one who asked for no notices gets none.
           MOVE SPACE TO WS-CONTACT-CHANNEL.
           MOVE SPACES TO WS-CONTACT-ADDRESS.
           MOVE 'Y' TO WS-CONTACT-STATE.
           EVALUATE TRUE
               WHEN BORR-NO-NOTICES OF BORROWER-MASTER-RECORD
                   MOVE 'N' TO WS-CONTACT-STATE
               WHEN BORR-PREFERS-TEXT OF BORROWER-MASTER-RECORD
                   AND BORR-PHONE OF BORROWER-MASTER-RECORD
                       NOT = SPACES
                   MOVE 'S' TO WS-CONTACT-CHANNEL
                   MOVE BORR-PHONE OF BORROWER-MASTER-RECORD
                       TO WS-CONTACT-ADDRESS
               WHEN BORR-EMAIL OF BORROWER-MASTER-RECORD
                       NOT = SPACES
                   MOVE 'E' TO WS-CONTACT-CHANNEL
                   MOVE BORR-EMAIL OF BORROWER-MASTER-RECORD
                       TO WS-CONTACT-ADDRESS
               WHEN BORR-PHONE OF BORROWER-MASTER-RECORD
                       NOT = SPACES
                   MOVE 'S' TO WS-CONTACT-CHANNEL
                   MOVE BORR-PHONE OF BORROWER-MASTER-RECORD
                       TO WS-CONTACT-ADDRESS
               WHEN OTHER
                   MOVE 'U' TO WS-CONTACT-STATE
           END-EVALUATE.

       CHECK-BORROWER-LOANS-PARAGRAPH.
      *> Reads only this borrower's loans through the LOAN-BORROWER
      *> alternate key, as the auto-block sweep does.
           IF WS-LOAN-FILE-STATUS NOT = '35'
               MOVE 'N' TO WS-LOAN-EOF-SWITCH
               MOVE WS-NOTE-BORROWER TO LOAN-BORROWER OF LOAN-RECORD
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
                                   NOT = WS-NOTE-BORROWER
                               MOVE 'Y' TO WS-LOAN-EOF-SWITCH
                           ELSE
                               IF LOAN-STATUS OF LOAN-RECORD = 'O'
                                   PERFORM CHECK-OPEN-LOAN-PARAGRAPH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-OPEN-LOAN-PARAGRAPH.
           COMPUTE WS-DUE-INTEGER = FUNCTION INTEGER-OF-DATE
               (LOAN-DUE-DATE OF LOAN-RECORD).
           COMPUTE WS-DAYS-TO-DUE = WS-DUE-INTEGER - WS-TODAY-INTEGER.
           IF WS-REMIND-DAYS > 0
               AND WS-DAYS-TO-DUE = WS-REMIND-DAYS
               PERFORM START-MESSAGE-PARAGRAPH
               MOVE 'REMINDER' TO NTF-MESSAGE-TYPE
               MOVE 1 TO WS-TYPE-IDX
               PERFORM MOVE-LOAN-DETAILS-PARAGRAPH
               MOVE WS-DAYS-TO-DUE TO NTF-DAYS
               PERFORM DELIVER-MESSAGE-PARAGRAPH
           END-IF.
           IF WS-DAYS-TO-DUE < 0
               COMPUTE WS-DAYS-OVERDUE = 0 - WS-DAYS-TO-DUE
               IF WS-DAYS-OVERDUE = 1
                   OR (WS-OVERDUE-INTERVAL > 0
                       AND FUNCTION MOD(WS-DAYS-OVERDUE - 1,
                           WS-OVERDUE-INTERVAL) = 0)
                   PERFORM START-MESSAGE-PARAGRAPH
                   MOVE 'OVERDUE' TO NTF-MESSAGE-TYPE
                   MOVE 3 TO WS-TYPE-IDX
                   PERFORM MOVE-LOAN-DETAILS-PARAGRAPH
                   MOVE WS-DAYS-OVERDUE TO NTF-DAYS
                   MOVE LOAN-FINE-AMOUNT OF LOAN-RECORD
                       TO NTF-AMOUNT
                   PERFORM DELIVER-MESSAGE-PARAGRAPH
               END-IF
           END-IF.

       MOVE-LOAN-DETAILS-PARAGRAPH.
           MOVE LOAN-ISBN OF LOAN-RECORD TO NTF-ISBN.
           PERFORM LOOK-UP-TITLE-PARAGRAPH.
           MOVE LOAN-NUMBER OF LOAN-RECORD TO NTF-LOAN-NUMBER.
           MOVE LOAN-DUE-DATE OF LOAN-RECORD TO NTF-KEY-DATE.

       CHECK-BORROWER-HOLDS-PARAGRAPH.
           PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
                   UNTIL WS-HOLD-IDX > WS-READY-USED
               IF WS-READY-BORROWER(WS-HOLD-IDX) = WS-NOTE-BORROWER
                   PERFORM PICKUP-MESSAGE-PARAGRAPH
               END-IF
           END-PERFORM.

       PICKUP-MESSAGE-PARAGRAPH.
      *> The pick-up-by date is the last day BookManager keeps the
      *> copy before passing it on, as printed on the holds report.
           COMPUTE WS-PICKUP-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-READY-DATE(WS-HOLD-IDX)) + WS-HOLD-EXPIRY-DAYS.
           IF WS-PICKUP-INTEGER NOT < WS-TODAY-INTEGER
               PERFORM START-MESSAGE-PARAGRAPH
               MOVE 'PICKUP' TO NTF-MESSAGE-TYPE
               MOVE 2 TO WS-TYPE-IDX
               MOVE WS-READY-ISBN(WS-HOLD-IDX) TO NTF-ISBN
               PERFORM LOOK-UP-TITLE-PARAGRAPH
               MOVE FUNCTION DATE-OF-INTEGER(WS-PICKUP-INTEGER)
                   TO NTF-KEY-DATE
               COMPUTE NTF-DAYS = WS-PICKUP-INTEGER - WS-TODAY-INTEGER
               PERFORM DELIVER-MESSAGE-PARAGRAPH
           END-IF.

       CHECK-FINE-BALANCE-PARAGRAPH.
      *> A credit or zero balance owes nothing and gets no notice.
           IF WS-FINE-FILE-STATUS NOT = '35'
               MOVE WS-NOTE-BORROWER
                   TO FINE-BORROWER OF FINE-LEDGER-RECORD
               READ FINE-LEDGER-FILE
                   INVALID KEY
                       MOVE 0 TO WS-FINE-BALANCE
                   NOT INVALID KEY
                       MOVE FINE-BALANCE OF FINE-LEDGER-RECORD
                           TO WS-FINE-BALANCE
               END-READ
               IF WS-FINE-BALANCE > 0
                   PERFORM START-MESSAGE-PARAGRAPH
                   MOVE 'FINEBAL' TO NTF-MESSAGE-TYPE
                   MOVE 4 TO WS-TYPE-IDX
                   MOVE WS-FINE-BALANCE TO NTF-AMOUNT
                   PERFORM DELIVER-MESSAGE-PARAGRAPH
               END-IF
           END-IF.

       LOOK-UP-TITLE-PARAGRAPH.
           MOVE SPACES TO NTF-TITLE.
           IF WS-BOOK-FILE-STATUS NOT = '35'
               MOVE NTF-ISBN TO BOOK-ISBN OF BOOK-MASTER-RECORD
               READ BOOK-MASTER-FILE
                   NOT INVALID KEY
                       MOVE BOOK-TITLE OF BOOK-MASTER-RECORD
                           TO NTF-TITLE
               END-READ
           END-IF.

       START-MESSAGE-PARAGRAPH.
           MOVE SPACES TO NOTIFY-RECORD.
           MOVE WS-TODAY-DATE TO NTF-RUN-DATE.
           MOVE WS-NOTE-BORROWER TO NTF-BORROWER.
           MOVE BORR-NAME OF BORROWER-MASTER-RECORD TO NTF-BORR-NAME.
           MOVE 0 TO NTF-LOAN-NUMBER.
           MOVE 0 TO NTF-KEY-DATE.
           MOVE 0 TO NTF-DAYS.
           MOVE 0 TO NTF-AMOUNT.

       DELIVER-MESSAGE-PARAGRAPH.
           EVALUATE TRUE
               WHEN WS-CONTACT-OPTED-OUT
                   ADD 1 TO WS-TYPE-OPTED-OUT(WS-TYPE-IDX)
                   ADD 1 TO WS-MESSAGES-OPTED-OUT
               WHEN WS-CONTACT-NONE
                   ADD 1 TO WS-TYPE-UNSENT(WS-TYPE-IDX)
                   ADD 1 TO WS-BORR-UNSENT(WS-TYPE-IDX)
                   ADD 1 TO WS-BORR-UNSENT-TOTAL
                   ADD 1 TO WS-MESSAGES-UNSENT
               WHEN OTHER
                   MOVE WS-CONTACT-CHANNEL TO NTF-CHANNEL
                   MOVE WS-CONTACT-ADDRESS TO NTF-ADDRESS
                   WRITE NOTIFY-RECORD
                   IF WS-CONTACT-CHANNEL = 'E'
                       ADD 1 TO WS-TYPE-EMAIL(WS-TYPE-IDX)
                   ELSE
                       ADD 1 TO WS-TYPE-TEXT(WS-TYPE-IDX)
                   END-IF
                   ADD 1 TO WS-BORR-WRITTEN
                   ADD 1 TO WS-MESSAGES-WRITTEN
           END-EVALUATE.

       WRITE-REPORT-HEADER-PARAGRAPH.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'PATRON NOTIFICATION CONTROL'  '  RUN DATE: '
               WS-REPORT-YYYY '-' WS-REPORT-MM '-' WS-REPORT-DD
               '  PAGE: ' WS-PAGE-COUNT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REMINDERS ' WS-REMIND-DAYS ' DAY(S) AHEAD, '
               'OVERDUE REPEAT EVERY ' WS-OVERDUE-INTERVAL
               ' DAY(S), FINE NOTICES EVERY ' WS-FINE-INTERVAL
               ' DAY(S) (0 = OFF), PICKUPS READY AFTER '
               WS-LAST-RUN-DATE
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROWERS WITH NOTICES BUT NO E-MAIL OR PHONE '
               'ON FILE'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROW' ' '
               'BORROWER NAME                 ' ' '
               'REMINDER' ' '
               '  PICKUP' ' '
               ' OVERDUE' ' '
               ' FINEBAL'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE 5 TO WS-LINE-COUNT.

       WRITE-REPORT-DETAIL-PARAGRAPH.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-REPORT-HEADER-PARAGRAPH
           END-IF.
           MOVE WS-BORR-UNSENT(1) TO WS-COUNT-EDIT-1.
           MOVE WS-BORR-UNSENT(2) TO WS-COUNT-EDIT-2.
           MOVE WS-BORR-UNSENT(3) TO WS-COUNT-EDIT-3.
           MOVE WS-BORR-UNSENT(4) TO WS-COUNT-EDIT-4.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-NOTE-BORROWER ' '
               BORR-NAME OF BORROWER-MASTER-RECORD ' '
               '  ' WS-COUNT-EDIT-1 ' '
               '  ' WS-COUNT-EDIT-2 ' '
               '  ' WS-COUNT-EDIT-3 ' '
               '  ' WS-COUNT-EDIT-4
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS-PARAGRAPH.
           IF WS-BORROWERS-UNREACHED = 0
               MOVE SPACES TO REPORT-LINE
               STRING 'NONE.'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MESSAGES BY TYPE'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TYPE    ' ' '
               ' E-MAIL' ' '
               '   TEXT' ' '
               '  TOTAL' ' '
               'NO ADDR' ' '
               'OPT OUT'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               COMPUTE WS-TYPE-TOTAL = WS-TYPE-EMAIL(WS-TYPE-IDX)
                   + WS-TYPE-TEXT(WS-TYPE-IDX)
               MOVE WS-TYPE-EMAIL(WS-TYPE-IDX) TO WS-COUNT-EDIT-1
               MOVE WS-TYPE-TEXT(WS-TYPE-IDX) TO WS-COUNT-EDIT-2
               MOVE WS-TYPE-TOTAL TO WS-COUNT-EDIT-3
               MOVE WS-TYPE-UNSENT(WS-TYPE-IDX) TO WS-COUNT-EDIT-4
               MOVE WS-TYPE-OPTED-OUT(WS-TYPE-IDX) TO WS-COUNT-EDIT-5
               MOVE SPACES TO REPORT-LINE
               STRING WS-TYPE-NAME(WS-TYPE-IDX) ' '
                   ' ' WS-COUNT-EDIT-1 ' '
                   ' ' WS-COUNT-EDIT-2 ' '
                   ' ' WS-COUNT-EDIT-3 ' '
                   ' ' WS-COUNT-EDIT-4 ' '
                   ' ' WS-COUNT-EDIT-5
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-PERFORM.
           IF NOT WS-FINE-NOTICE-DAY
               MOVE SPACES TO REPORT-LINE
               STRING '(NOT A FINE NOTICE DAY - NO FINEBAL MESSAGES)'
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROWERS READ:            ' WS-BORROWERS-READ
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROWERS SENT NOTICES:    ' WS-BORROWERS-NOTIFIED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BORROWERS NOT REACHABLE:   ' WS-BORROWERS-UNREACHED
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MESSAGES WRITTEN:          ' WS-MESSAGES-WRITTEN
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MESSAGES NOT SENT:         ' WS-MESSAGES-UNSENT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MESSAGES SUPPRESSED (N):   ' WS-MESSAGES-OPTED-OUT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF WS-READY-OVERFLOW > 0
               MOVE SPACES TO REPORT-LINE
               STRING 'READY HOLDS NOT NOTIFIED - TABLE FULL AT 1000: '
                   WS-READY-OVERFLOW
                   INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
