       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> One-time conversion of the masters whose record
      *> layouts grew: LOANMSTR.DAT gained LOAN-RENEW-COUNT
      *> and the write-off charges LOAN-REPLACE-CHARGE and
      *> LOAN-PROCESS-FEE; BORRMSTR.DAT gained BORR-BLOCK-SOURCE
      *> and BORR-BLOCK-DATE, then the contact fields BORR-EMAIL
      *> and BORR-CONTACT-PREF; OPENORD.DAT gained the expected unit
      *> cost and the received, backorder and invoiced quantities.
      *> An indexed file opened with a shorter record than it was
      *> built with fails with status 39, so the old files are
      *> unloaded through the old layouts here and reloaded through
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-LOAN-FILE-STATUS.

           SELECT OLD-ORDER-FILE ASSIGN TO 'OPENORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OOORD-KEY OF OLD-ORDER-RECORD
               FILE STATUS IS WS-OLD-ORDER-FILE-STATUS.

           SELECT NEW-ORDER-FILE ASSIGN TO 'OPENORD.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OORD-KEY OF NEW-ORDER-RECORD
               FILE STATUS IS WS-NEW-ORDER-FILE-STATUS.

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

           SELECT BORROWER-CONV-FILE ASSIGN TO 'BORRCONV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BORR-CONV-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-CONV-FILE-STATUS.

           SELECT ORDER-CONV-FILE ASSIGN TO 'ORDRCONV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-CONV-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-BORROWER-FILE.
       01  OLD-BORROWER-RECORD.
      *> BORRREC as it stood at the start of this release.
           05  OBORR-ID                PIC X(6).
           05  OBORR-NAME              PIC X(30).
           05  OBORR-PHONE             PIC X(12).
           05  OBORR-STATUS            PIC X.

       FD  OLD-LOAN-FILE.
       01  OLD-LOAN-RECORD.
      *> LOANREC as it stood before LOAN-RENEW-COUNT and the
      *> write-off charges were added.
           05  OLOAN-NUMBER            PIC 9(6).
           05  OLOAN-ISBN              PIC X(13).
           05  OLOAN-BORROWER          PIC X(6).
           05  OLOAN-DUE-DATE          PIC 9(8).
           05  OLOAN-RETURN-DATE       PIC 9(8).
           05  OLOAN-STATUS            PIC X.
           05  OLOAN-FINE-AMOUNT       PIC 9(5)V99.
           05  OLOAN-LOCATION          PIC X(4).

       FD  OLD-ORDER-FILE.
       01  OLD-ORDER-RECORD.
      *> OPENORD as it stood before the order carried its cost and
      *> receipt and invoice quantities.
           05  OOORD-KEY.
               10  OOORD-ISBN          PIC X(13).
               10  OOORD-LOCATION      PIC X(4).
           05  OOORD-ORDER-DATE        PIC 9(8).
           05  OOORD-ORDER-QTY         PIC 9(4).

       FD  NEW-ORDER-FILE.
       01  NEW-ORDER-RECORD.
           COPY OPENORD.

       FD  BOOK-MASTER-FILE.
       01  BOOK-MASTER-RECORD.
           COPY BOOKREC.

       FD  NEW-BORROWER-FILE.
       01  NEW-BORROWER-RECORD.
       01  LOAN-CONV-RECORD.
           COPY LOANREC REPLACING LEADING ==LOAN== BY ==CLOAN==.

       FD  ORDER-CONV-FILE.
       01  ORDER-CONV-RECORD.
           COPY OPENORD REPLACING LEADING ==OORD== BY ==COORD==.

       WORKING-STORAGE SECTION.
       01 WS-OLD-BORR-FILE-STATUS  PIC XX.
       01 WS-OLD-LOAN-FILE-STATUS  PIC XX.
       01 WS-NEW-LOAN-FILE-STATUS  PIC XX.
       01 WS-BORR-CONV-FILE-STATUS PIC XX.
       01 WS-LOAN-CONV-FILE-STATUS PIC XX.
       01 WS-OLD-ORDER-FILE-STATUS PIC XX.
       01 WS-NEW-ORDER-FILE-STATUS PIC XX.
       01 WS-ORDER-CONV-FILE-STATUS PIC XX.
       01 WS-BOOK-FILE-STATUS      PIC XX.
       01 WS-RUN-MODE              PIC X(20).
       01 WS-EOF-SWITCH            PIC X      VALUE 'N'.
          88 WS-EOF                           VALUE 'Y'.
       01 WS-LOANS-UNLOADED        PIC 9(6)   VALUE 0.
       01 WS-BORROWERS-RELOADED    PIC 9(6)   VALUE 0.
       01 WS-LOANS-RELOADED        PIC 9(6)   VALUE 0.
       01 WS-ORDERS-UNLOADED       PIC 9(6)   VALUE 0.
       01 WS-ORDERS-RELOADED       PIC 9(6)   VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
       UNLOAD-MASTERS-PARAGRAPH.
           PERFORM UNLOAD-BORROWERS-PARAGRAPH.
           PERFORM UNLOAD-LOANS-PARAGRAPH.
           PERFORM UNLOAD-ORDERS-PARAGRAPH.
           DISPLAY WS-BORROWERS-UNLOADED ' borrower(s), '
               WS-LOANS-UNLOADED ' loan(s) and '
               WS-ORDERS-UNLOADED ' open order(s) unloaded and '
               'converted - run the RELOAD pass to rebuild the '
               'masters.'.

       UNLOAD-BORROWERS-PARAGRAPH.
           OPEN INPUT OLD-BORROWER-FILE.
           MOVE OBORR-ID OF OLD-BORROWER-RECORD TO CBORR-ID.
           MOVE OBORR-NAME OF OLD-BORROWER-RECORD TO CBORR-NAME.
           MOVE OBORR-PHONE OF OLD-BORROWER-RECORD TO CBORR-PHONE.
           MOVE OBORR-STATUS OF OLD-BORROWER-RECORD
               TO CBORR-STATUS.
      *> A block already on file was placed by a clerk, so it is
      *> carried over as manual and the nightly unblock leaves it.
           IF OBORR-STATUS OF OLD-BORROWER-RECORD = 'B'
               MOVE 'M' TO CBORR-BLOCK-SOURCE
           ELSE
               MOVE SPACE TO CBORR-BLOCK-SOURCE
           END-IF.
           MOVE 0 TO CBORR-BLOCK-DATE.
      *> No e-mail address is on file yet and the preference is
      *> left blank, so notices go by text to the phone on file
      *> until the desk keys an address with a BORRCHG card.
           MOVE SPACES TO CBORR-EMAIL.
           MOVE SPACE TO CBORR-CONTACT-PREF.
           WRITE BORROWER-CONV-RECORD.
           ADD 1 TO WS-BORROWERS-UNLOADED.

           MOVE OLOAN-RETURN-DATE OF OLD-LOAN-RECORD
               TO CLOAN-RETURN-DATE.
           MOVE OLOAN-STATUS OF OLD-LOAN-RECORD TO CLOAN-STATUS.
           MOVE OLOAN-FINE-AMOUNT OF OLD-LOAN-RECORD
               TO CLOAN-FINE-AMOUNT.
           MOVE OLOAN-LOCATION OF OLD-LOAN-RECORD
               TO CLOAN-LOCATION.
           MOVE 0 TO CLOAN-RENEW-COUNT.
           MOVE 0 TO CLOAN-REPLACE-CHARGE.
           MOVE 0 TO CLOAN-PROCESS-FEE.
           WRITE LOAN-CONV-RECORD.
           ADD 1 TO WS-LOANS-UNLOADED.

       UNLOAD-ORDERS-PARAGRAPH.
           OPEN INPUT OLD-ORDER-FILE.
           IF WS-OLD-ORDER-FILE-STATUS = '35'
               DISPLAY 'No open-order file found - empty '
                   'conversion file written.'
               OPEN OUTPUT ORDER-CONV-FILE
               CLOSE ORDER-CONV-FILE
           ELSE
               OPEN INPUT BOOK-MASTER-FILE
               OPEN OUTPUT ORDER-CONV-FILE
               MOVE LOW-VALUES TO OOORD-KEY OF OLD-ORDER-RECORD
               MOVE 'N' TO WS-EOF-SWITCH
               START OLD-ORDER-FILE KEY IS NOT LESS THAN
                       OOORD-KEY OF OLD-ORDER-RECORD
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SWITCH
               END-START
               PERFORM UNTIL WS-EOF
                   READ OLD-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           PERFORM CONVERT-ORDER-PARAGRAPH
                   END-READ
               END-PERFORM
               CLOSE ORDER-CONV-FILE
               IF WS-BOOK-FILE-STATUS NOT = '35'
                   CLOSE BOOK-MASTER-FILE
               END-IF
               CLOSE OLD-ORDER-FILE
           END-IF.

       CONVERT-ORDER-PARAGRAPH.
      *> An order on file was raised before costs were carried, so
      *> it takes today's BOOK-PRICE as its expected unit cost and
      *> comes across open with nothing yet received or invoiced.
           MOVE SPACES TO ORDER-CONV-RECORD.
           MOVE OOORD-ISBN OF OLD-ORDER-RECORD TO COORD-ISBN.
           MOVE OOORD-LOCATION OF OLD-ORDER-RECORD
               TO COORD-LOCATION.
           MOVE OOORD-ORDER-DATE OF OLD-ORDER-RECORD
               TO COORD-ORDER-DATE.
           MOVE OOORD-ORDER-QTY OF OLD-ORDER-RECORD
               TO COORD-ORDER-QTY.
           MOVE 0 TO COORD-UNIT-COST.
           IF WS-BOOK-FILE-STATUS NOT = '35'
               MOVE OOORD-ISBN OF OLD-ORDER-RECORD
                   TO BOOK-ISBN OF BOOK-MASTER-RECORD
               READ BOOK-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BOOK-PRICE OF BOOK-MASTER-RECORD
                           TO COORD-UNIT-COST
               END-READ
           END-IF.
           MOVE 0 TO COORD-RECEIVED-QTY.
           MOVE OOORD-ORDER-QTY OF OLD-ORDER-RECORD
               TO COORD-BACKORDER-QTY.
           MOVE 0 TO COORD-INVOICED-QTY.
           MOVE 0 TO COORD-LAST-RECEIPT-DATE.
           MOVE 'O' TO COORD-STATUS.
           WRITE ORDER-CONV-RECORD.
           ADD 1 TO WS-ORDERS-UNLOADED.

       RELOAD-MASTERS-PARAGRAPH.
           PERFORM RELOAD-BORROWERS-PARAGRAPH.
           PERFORM RELOAD-LOANS-PARAGRAPH.
           PERFORM RELOAD-ORDERS-PARAGRAPH.
           DISPLAY WS-BORROWERS-RELOADED ' borrower(s), '
               WS-LOANS-RELOADED ' loan(s) and '
               WS-ORDERS-RELOADED ' open order(s) reloaded in the '
               'new record layouts.'.

       RELOAD-BORROWERS-PARAGRAPH.
           OPEN INPUT BORROWER-CONV-FILE.
               CLOSE NEW-LOAN-FILE
               CLOSE LOAN-CONV-FILE
           END-IF.

       RELOAD-ORDERS-PARAGRAPH.
           OPEN INPUT ORDER-CONV-FILE.
           IF WS-ORDER-CONV-FILE-STATUS = '35'
               DISPLAY 'No open-order conversion file found - run '
                   'the UNLOAD pass first.'
           ELSE
               OPEN OUTPUT NEW-ORDER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM UNTIL WS-EOF
                   READ ORDER-CONV-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE ORDER-CONV-RECORD
                               TO NEW-ORDER-RECORD
                           WRITE NEW-ORDER-RECORD
                               INVALID KEY
                                   DISPLAY 'Duplicate open order '
                                       'skipped on reload.'
                               NOT INVALID KEY
                                   ADD 1 TO WS-ORDERS-RELOADED
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE NEW-ORDER-FILE
               CLOSE ORDER-CONV-FILE
           END-IF.
