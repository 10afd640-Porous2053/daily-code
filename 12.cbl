       01 WS-LOANS-READ            PIC 9(6)   VALUE 0.
       01 WS-LOANS-LISTED          PIC 9(6)   VALUE 0.
       01 WS-FINE-EDIT             PIC ZZZZ9.99.
       01 WS-RENEW-EDIT            PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           END-IF.
           ADD 1 TO WS-LOANS-LISTED.
           MOVE HIST-FINE-AMOUNT TO WS-FINE-EDIT.
      *> Loans archived before renewals were counted carry no
      *> renewal count; they show as zero.
           IF HIST-RENEW-COUNT IS NUMERIC
               MOVE HIST-RENEW-COUNT TO WS-RENEW-EDIT
           ELSE
               MOVE 0 TO WS-RENEW-EDIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING HIST-NUMBER ' '
               HIST-ISBN ' '
               HIST-OUT-DATE ' '
               HIST-DUE-DATE ' '
               HIST-RETURN-DATE ' '
               WS-FINE-EDIT ' '
               WS-RENEW-EDIT
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
               'OUT DATE' ' '
               'DUE DATE' ' '
               'RET DATE' ' '
               '    FINE' ' '
               'RN'
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
