                   NOT AT END
                       ADD 1 TO WS-LOANS-BEFORE
                       MOVE 'N' TO WS-PURGE-THIS-SWITCH
      *> Lost and damaged write-offs are closed loans too; their
      *> return date holds the write-off date.
                       IF (LOAN-STATUS OF LOAN-RECORD = 'R'
                               OR LOAN-STATUS OF LOAN-RECORD = 'L'
                               OR LOAN-STATUS OF LOAN-RECORD = 'D')
                           AND LOAN-RETURN-DATE OF LOAN-RECORD
                               < WS-CUTOFF-DATE
                           MOVE 'Y' TO WS-PURGE-THIS-SWITCH
               '  ISBN ' HIST-ISBN
               '  BORROWER ' HIST-BORROWER
               '  RETURNED ' HIST-RETURN-DATE
               '  STATUS ' HIST-STATUS
               INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
