       01 WS-ISBN-WEIGHT           PIC 9(2).
       01 WS-CHECK-TOTAL           PIC 9(4).
       01 WS-CHECK-REMAINDER       PIC 9(2).
       01 WS-EMAIL-AT-COUNT        PIC 9(2).
       01 WS-EMAIL-AFTER-COUNT     PIC 9(2).
       01 WS-EMAIL-BLANK-COUNT     PIC 9(2).
       01 WS-ISBN-VALID-SWITCH     PIC X      VALUE 'N'.
          88 WS-ISBN-VALID                    VALUE 'Y'.
       01 WS-IN-BATCH-SWITCH       PIC X      VALUE 'N'.
               AND TRAN-ACTION NOT = 'LISTAUTH'
               AND TRAN-ACTION NOT = 'VALUE'
               AND TRAN-ACTION NOT = 'FINEPAY'
               AND TRAN-ACTION NOT = 'WAIVE'
               AND TRAN-ACTION NOT = 'ADJUST'
               AND TRAN-ACTION(1:4) NOT = 'BORR'
               PERFORM EDIT-ISBN-PARAGRAPH
           END-IF.
               WHEN 'REPRICE'
               WHEN 'CHECKOUT'
               WHEN 'RETURN'
               WHEN 'RENEW'
               WHEN 'LOST'
               WHEN 'DAMAGED'
               WHEN 'FOUND'
               WHEN 'FINEPAY'
               WHEN 'WAIVE'
               WHEN 'ADJUST'
               WHEN 'BORRADD'
               WHEN 'BORRCHG'
               WHEN 'BORRDEL'
               END-IF
           END-IF.
           IF WS-EDIT-OK
               AND (TRAN-ACTION = 'ADD' OR 'REPRICE' OR 'FINEPAY'
                   OR 'WAIVE' OR 'ADJUST')
               AND TRAN-PRICE IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'PRICE NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND (TRAN-ACTION = 'CHECKOUT' OR 'RETURN' OR 'RENEW'
                   OR 'LOST' OR 'DAMAGED' OR 'FOUND'
                   OR 'FINEPAY' OR 'WAIVE' OR 'ADJUST'
                   OR 'BORRADD' OR 'BORRCHG'
                   OR 'BORRDEL' OR 'HOLD' OR 'CANCELHLD')
               AND TRAN-BORROWER = SPACES
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'BORROWER ID MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND (TRAN-ACTION = 'WAIVE' OR 'ADJUST')
               AND TRAN-FINE-REASON = SPACES
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'FINE REASON CODE MISSING' TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND TRAN-ACTION = 'ADJUST'
               AND TRAN-FINE-DIRECTION NOT = 'D'
               AND TRAN-FINE-DIRECTION NOT = 'C'
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'ADJUST DIRECTION NOT D OR C'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND (TRAN-ACTION = 'FINEPAY' OR 'WAIVE' OR 'ADJUST')
               AND TRAN-FINE-LOAN NOT = SPACES
               AND TRAN-FINE-LOAN IS NOT NUMERIC
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'FINE LOAN NUMBER NOT NUMERIC'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND TRAN-ACTION = 'BORRADD'
               AND TRAN-BORR-NAME = SPACES
               MOVE 'BORROWER STATUS NOT A OR B'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND (TRAN-ACTION = 'BORRADD' OR 'BORRCHG')
               AND TRAN-BORR-PREF NOT = SPACE
               AND TRAN-BORR-PREF NOT = 'E'
               AND TRAN-BORR-PREF NOT = 'S'
               AND TRAN-BORR-PREF NOT = 'N'
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'CONTACT PREFERENCE NOT E, S OR N'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND TRAN-ACTION = 'BORRADD'
               AND TRAN-BORR-PREF = 'E'
               AND TRAN-BORR-EMAIL = SPACES
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'E-MAIL PREFERRED BUT NO ADDRESS'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND TRAN-ACTION = 'BORRADD'
               AND TRAN-BORR-PREF = 'S'
               AND TRAN-BORR-PHONE = SPACES
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'TEXT PREFERRED BUT NO PHONE'
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-EDIT-OK
               AND (TRAN-ACTION = 'BORRADD' OR 'BORRCHG')
               AND TRAN-BORR-EMAIL NOT = SPACES
               PERFORM EDIT-BORROWER-EMAIL-PARAGRAPH
           END-IF.

       EDIT-BORROWER-EMAIL-PARAGRAPH.
      *> A light shape check only - exactly one @, with something
      *> either side of it - so an obviously mistyped address is
      *> caught at the desk rather than bounced by the messaging
      *> vendor.
           MOVE 0 TO WS-EMAIL-AT-COUNT.
           INSPECT TRAN-BORR-EMAIL TALLYING WS-EMAIL-AT-COUNT
               FOR ALL '@'.
           IF WS-EMAIL-AT-COUNT NOT = 1
               OR TRAN-BORR-EMAIL(1:1) = '@'
               OR TRAN-BORR-EMAIL(1:1) = SPACE
               MOVE 'N' TO WS-EDIT-OK-SWITCH
               MOVE 'E-MAIL ADDRESS NOT VALID' TO WS-REJECT-REASON
           ELSE
               MOVE 0 TO WS-EMAIL-AFTER-COUNT
               MOVE 0 TO WS-EMAIL-BLANK-COUNT
               INSPECT TRAN-BORR-EMAIL TALLYING WS-EMAIL-AFTER-COUNT
                   FOR CHARACTERS AFTER INITIAL '@'
               INSPECT TRAN-BORR-EMAIL TALLYING WS-EMAIL-BLANK-COUNT
                   FOR ALL SPACES AFTER INITIAL '@'
               IF WS-EMAIL-AFTER-COUNT = WS-EMAIL-BLANK-COUNT
                   MOVE 'N' TO WS-EDIT-OK-SWITCH
                   MOVE 'E-MAIL ADDRESS NOT VALID'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       VALIDATE-ISBN-PARAGRAPH.
      *> Accepts a 10-character ISBN (modulus-11 check digit, final
