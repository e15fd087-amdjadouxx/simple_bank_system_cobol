             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
           DISPLAY 'Mouvements archives: ' WS-ARCHIVED-COUNT
               ' vers ' WS-ARCHIVE-NAME.
           DISPLAY 'Mouvements conserves: ' WS-KEPT-COUNT.
           GOBACK.

       VERIFY-CONTROL-TOTALS.
           MOVE 'V' TO WS-CTL-FUNCTION.
           IF WS-CTL-STATUS = '1' THEN
               DISPLAY 'Integrite en echec sur ' WS-CTL-BAD-FILE
               DISPLAY 'Traitement refuse.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CTL-STATUS = '2' THEN
               DISPLAY 'Fichier de controle absent, controle saute.'
                   MOVE ARCH-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN 'LOAN-PAYMENT'
                   COMPUTE WS-SIGNED-AMOUNT = 0 - ARCH-AMOUNT
               WHEN 'CHQ-DEPOSIT'
                   MOVE ARCH-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN 'CHQ-RETURN'
                   COMPUTE WS-SIGNED-AMOUNT = 0 - ARCH-AMOUNT
               WHEN 'CHQ-FEE'
                   COMPUTE WS-SIGNED-AMOUNT = 0 - ARCH-AMOUNT
               WHEN 'CHQ-PAYMENT'
                   COMPUTE WS-SIGNED-AMOUNT = 0 - ARCH-AMOUNT
               WHEN OTHER
                   MOVE 0 TO WS-SIGNED-AMOUNT
           END-EVALUATE.
