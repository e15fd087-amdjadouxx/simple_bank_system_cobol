             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
          05 PRODUCT-OVERDRAFT  PIC X(1).
             88 PRODUCT-ALLOWS-OVERDRAFT VALUE 'Y'.
          05 PRODUCT-FEE        PIC 9(8)V99.
          05 PRODUCT-KIND       PIC X(1).
             88 PRODUCT-TERM-DEPOSIT VALUE 'T'.
          05 PRODUCT-TD-RATE    PIC 9V9999.
          05 PRODUCT-TD-TERM    PIC 9(3).
          05 PRODUCT-TD-PENALTY PIC 9V9999.
       FD COUNTERS.
       01 COUNTER-RECORD.
          05 COUNTER-ID         PIC X(8).
             10 WS-TIER-LIMIT PIC 9(8)V99.
             10 WS-TIER-RATE  PIC 9V9999.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-PARAM-NAME        PIC X(14).
       01 WS-PARAM-DEFAULT     PIC 9(8)V9999.
       01 WS-PARAM-VALUE       PIC 9(8)V9999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Traitement mensuel des produits'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM SETUP-RATE-TABLE.
           OPEN I-O ACCOUNTS.
           DISPLAY 'Comptes crediter: ' WS-CREDIT-COUNT.
           DISPLAY 'Frais de tenue factures: ' WS-FEE-COUNT.
           DISPLAY 'Comptes sans produit: ' WS-NOPROD-COUNT.
           GOBACK.

       PROCESS-ACCOUNT-PRODUCT.
           MOVE 0 TO WS-PRODUCT-FOUND.
           END-IF.
           IF WS-PRODUCT-FOUND = 0 THEN
               ADD 1 TO WS-NOPROD-COUNT
           ELSE IF PRODUCT-TERM-DEPOSIT THEN
               CONTINUE
           ELSE
               IF PRODUCT-BEARS-INTEREST AND ACCOUNT-BALANCE > 0 THEN
                   PERFORM APPLY-INTEREST

       GET-PARAM-VALUE.
           MOVE WS-PARAM-DEFAULT TO WS-PARAM-VALUE.
           OPEN INPUT PARAMS.
           MOVE 0 TO WS-PARAM-EOF.
           MOVE WS-PARAM-NAME TO PARAM-NAME.
               MOVE ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
               MOVE 'INTEREST' TO TRANS-TYPE
               MOVE WS-INTEREST-AMOUNT TO TRANS-AMOUNT
               MOVE WS-TODAY TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE 'INTEREST' TO TRANS-OPERATOR
               PERFORM ASSIGN-TRANS-SEQUENCE
           MOVE ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER.
           MOVE 'ACCOUNT-FEE' TO TRANS-TYPE.
           MOVE PRODUCT-FEE TO TRANS-AMOUNT.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'INTEREST' TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.
           ADD 1 TO WS-FEE-COUNT.

       GET-BUSINESS-DATE.
           MOVE 'G' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-TODAY
               WS-BUS-STATUS.
           DISPLAY 'Date comptable: ' WS-TODAY.
           IF WS-BUS-STATUS = '2' THEN
               DISPLAY 'Date comptable non initialisee, '
                   'date systeme utilisee.'
           END-IF.

       VERIFY-CONTROL-TOTALS.
           MOVE 'V' TO WS-CTL-FUNCTION.
           CALL 'CONTROL-VERIFY' USING WS-CTL-FUNCTION
           IF WS-CTL-STATUS = '1' THEN
               DISPLAY 'Integrite en echec sur ' WS-CTL-BAD-FILE
               DISPLAY 'Traitement refuse.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CTL-STATUS = '2' THEN
               DISPLAY 'Fichier de controle absent, controle saute.'
