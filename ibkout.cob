       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYMENT-ORDERS ASSIGN TO 'payment_orders.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO 'comptes.dat'
           ORGANIZATION IS INDEXED
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COUNTER-ID.
           SELECT OPTIONAL FX-CONVERSIONS ASSIGN TO 'fxconv.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXC-OUT-SEQUENCE
           ALTERNATE RECORD KEY IS FXC-IN-SEQUENCE WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
          05 PAY-DEST-BANK      PIC X(8).
          05 PAY-DEST-ACCOUNT   PIC X(10).
          05 PAY-AMOUNT         PIC 9(8)V99.
          05 PAY-CURRENCY       PIC X(3).
       FD ACCOUNTS.
       01 ACCOUNT-RECORD.
          05 ACCOUNT-NUMBER     PIC X(6).
             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
       01 COUNTER-RECORD.
          05 COUNTER-ID         PIC X(8).
          05 COUNTER-VALUE      PIC 9(8).
       FD FX-CONVERSIONS.
       01 FX-CONVERSION-RECORD.
          05 FXC-OUT-SEQUENCE   PIC 9(8).
          05 FXC-IN-SEQUENCE    PIC 9(8).
          05 FXC-DATE           PIC 9(8).
          05 FXC-SRC-ACCOUNT    PIC X(6).
          05 FXC-DEST-ACCOUNT   PIC X(10).
          05 FXC-SRC-CURRENCY   PIC X(3).
          05 FXC-SRC-AMOUNT     PIC 9(8)V99.
          05 FXC-DEST-CURRENCY  PIC X(3).
          05 FXC-DEST-AMOUNT    PIC 9(8)V99.
          05 FXC-RATE           PIC 9(4)V9(6).
          05 FXC-OPERATOR       PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-BANK-CODE         PIC X(8).
       01 WS-SENT-COUNT        PIC 9(7) VALUE 0.
       01 WS-FAILED-COUNT      PIC 9(7) VALUE 0.
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
       01 WS-ACCT-CURRENCY     PIC X(3).
       01 WS-DEBIT-AMOUNT      PIC 9(8)V99.
       01 WS-FX-CONVERSION.
          05 WS-FX-FROM-CURRENCY PIC X(3).
          05 WS-FX-TO-CURRENCY  PIC X(3).
          05 WS-FX-DATE         PIC 9(8).
          05 WS-FX-AMOUNT-IN    PIC 9(8)V99.
          05 WS-FX-AMOUNT-OUT   PIC 9(8)V99.
          05 WS-FX-RATE         PIC 9(4)V9(6).
       01 WS-FX-STATUS         PIC X(1).
       01 CLG-HEADER.
          05 CLG-HDR-TYPE       PIC X(1) VALUE '1'.
          05 CLG-HDR-BANK       PIC X(8).
          05 CLG-DET-SRC-BANK   PIC X(8).
          05 CLG-DET-SRC-ACCT   PIC X(10).
          05 CLG-DET-AMOUNT     PIC 9(12)V99.
          05 CLG-DET-CURRENCY   PIC X(3).
          05 FILLER             PIC X(6) VALUE SPACES.
       01 CLG-TRAILER.
          05 CLG-TRL-TYPE       PIC X(1) VALUE '9'.
          05 CLG-TRL-COUNT      PIC 9(7).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Emission des paiements interbancaires'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           DISPLAY 'Code banque emettrice: '.
           ACCEPT WS-BANK-CODE.
           OPEN INPUT PAYMENT-ORDERS.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           DISPLAY 'Fichier de compensation: clearing_out.dat'.
           DISPLAY 'Paiements emis: ' WS-SENT-COUNT.
           DISPLAY 'Paiements rejetes: ' WS-FAILED-COUNT.
           GOBACK.

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
           IF WS-CTL-STATUS = '1' THEN
               DISPLAY 'Integrite en echec sur ' WS-CTL-BAD-FILE
               DISPLAY 'Traitement refuse.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CTL-STATUS = '2' THEN
               DISPLAY 'Fichier de controle absent, controle saute.'
           END-READ.

       CHECK-PAYMENT-FUNDS.
           PERFORM CONVERT-PAYMENT-AMOUNT.
           PERFORM COMPUTE-HOLDS-TOTAL.
           COMPUTE WS-AVAILABLE = ACCOUNT-BALANCE - WS-HOLDS-TOTAL.
           IF WS-FX-STATUS NOT = '0' THEN
               DISPLAY 'Cours de change indisponible: ' PAY-SRC-ACCOUNT
               ADD 1 TO WS-FAILED-COUNT
           ELSE IF PAY-AMOUNT <= 0 OR WS-DEBIT-AMOUNT > WS-AVAILABLE
                   THEN
               DISPLAY 'Fonds insuffisants: ' PAY-SRC-ACCOUNT
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM DEBIT-PAYMENT
           END-IF.

       CONVERT-PAYMENT-AMOUNT.
           MOVE ACCOUNT-CURRENCY TO WS-ACCT-CURRENCY.
           IF WS-ACCT-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-ACCT-CURRENCY
           END-IF.
           IF PAY-CURRENCY = SPACES THEN
               MOVE WS-ACCT-CURRENCY TO PAY-CURRENCY
           END-IF.
           MOVE PAY-CURRENCY TO WS-FX-FROM-CURRENCY.
           MOVE WS-ACCT-CURRENCY TO WS-FX-TO-CURRENCY.
           MOVE WS-TODAY TO WS-FX-DATE.
           MOVE PAY-AMOUNT TO WS-FX-AMOUNT-IN.
           CALL 'EXCHANGE-RATE' USING WS-FX-CONVERSION WS-FX-STATUS.
           MOVE WS-FX-AMOUNT-OUT TO WS-DEBIT-AMOUNT.
           IF WS-FX-STATUS = '0'
                   AND PAY-CURRENCY NOT = WS-ACCT-CURRENCY THEN
               MOVE WS-ACCT-CURRENCY TO WS-FX-FROM-CURRENCY
               MOVE PAY-CURRENCY TO WS-FX-TO-CURRENCY
               MOVE 0 TO WS-FX-AMOUNT-IN
               CALL 'EXCHANGE-RATE' USING WS-FX-CONVERSION
                   WS-FX-STATUS
           END-IF.

       COMPUTE-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLDS-TOTAL.
           OPEN INPUT HOLDS.
           CLOSE HOLDS.

       DEBIT-PAYMENT.
           SUBTRACT WS-DEBIT-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY.
           REWRITE ACCOUNT-RECORD.
           MOVE PAY-SRC-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'INTERBANK-OUT' TO TRANS-TYPE.
           MOVE WS-DEBIT-AMOUNT TO TRANS-AMOUNT.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'INTERBNK' TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.
           IF PAY-CURRENCY NOT = WS-ACCT-CURRENCY THEN
               PERFORM WRITE-FX-CONVERSION
           END-IF.
           MOVE PAY-DEST-BANK TO CLG-DET-DEST-BANK.
           MOVE PAY-DEST-ACCOUNT TO CLG-DET-DEST-ACCT.
           MOVE WS-BANK-CODE TO CLG-DET-SRC-BANK.
           MOVE PAY-SRC-ACCOUNT TO CLG-DET-SRC-ACCT.
           MOVE PAY-AMOUNT TO CLG-DET-AMOUNT.
           MOVE PAY-CURRENCY TO CLG-DET-CURRENCY.
           MOVE CLG-DETAIL TO CLEARING-RECORD.
           WRITE CLEARING-RECORD.
           ADD 1 TO WS-SENT-COUNT.
           ADD PAY-AMOUNT TO WS-TOTAL-AMOUNT.

       WRITE-FX-CONVERSION.
           OPEN I-O FX-CONVERSIONS.
           MOVE TRANS-SEQUENCE TO FXC-OUT-SEQUENCE.
           MOVE 0 TO FXC-IN-SEQUENCE.
           MOVE WS-TODAY TO FXC-DATE.
           MOVE PAY-SRC-ACCOUNT TO FXC-SRC-ACCOUNT.
           MOVE PAY-DEST-ACCOUNT TO FXC-DEST-ACCOUNT.
           MOVE WS-ACCT-CURRENCY TO FXC-SRC-CURRENCY.
           MOVE WS-DEBIT-AMOUNT TO FXC-SRC-AMOUNT.
           MOVE PAY-CURRENCY TO FXC-DEST-CURRENCY.
           MOVE PAY-AMOUNT TO FXC-DEST-AMOUNT.
           MOVE WS-FX-RATE TO FXC-RATE.
           MOVE 'INTERBNK' TO FXC-OPERATOR.
           WRITE FX-CONVERSION-RECORD.
           CLOSE FX-CONVERSIONS.

       ASSIGN-TRANS-SEQUENCE.
           OPEN I-O COUNTERS.
           MOVE 'TRANSSEQ' TO COUNTER-ID.
