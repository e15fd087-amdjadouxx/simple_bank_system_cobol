             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-ORDER-EOF         PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-EXEC-COUNT        PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT      PIC 9(5) VALUE 0.
       01 WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.
          05 WS-NEXT-MM        PIC 9(2).
          05 WS-NEXT-DD        PIC 9(2).
       01 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-MONTH-DAYS        PIC 9(2).
       01 WS-LEAP-QUOT         PIC 9(4).
       01 WS-LEAP-REM          PIC 9(4).
       01 WS-HOLD-EOF          PIC 9 VALUE 0.
       01 WS-HOLDS-TOTAL       PIC S9(9)V99.
       01 WS-AVAILABLE         PIC S9(9)V99.
       01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
       01 WS-SRC-CURRENCY      PIC X(3).
       01 WS-DEST-CURRENCY     PIC X(3).
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-NOTIFICATION.
          05 WS-NTF-EVENT      PIC X(10).
          05 WS-NTF-ACCOUNT    PIC X(6).
          05 WS-NTF-CUSTOMER   PIC X(6).
          05 WS-NTF-REFERENCE.
             10 WS-NTF-REF-KEY  PIC X(6).
             10 WS-NTF-REF-DATE PIC 9(8).
             10 FILLER          PIC X(2) VALUE SPACES.
          05 WS-NTF-BUS-DATE   PIC 9(8).
          05 WS-NTF-AMOUNT     PIC 9(8)V99.
          05 WS-NTF-TEXT       PIC X(40).
       01 WS-NTF-STATUS        PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Execution des virements permanents'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           OPEN I-O STANDING-ORDERS.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           DISPLAY 'Virements executes: ' WS-EXEC-COUNT.
           DISPLAY 'Virements en echec: ' WS-FAILED-COUNT.
           DISPLAY 'Ordres expires: ' WS-EXPIRED-COUNT.
           GOBACK.

       PROCESS-ORDER.
           MOVE 0 TO WS-ORDER-DONE.
           PERFORM UNTIL WS-ORDER-DONE = 1
               PERFORM COMPUTE-ORDER-DUE-DATE
               IF ORDER-END-DATE NOT = 0
                       AND ORDER-NEXT-DATE > ORDER-END-DATE THEN
                   MOVE 'E' TO ORDER-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 1 TO WS-ORDER-DONE
               ELSE IF WS-DUE-DATE > WS-TODAY THEN
                   MOVE 1 TO WS-ORDER-DONE
               ELSE IF NOT (ORDER-DAILY OR ORDER-WEEKLY
                       OR ORDER-MONTHLY) THEN
           END-READ.

       CHECK-ORDER-FUNDS.
           MOVE ACCOUNT-CURRENCY TO WS-SRC-CURRENCY.
           IF WS-SRC-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-SRC-CURRENCY
           END-IF.
           PERFORM COMPUTE-HOLDS-TOTAL.
           COMPUTE WS-AVAILABLE = ACCOUNT-BALANCE - WS-HOLDS-TOTAL.
           IF ORDER-AMOUNT > WS-AVAILABLE THEN
               DISPLAY 'Ordre ' ORDER-NUMBER
                   ': fonds insuffisants.'
               ADD 1 TO WS-FAILED-COUNT
               PERFORM NOTIFY-ORDER-FAILURE
           ELSE
               PERFORM EXECUTE-ORDER-CREDIT
           END-IF.

       NOTIFY-ORDER-FAILURE.
           MOVE 'VIR-ECHEC' TO WS-NTF-EVENT.
           MOVE ORDER-SRC-ACCOUNT TO WS-NTF-ACCOUNT.
           MOVE ACCOUNT-CUSTOMER TO WS-NTF-CUSTOMER.
           MOVE ORDER-NUMBER TO WS-NTF-REF-KEY.
           MOVE WS-DUE-DATE TO WS-NTF-REF-DATE.
           MOVE WS-TODAY TO WS-NTF-BUS-DATE.
           MOVE ORDER-AMOUNT TO WS-NTF-AMOUNT.
           MOVE 'Virement permanent non execute' TO WS-NTF-TEXT.
           CALL 'NOTIFY-CUSTOMER' USING WS-NOTIFICATION WS-NTF-STATUS.

       COMPUTE-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLDS-TOTAL.
           OPEN INPUT HOLDS.
                       ': compte destination introuvable.'
                   ADD 1 TO WS-FAILED-COUNT
               NOT INVALID KEY
                   MOVE ACCOUNT-CURRENCY TO WS-DEST-CURRENCY
                   IF WS-DEST-CURRENCY = SPACES THEN
                       MOVE WS-BASE-CURRENCY TO WS-DEST-CURRENCY
                   END-IF
                   IF ACCOUNT-CLOSED THEN
                       DISPLAY 'Ordre ' ORDER-NUMBER
                           ': compte destination cloture.'
                       DISPLAY 'Ordre ' ORDER-NUMBER
                           ': compte destination dormant.'
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE IF WS-DEST-CURRENCY NOT = WS-SRC-CURRENCY THEN
                       DISPLAY 'Ordre ' ORDER-NUMBER
                           ': devises differentes.'
                       ADD 1 TO WS-FAILED-COUNT
                   ELSE
                       PERFORM APPLY-ORDER-TRANSFER
                       MOVE 1 TO WS-EXEC-OK
                   MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
           END-READ.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'STANDING' TO TRANS-OPERATOR.
           MOVE ORDER-SRC-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.

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
           MOVE COUNTER-VALUE TO TRANS-SEQUENCE.
           MOVE 0 TO TRANS-REF-SEQUENCE.

       COMPUTE-ORDER-DUE-DATE.
           MOVE ORDER-NEXT-DATE TO WS-DUE-DATE.
           MOVE 'A' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-DUE-DATE
               WS-BUS-STATUS.

       ADVANCE-ORDER-DATE.
           MOVE ORDER-NEXT-DATE TO WS-NEXT-DATE-N.
           EVALUATE TRUE
