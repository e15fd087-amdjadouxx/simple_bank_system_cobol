             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
       01 WS-CCY-IDX           PIC 99.
       01 WS-CCY-HIT           PIC 99.
       01 WS-CCY-COUNT         PIC 99 VALUE 0.
       01 WS-CCY-MAX           PIC 99 VALUE 20.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CCY-CODE     PIC X(3).
             10 WS-CCY-ACCOUNTS PIC 9(5).
             10 WS-CCY-BALANCE  PIC S9(12)V99.
             10 WS-CCY-NET      PIC S9(12)V99.
             10 WS-CCY-MISMATCH PIC 9(5).
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 1 TO 99999 TIMES
                           DEPENDING ON WS-ACCT-COUNT
             10 WS-ACCT-NUMBER  PIC X(6).
             10 WS-ACCT-BALANCE PIC S9(8)V99.
             10 WS-ACCT-NET     PIC S9(8)V99.
             10 WS-ACCT-CURRENCY PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM ACCUMULATE-TRANSACTIONS.
           PERFORM REPORT-DIFFERENCES.
           PERFORM REPORT-CURRENCY-TOTALS.
           DISPLAY 'Comptes controles: ' WS-ACCT-COUNT.
           DISPLAY 'Anomalies detectees: ' WS-MISMATCH-COUNT.
           STOP RUN.
               MOVE ACCOUNT-NUMBER TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
               MOVE ACCOUNT-BALANCE TO WS-ACCT-BALANCE(WS-ACCT-COUNT)
               MOVE ACCOUNT-OPENING-BAL TO WS-ACCT-NET(WS-ACCT-COUNT)
               MOVE ACCOUNT-CURRENCY
                   TO WS-ACCT-CURRENCY(WS-ACCT-COUNT)
               IF ACCOUNT-CURRENCY = SPACES THEN
                   MOVE WS-BASE-CURRENCY
                       TO WS-ACCT-CURRENCY(WS-ACCT-COUNT)
               END-IF
               READ ACCOUNTS NEXT AT END MOVE 1 TO WS-ACCOUNT-EOF
           END-PERFORM.
           CLOSE ACCOUNTS.
                   ADD TRANS-AMOUNT TO WS-ACCT-NET(WS-ACCT-IDX)
               WHEN 'LOAN-PAYMENT'
                   SUBTRACT TRANS-AMOUNT FROM WS-ACCT-NET(WS-ACCT-IDX)
               WHEN 'CHQ-DEPOSIT'
                   ADD TRANS-AMOUNT TO WS-ACCT-NET(WS-ACCT-IDX)
               WHEN 'CHQ-RETURN'
                   SUBTRACT TRANS-AMOUNT FROM WS-ACCT-NET(WS-ACCT-IDX)
               WHEN 'CHQ-FEE'
                   SUBTRACT TRANS-AMOUNT FROM WS-ACCT-NET(WS-ACCT-IDX)
               WHEN 'CHQ-PAYMENT'
                   SUBTRACT TRANS-AMOUNT FROM WS-ACCT-NET(WS-ACCT-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
               COMPUTE WS-DIFFERENCE =
                   WS-ACCT-BALANCE(WS-ACCT-IDX)
                   - WS-ACCT-NET(WS-ACCT-IDX)
               PERFORM TALLY-ACCOUNT-CURRENCY
               IF WS-DIFFERENCE NOT = 0 THEN
                   ADD 1 TO WS-MISMATCH-COUNT
                   ADD 1 TO WS-CCY-MISMATCH(WS-CCY-HIT)
                   DISPLAY 'ECART Compte ' WS-ACCT-NUMBER(WS-ACCT-IDX)
                       ' solde=' WS-ACCT-BALANCE(WS-ACCT-IDX)
                       ' mouvements=' WS-ACCT-NET(WS-ACCT-IDX)
                       ' ecart=' WS-DIFFERENCE
                       ' ' WS-ACCT-CURRENCY(WS-ACCT-IDX)
               END-IF
           END-PERFORM.

       TALLY-ACCOUNT-CURRENCY.
           MOVE 0 TO WS-CCY-HIT.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT OR WS-CCY-HIT > 0
               IF WS-CCY-CODE(WS-CCY-IDX)
                       = WS-ACCT-CURRENCY(WS-ACCT-IDX) THEN
                   MOVE WS-CCY-IDX TO WS-CCY-HIT
               END-IF
           END-PERFORM.
           IF WS-CCY-HIT = 0 THEN
               IF WS-CCY-COUNT < WS-CCY-MAX THEN
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-HIT
                   MOVE WS-ACCT-CURRENCY(WS-ACCT-IDX)
                       TO WS-CCY-CODE(WS-CCY-HIT)
                   MOVE 0 TO WS-CCY-ACCOUNTS(WS-CCY-HIT)
                   MOVE 0 TO WS-CCY-BALANCE(WS-CCY-HIT)
                   MOVE 0 TO WS-CCY-NET(WS-CCY-HIT)
                   MOVE 0 TO WS-CCY-MISMATCH(WS-CCY-HIT)
               ELSE
                   DISPLAY 'Table des devises limitee a 20 entrees: '
                       WS-ACCT-CURRENCY(WS-ACCT-IDX)
                   MOVE WS-CCY-MAX TO WS-CCY-HIT
               END-IF
           END-IF.
           ADD 1 TO WS-CCY-ACCOUNTS(WS-CCY-HIT).
           ADD WS-ACCT-BALANCE(WS-ACCT-IDX)
               TO WS-CCY-BALANCE(WS-CCY-HIT).
           ADD WS-ACCT-NET(WS-ACCT-IDX) TO WS-CCY-NET(WS-CCY-HIT).

       REPORT-CURRENCY-TOTALS.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               DISPLAY 'Devise ' WS-CCY-CODE(WS-CCY-IDX)
                   ' comptes=' WS-CCY-ACCOUNTS(WS-CCY-IDX)
                   ' soldes=' WS-CCY-BALANCE(WS-CCY-IDX)
                   ' mouvements=' WS-CCY-NET(WS-CCY-IDX)
                   ' anomalies=' WS-CCY-MISMATCH(WS-CCY-IDX)
           END-PERFORM.
