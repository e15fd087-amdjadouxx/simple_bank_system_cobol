           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-KEY.
           SELECT OPTIONAL PRODUCTS ASSIGN TO 'products.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODUCT-CODE.

       DATA DIVISION.
       FILE SECTION.
             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
          05 AUDIT-ACTION       PIC X(15).
          05 AUDIT-BEFORE       PIC X(40).
          05 AUDIT-AFTER        PIC X(40).
          05 AUDIT-APPROVER     PIC X(8).
       FD DORMANT-REPORT.
       01 REPORT-LINE           PIC X(80).
       FD PARAMS.
             10 PARAM-NAME      PIC X(14).
             10 PARAM-EFFECTIVE PIC 9(8).
          05 PARAM-VALUE        PIC 9(8)V9999.
       FD PRODUCTS.
       01 PRODUCT-RECORD.
          05 PRODUCT-CODE       PIC X(3).
          05 PRODUCT-LABEL      PIC X(20).
          05 PRODUCT-INTEREST   PIC X(1).
             88 PRODUCT-BEARS-INTEREST VALUE 'Y'.
          05 PRODUCT-OVERDRAFT  PIC X(1).
             88 PRODUCT-ALLOWS-OVERDRAFT VALUE 'Y'.
          05 PRODUCT-FEE        PIC 9(8)V99.
          05 PRODUCT-KIND       PIC X(1).
             88 PRODUCT-TERM-DEPOSIT VALUE 'T'.
          05 PRODUCT-TD-RATE    PIC 9V9999.
          05 PRODUCT-TD-TERM    PIC 9(3).
          05 PRODUCT-TD-PENALTY PIC 9V9999.

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-ACCOUNT-EOF       PIC 9 VALUE 0.
       01 WS-MONTHS            PIC 9(3).
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-CUTOFF.
          05 WS-CUT-YYYY       PIC 9(4).
          05 WS-CUT-MM         PIC 9(2).
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-NOTIFICATION.
          05 WS-NTF-EVENT      PIC X(10).
          05 WS-NTF-ACCOUNT    PIC X(6).
          05 WS-NTF-CUSTOMER   PIC X(6).
          05 WS-NTF-REFERENCE  PIC X(16).
          05 WS-NTF-BUS-DATE   PIC 9(8).
          05 WS-NTF-AMOUNT     PIC 9(8)V99.
          05 WS-NTF-TEXT       PIC X(40).
       01 WS-NTF-STATUS        PIC X(1).
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 1 TO 99999 TIMES
                           DEPENDING ON WS-ACCT-COUNT
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Detection des comptes dormants'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           MOVE 'DORMANT-MONTHS' TO WS-PARAM-NAME.
           MOVE 0 TO WS-PARAM-DEFAULT.
           END-IF.
           IF WS-MONTHS = 0 THEN
               DISPLAY 'Nombre de mois invalide.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM COMPUTE-CUTOFF-DATE.
           DISPLAY 'Date seuil: ' WS-CUTOFF-N.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM UPDATE-CONTROL-TOTALS.
           DISPLAY 'Comptes mis en dormance: ' WS-DORMANT-COUNT.
           DISPLAY 'Liste ecrite dans dormancy.rpt'.
           GOBACK.

       COMPUTE-CUTOFF-DATE.
           MOVE WS-TODAY TO WS-CUTOFF-N.

       LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNTS.
           OPEN INPUT PRODUCTS.
           READ ACCOUNTS NEXT AT END MOVE 1 TO WS-ACCOUNT-EOF.
           PERFORM UNTIL WS-ACCOUNT-EOF = 1
               ADD 1 TO WS-ACCT-COUNT
                   TO WS-ACCT-LAST(WS-ACCT-COUNT)
               IF ACCOUNT-OPEN THEN
                   MOVE 1 TO WS-ACCT-ELIGIBLE(WS-ACCT-COUNT)
                   PERFORM CHECK-TERM-PRODUCT
               ELSE
                   MOVE 0 TO WS-ACCT-ELIGIBLE(WS-ACCT-COUNT)
               END-IF
               READ ACCOUNTS NEXT AT END MOVE 1 TO WS-ACCOUNT-EOF
           END-PERFORM.
           CLOSE PRODUCTS.
           CLOSE ACCOUNTS.

       CHECK-TERM-PRODUCT.
           IF ACCOUNT-PRODUCT NOT = SPACES THEN
               MOVE ACCOUNT-PRODUCT TO PRODUCT-CODE
               READ PRODUCTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PRODUCT-TERM-DEPOSIT THEN
                           MOVE 0 TO WS-ACCT-ELIGIBLE(WS-ACCT-COUNT)
                       END-IF
               END-READ
           END-IF.

       SCAN-LEDGER.
           OPEN INPUT TRANSACTIONS.
           READ TRANSACTIONS NEXT AT END MOVE 1 TO WS-EOF.
       NOTE-ACTIVITY.
           IF TRANS-TYPE = 'INTEREST'
                   OR TRANS-TYPE = 'ACCOUNT-FEE'
                   OR TRANS-TYPE = 'LOAN-PAYMENT'
                   OR TRANS-TYPE = 'CHQ-RETURN'
                   OR TRANS-TYPE = 'CHQ-FEE'
                   OR TRANS-OPERATOR = 'SWEEP' THEN
               CONTINUE
           ELSE
               PERFORM NOTE-CUSTOMER-ACTIVITY
                       ADD 1 TO WS-DORMANT-COUNT
                       PERFORM WRITE-DORMANT-AUDIT
                       PERFORM WRITE-DORMANT-LINE
                       PERFORM NOTIFY-DORMANCY
                   END-IF
           END-READ.

       NOTIFY-DORMANCY.
           MOVE 'DORMANCE' TO WS-NTF-EVENT.
           MOVE ACCOUNT-NUMBER TO WS-NTF-ACCOUNT.
           MOVE ACCOUNT-CUSTOMER TO WS-NTF-CUSTOMER.
           MOVE SPACES TO WS-NTF-REFERENCE.
           MOVE WS-TODAY TO WS-NTF-BUS-DATE.
           MOVE 0 TO WS-NTF-AMOUNT.
           MOVE 'Compte passe en dormance' TO WS-NTF-TEXT.
           CALL 'NOTIFY-CUSTOMER' USING WS-NOTIFICATION WS-NTF-STATUS.

       WRITE-DORMANT-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'SET-DORMANT' TO AUDIT-ACTION.
           MOVE 'O' TO AUDIT-BEFORE.
           MOVE 'D' TO AUDIT-AFTER.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

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

       GET-PARAM-VALUE.
           MOVE WS-PARAM-DEFAULT TO WS-PARAM-VALUE.
           OPEN INPUT PARAMS.
           MOVE 0 TO WS-PARAM-EOF.
           MOVE WS-PARAM-NAME TO PARAM-NAME.
