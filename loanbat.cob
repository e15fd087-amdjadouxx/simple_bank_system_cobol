             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-LOAN-EOF          PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-PAID-COUNT        PIC 9(5) VALUE 0.
       01 WS-ARREARS-COUNT     PIC 9(5) VALUE 0.
       01 WS-SETTLED-COUNT     PIC 9(5) VALUE 0.
          05 WS-NEXT-MM        PIC 9(2).
          05 WS-NEXT-DD        PIC 9(2).
       01 WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE PIC 9(8).
       01 WS-DUE-DATE          PIC 9(8).
       01 WS-MONTH-DAYS        PIC 9(2).
       01 WS-LEAP-QUOT         PIC 9(4).
       01 WS-LEAP-REM          PIC 9(4).
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
       01 WS-HEADER-LINE.
          05 FILLER            PIC X(32)
             VALUE 'ECHEANCES DE PRETS IMPAYEES AU  '.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Prelevement mensuel des echeances de prets'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           OPEN I-O LOANS.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           DISPLAY 'Echeances en impaye: ' WS-ARREARS-COUNT.
           DISPLAY 'Prets soldes: ' WS-SETTLED-COUNT.
           DISPLAY 'Impayes listes dans loan_arrears.rpt'.
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
       PROCESS-LOAN.
           MOVE 0 TO WS-LOAN-DONE.
           PERFORM UNTIL WS-LOAN-DONE = 1
               PERFORM COMPUTE-LOAN-DUE-DATE
               IF NOT LOAN-ACTIVE THEN
                   MOVE 1 TO WS-LOAN-DONE
               ELSE IF WS-DUE-DATE > WS-TODAY THEN
                   MOVE 1 TO WS-LOAN-DONE
               ELSE
                   PERFORM COLLECT-INSTALLMENT
           MOVE LOAN-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'LOAN-PAYMENT' TO TRANS-TYPE.
           MOVE WS-PAYMENT-DUE TO TRANS-AMOUNT.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'LOANS' TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           MOVE SPACES TO REPORT-LINE.
           MOVE LOAN-NUMBER TO WS-DET-LOAN.
           MOVE LOAN-ACCOUNT TO WS-DET-ACCOUNT.
           MOVE WS-DUE-DATE TO WS-DET-DUE.
           MOVE WS-PAYMENT-DUE TO WS-DET-AMOUNT.
           MOVE LOAN-ARREARS TO WS-DET-ARREARS.
           MOVE WS-ARREARS-REASON TO WS-DET-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM NOTIFY-ARREARS.

       NOTIFY-ARREARS.
           MOVE 'IMPAYE' TO WS-NTF-EVENT.
           MOVE LOAN-ACCOUNT TO WS-NTF-ACCOUNT.
           IF WS-ARREARS-REASON = 'COMPTE INCONNU' THEN
               MOVE SPACES TO WS-NTF-CUSTOMER
           ELSE
               MOVE ACCOUNT-CUSTOMER TO WS-NTF-CUSTOMER
           END-IF.
           MOVE LOAN-NUMBER TO WS-NTF-REF-KEY.
           MOVE WS-DUE-DATE TO WS-NTF-REF-DATE.
           MOVE WS-TODAY TO WS-NTF-BUS-DATE.
           MOVE WS-PAYMENT-DUE TO WS-NTF-AMOUNT.
           MOVE 'Echeance de pret impayee' TO WS-NTF-TEXT.
           CALL 'NOTIFY-CUSTOMER' USING WS-NOTIFICATION WS-NTF-STATUS.

       COMPUTE-LOAN-DUE-DATE.
           MOVE LOAN-NEXT-DATE TO WS-DUE-DATE.
           MOVE 'A' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-DUE-DATE
               WS-BUS-STATUS.

       ADVANCE-LOAN-DATE.
           MOVE LOAN-NEXT-DATE TO WS-NEXT-DATE-N.
