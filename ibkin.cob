       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLEARING-IN ASSIGN TO 'clearing_in.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO 'comptes.dat'
           ORGANIZATION IS INDEXED
             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-FILE-REFUSED      PIC 9 VALUE 0.
       01 WS-FILE-EMPTY        PIC 9 VALUE 0.
       01 WS-CHECK-COUNT       PIC 9(7) VALUE 0.
       01 WS-CHECK-AMOUNT      PIC 9(12)V99 VALUE 0.
       01 WS-TRAILER-SEEN      PIC 9 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Integration des paiements interbancaires recus'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM VERIFY-CLEARING-FILE.
           IF WS-FILE-EMPTY = 1 THEN
               DISPLAY 'Aucun fichier de compensation recu.'
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FILE-REFUSED = 1 THEN
               DISPLAY 'Fichier de compensation refuse.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM POST-CLEARING-FILE.
           PERFORM UPDATE-CONTROL-TOTALS.
           DISPLAY 'Credits postes: ' WS-POSTED-COUNT.
           DISPLAY 'Credits en suspens: ' WS-SUSPENSE-COUNT.
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
           OPEN INPUT CLEARING-IN.
           MOVE 0 TO WS-EOF.
           READ CLEARING-IN AT END MOVE 1 TO WS-EOF.
           MOVE WS-EOF TO WS-FILE-EMPTY.
           PERFORM UNTIL WS-EOF = 1
               EVALUATE CLG-HDR-TYPE
                   WHEN '1'
                   MOVE SPACES TO ACCOUNT-PRODUCT
                   MOVE 'A' TO ACCOUNT-SIGNING
                   MOVE 0 TO ACCOUNT-DAILY-LIMIT
                   MOVE SPACES TO ACCOUNT-CURRENCY
                   MOVE 0 TO ACCOUNT-CLOSE-DATE
                   WRITE ACCOUNT-RECORD
                   DISPLAY 'Compte de suspens initialise: '
                       WS-SUSPENSE-ACCOUNT
           END-READ.

       WRITE-CLEARING-TRANS.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'INTERBNK' TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
