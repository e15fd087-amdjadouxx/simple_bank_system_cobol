       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-INPUT ASSIGN TO 'batch_input.dat'
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
       01 WS-HOLDS-TOTAL       PIC S9(9)V99.
       01 WS-AVAILABLE         PIC S9(9)V99.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-PARAM-NAME        PIC X(14).
       01 WS-PARAM-DEFAULT     PIC 9(8)V9999.
       01 WS-PARAM-VALUE       PIC 9(8)V9999.
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
       01 WS-DAILY-LIMIT-DEF   PIC 9(8)V99 VALUE 0.
       01 WS-EFF-LIMIT         PIC 9(8)V99.
       01 WS-LIMIT-OK          PIC 9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Traitement du fichier de transactions par lots'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM LOAD-BANK-PARAMS.
           PERFORM LOAD-DAILY-WITHDRAWALS.
           PERFORM READ-BATCH-HEADER.
           IF WS-BATCH-REFUSED = 1 THEN
               CLOSE BATCH-INPUT
               GOBACK
           END-IF.
           OPEN I-O CHECKPOINTS.
           PERFORM CHECK-BATCH-CHECKPOINT.
           IF WS-BATCH-REFUSED = 1 THEN
               CLOSE BATCH-INPUT
               CLOSE CHECKPOINTS
               GOBACK
           END-IF.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           DISPLAY 'Operations posees: ' WS-POSTED-COUNT.
           DISPLAY 'Operations rejetees: ' WS-FAILED-COUNT.
           DISPLAY 'Lignes deja posees ignorees: ' WS-SKIPPED-COUNT.
           GOBACK.

       READ-BATCH-HEADER.
           READ BATCH-INPUT AT END MOVE 1 TO WS-EOF.
           IF WS-EOF = 1 THEN
               DISPLAY 'Fichier de lot vide.'
               MOVE 1 TO WS-BATCH-REFUSED
               MOVE 4 TO RETURN-CODE
           ELSE IF BATCH-HDR-TAG NOT = 'HDR' THEN
               DISPLAY 'Entete de lot absente, traitement refuse.'
               MOVE 1 TO WS-BATCH-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE BATCH-HDR-NUMBER TO WS-BATCH-NUMBER
               DISPLAY 'Numero de lot: ' WS-BATCH-NUMBER
                       DISPLAY 'Lot ' WS-BATCH-NUMBER
                           ' deja traite, execution refusee.'
                       MOVE 1 TO WS-BATCH-REFUSED
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE CHKP-LINES-DONE TO WS-SKIP-COUNT
                       DISPLAY 'Reprise du lot ' WS-BATCH-NUMBER

       POST-BATCH-DEPOSIT.
           ADD BATCH-AMOUNT TO ACCOUNT-BALANCE.
           MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY.
           REWRITE ACCOUNT-RECORD.
           MOVE BATCH-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER.
           MOVE 'DEPOSIT' TO TRANS-TYPE.
           MOVE BATCH-AMOUNT TO TRANS-AMOUNT.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'BATCH' TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               MOVE WS-NEW-BALANCE TO ACCOUNT-BALANCE
               MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
               MOVE BATCH-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
               MOVE 'WITHDRAW' TO TRANS-TYPE
               MOVE BATCH-AMOUNT TO TRANS-AMOUNT
               MOVE WS-TODAY TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE 'BATCH' TO TRANS-OPERATOR
               PERFORM ASSIGN-TRANS-SEQUENCE
               PERFORM FIND-DAY-ENTRY
               ADD BATCH-AMOUNT TO WS-DAY-TOTAL(WS-DAY-IDX)
               IF WS-NEW-BALANCE < 0 THEN
                   IF WS-NEW-BALANCE + BATCH-AMOUNT >= 0 THEN
                       PERFORM NOTIFY-OVERDRAFT
                   END-IF
                   PERFORM POST-BATCH-OVERDRAFT-FEE
               END-IF
           END-IF.

       COMPUTE-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLDS-TOTAL.
           OPEN INPUT HOLDS.
           MOVE 0 TO WS-HOLD-EOF.
           READ HOLDS NEXT AT END MOVE 1 TO WS-HOLD-EOF.
           END-PERFORM.
           CLOSE HOLDS.

       NOTIFY-OVERDRAFT.
           MOVE 'DECOUVERT' TO WS-NTF-EVENT.
           MOVE BATCH-ACCOUNT-NUMBER TO WS-NTF-ACCOUNT.
           MOVE ACCOUNT-CUSTOMER TO WS-NTF-CUSTOMER.
           MOVE TRANS-SEQUENCE TO WS-NTF-REFERENCE.
           MOVE WS-TODAY TO WS-NTF-BUS-DATE.
           MOVE BATCH-AMOUNT TO WS-NTF-AMOUNT.
           MOVE 'Compte a decouvert suite a un retrait'
               TO WS-NTF-TEXT.
           CALL 'NOTIFY-CUSTOMER' USING WS-NOTIFICATION WS-NTF-STATUS.

       POST-BATCH-OVERDRAFT-FEE.
           COMPUTE WS-FEE-CUSHION = ACCOUNT-BALANCE + OVERDRAFT-LIMIT.
           IF WS-FEE-CUSHION < WS-OVERDRAFT-FEE THEN
               MOVE BATCH-ACCOUNT-NUMBER TO TRANS-ACCOUNT-NUMBER
               MOVE 'OVERDRAFT-FEE' TO TRANS-TYPE
               MOVE WS-FEE-CHARGED TO TRANS-AMOUNT
               MOVE WS-TODAY TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE 'BATCH' TO TRANS-OPERATOR
               PERFORM ASSIGN-TRANS-SEQUENCE
               WRITE TRANSACTION-RECORD
           END-IF.

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
           MOVE WS-PARAM-VALUE TO WS-DAILY-LIMIT-DEF.

       LOAD-DAILY-WITHDRAWALS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT TRANSACTIONS.
           MOVE WS-TODAY TO TRANS-DATE.

       GET-PARAM-VALUE.
           MOVE WS-PARAM-DEFAULT TO WS-PARAM-VALUE.
           OPEN INPUT PARAMS.
           MOVE 0 TO WS-PARAM-EOF.
           MOVE WS-PARAM-NAME TO PARAM-NAME.
