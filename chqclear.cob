       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUE-CLEARING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHEQUE-IN ASSIGN TO 'cheque_in.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO 'comptes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL TRANSACTIONS ASSIGN TO 'transactions.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANS-SEQUENCE
           ALTERNATE RECORD KEY IS TRANS-ACCT-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES.
           SELECT OPTIONAL CHEQUES ASSIGN TO 'cheques.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-ID.
           SELECT OPTIONAL CHEQUEBOOKS ASSIGN TO 'chqbooks.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQBK-ID.
           SELECT OPTIONAL STOP-PAYMENTS ASSIGN TO 'stoppay.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STOP-ID.
           SELECT OPTIONAL HOLDS ASSIGN TO 'holds.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-ID.
           SELECT OPTIONAL PARAMS ASSIGN TO 'params.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-KEY.
           SELECT OPTIONAL COUNTERS ASSIGN TO 'counters.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COUNTER-ID.
           SELECT CLEARING-REPORT ASSIGN TO 'cheque_clearing.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUE-IN.
       01 CHEQUE-IN-RECORD       PIC X(60).
       01 CHQ-IN-HEADER.
          05 CHQ-IN-HDR-TYPE    PIC X(1).
          05 CHQ-IN-HDR-BANK    PIC X(8).
          05 CHQ-IN-HDR-DATE    PIC 9(8).
          05 FILLER             PIC X(43).
       01 CHQ-IN-DETAIL.
          05 CHQ-IN-TYPE        PIC X(1).
          05 CHQ-IN-ACCOUNT     PIC X(10).
          05 CHQ-IN-NUMBER      PIC 9(7).
          05 CHQ-IN-BANK        PIC X(8).
          05 CHQ-IN-AMOUNT      PIC 9(12)V99.
          05 CHQ-IN-REASON      PIC X(20).
       01 CHQ-IN-TRAILER.
          05 CHQ-IN-TRL-TYPE    PIC X(1).
          05 CHQ-IN-TRL-COUNT   PIC 9(7).
          05 CHQ-IN-TRL-AMOUNT  PIC 9(12)V99.
          05 FILLER             PIC X(38).
       FD ACCOUNTS.
       01 ACCOUNT-RECORD.
          05 ACCOUNT-NUMBER     PIC X(6).
          05 ACCOUNT-NAME       PIC X(20).
          05 ACCOUNT-FIRSTNAME  PIC X(20).
          05 ACCOUNT-BALANCE    PIC S9(8)V99.
          05 ACCOUNT-STATUS     PIC X(1).
             88 ACCOUNT-OPEN     VALUE 'O'.
             88 ACCOUNT-CLOSED   VALUE 'C'.
             88 ACCOUNT-FROZEN   VALUE 'F'.
             88 ACCOUNT-DORMANT  VALUE 'D'.
          05 OVERDRAFT-LIMIT    PIC 9(8)V99.
          05 ACCOUNT-CUSTOMER   PIC X(6).
          05 ACCOUNT-OPENING-BAL PIC S9(8)V99.
          05 ACCOUNT-LAST-ACTIVITY PIC 9(8).
          05 ACCOUNT-PRODUCT    PIC X(3).
          05 ACCOUNT-SIGNING    PIC X(1).
             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD TRANSACTIONS.
       01 TRANSACTION-RECORD.
          05 TRANS-SEQUENCE      PIC 9(8).
          05 TRANS-ACCT-DATE.
             10 TRANS-ACCOUNT-NUMBER PIC X(6).
             10 TRANS-DATE       PIC 9(8).
          05 TRANS-TYPE          PIC X(13).
          05 TRANS-AMOUNT        PIC 9(8)V99.
          05 TRANS-TIME          PIC 9(8).
          05 TRANS-OPERATOR      PIC X(8).
          05 TRANS-REF-SEQUENCE  PIC 9(8).
       FD CHEQUES.
       01 CHEQUE-RECORD.
          05 CHQ-ID             PIC 9(6).
          05 CHQ-KIND           PIC X(1).
             88 CHQ-REMITTED     VALUE 'R'.
             88 CHQ-PRESENTED    VALUE 'P'.
          05 CHQ-ACCOUNT        PIC X(6).
          05 CHQ-NUMBER         PIC 9(7).
          05 CHQ-BANK           PIC X(8).
          05 CHQ-AMOUNT         PIC 9(8)V99.
          05 CHQ-DATE           PIC 9(8).
          05 CHQ-CLEAR-DATE     PIC 9(8).
          05 CHQ-STATUS         PIC X(1).
             88 CHQ-UNCLEARED    VALUE 'U'.
             88 CHQ-CLEARED      VALUE 'C'.
             88 CHQ-RETURNED     VALUE 'R'.
          05 CHQ-REASON         PIC X(20).
          05 CHQ-TRANS-SEQ      PIC 9(8).
       FD CHEQUEBOOKS.
       01 CHEQUEBOOK-RECORD.
          05 CHQBK-ID.
             10 CHQBK-ACCOUNT   PIC X(6).
             10 CHQBK-FIRST     PIC 9(7).
          05 CHQBK-LAST         PIC 9(7).
          05 CHQBK-ISSUE-DATE   PIC 9(8).
          05 CHQBK-OPERATOR     PIC X(8).
          05 CHQBK-STATUS       PIC X(1).
             88 CHQBK-ACTIVE     VALUE 'A'.
       FD STOP-PAYMENTS.
       01 STOP-PAYMENT-RECORD.
          05 STOP-ID.
             10 STOP-ACCOUNT    PIC X(6).
             10 STOP-NUMBER     PIC 9(7).
          05 STOP-AMOUNT        PIC 9(8)V99.
          05 STOP-DATE          PIC 9(8).
          05 STOP-REASON        PIC X(20).
          05 STOP-OPERATOR      PIC X(8).
          05 STOP-STATUS        PIC X(1).
             88 STOP-ACTIVE      VALUE 'A'.
             88 STOP-LIFTED      VALUE 'L'.
       FD HOLDS.
       01 HOLD-RECORD.
          05 HOLD-ID.
             10 HOLD-ACCOUNT    PIC X(6).
             10 HOLD-REFERENCE  PIC X(6).
          05 HOLD-AMOUNT        PIC 9(8)V99.
          05 HOLD-EXPIRY        PIC 9(8).
          05 HOLD-STATUS        PIC X(1).
             88 HOLD-ACTIVE      VALUE 'A'.
             88 HOLD-RELEASED    VALUE 'R'.
       FD PARAMS.
       01 PARAM-RECORD.
          05 PARAM-KEY.
             10 PARAM-NAME      PIC X(14).
             10 PARAM-EFFECTIVE PIC 9(8).
          05 PARAM-VALUE        PIC 9(8)V9999.
       FD COUNTERS.
       01 COUNTER-RECORD.
          05 COUNTER-ID         PIC X(8).
          05 COUNTER-VALUE      PIC 9(8).
       FD CLEARING-REPORT.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-FILE-REFUSED      PIC 9 VALUE 0.
       01 WS-FILE-EMPTY        PIC 9 VALUE 0.
       01 WS-HEADER-SEEN       PIC 9 VALUE 0.
       01 WS-TRAILER-SEEN      PIC 9 VALUE 0.
       01 WS-CHECK-COUNT       PIC 9(7) VALUE 0.
       01 WS-CHECK-AMOUNT      PIC 9(12)V99 VALUE 0.
       01 WS-PASS-TYPE         PIC X(1).
       01 WS-CHQ-EOF           PIC 9 VALUE 0.
       01 WS-CHQ-FOUND         PIC 9 VALUE 0.
       01 WS-CHQ-PAID          PIC 9 VALUE 0.
       01 WS-HOLD-EOF          PIC 9 VALUE 0.
       01 WS-CHQ-ACCOUNT       PIC X(6).
       01 WS-CHQ-AMOUNT        PIC 9(8)V99.
       01 WS-CHQ-ID            PIC 9(6).
       01 WS-CHQ-REF-SEQ       PIC 9(8).
       01 WS-CHQ-POSTED-SEQ    PIC 9(8).
       01 WS-CHQ-STATUS        PIC X(1).
       01 WS-REJECT-REASON     PIC X(20).
       01 WS-HOLDS-TOTAL       PIC S9(9)V99.
       01 WS-AVAILABLE         PIC S9(9)V99.
       01 WS-RETURN-FEE        PIC 9(8)V99 VALUE 15.00.
       01 WS-CLEARED-COUNT     PIC 9(7) VALUE 0.
       01 WS-RETURNED-COUNT    PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-COUNT   PIC 9(7) VALUE 0.
       01 WS-PAID-COUNT        PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT    PIC 9(7) VALUE 0.
       01 WS-PARAM-NAME        PIC X(14).
       01 WS-PARAM-DEFAULT     PIC 9(8)V9999.
       01 WS-PARAM-VALUE       PIC 9(8)V9999.
       01 WS-PARAM-EOF         PIC 9 VALUE 0.
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-HEADER-LINE.
          05 FILLER            PIC X(34)
             VALUE 'COMPENSATION DES CHEQUES DU      '.
          05 WS-HDR-DATE       PIC 9(8).
          05 FILLER            PIC X(38) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 WS-DET-ACTION     PIC X(12).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-ACCOUNT    PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-NUMBER     PIC 9(7).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-BANK       PIC X(8).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-AMOUNT     PIC Z(9)9.99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-REASON     PIC X(20).
          05 FILLER            PIC X(9) VALUE SPACES.
       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(30).
          05 WS-TOT-COUNT      PIC Z(6)9.
          05 FILLER            PIC X(43) VALUE SPACES.
       01 WS-SEPARATOR-LINE    PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Compensation des cheques'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM LOAD-BANK-PARAMS.
           PERFORM VERIFY-CHEQUE-FILE.
           IF WS-FILE-REFUSED = 1 THEN
               DISPLAY 'Fichier de cheques refuse.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-FILE-EMPTY = 1 THEN
               DISPLAY 'Aucun fichier de cheques recu.'
           END-IF.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           OPEN I-O CHEQUES.
           OPEN I-O HOLDS.
           OPEN INPUT CHEQUEBOOKS.
           OPEN INPUT STOP-PAYMENTS.
           OPEN OUTPUT CLEARING-REPORT.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FILE-EMPTY = 0 THEN
               MOVE '3' TO WS-PASS-TYPE
               PERFORM PROCESS-CHEQUE-FILE
           END-IF.
           PERFORM RELEASE-CLEARED-CHEQUES.
           IF WS-FILE-EMPTY = 0 THEN
               MOVE '2' TO WS-PASS-TYPE
               PERFORM PROCESS-CHEQUE-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CLEARING-REPORT.
           CLOSE STOP-PAYMENTS.
           CLOSE CHEQUEBOOKS.
           CLOSE HOLDS.
           CLOSE CHEQUES.
           CLOSE TRANSACTIONS.
           CLOSE ACCOUNTS.
           PERFORM UPDATE-CONTROL-TOTALS.
           DISPLAY 'Cheques encaisses: ' WS-CLEARED-COUNT.
           DISPLAY 'Cheques remis impayes: ' WS-RETURNED-COUNT.
           DISPLAY 'Cheques presentes payes: ' WS-PAID-COUNT.
           DISPLAY 'Cheques presentes rejetes: ' WS-REJECTED-COUNT.
           DISPLAY 'Rapport ecrit dans cheque_clearing.rpt'.
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
           CALL 'CONTROL-VERIFY' USING WS-CTL-FUNCTION
               WS-CTL-STATUS WS-CTL-BAD-FILE.
           IF WS-CTL-STATUS = '1' THEN
               DISPLAY 'Integrite en echec sur ' WS-CTL-BAD-FILE
               DISPLAY 'Traitement refuse.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-CTL-STATUS = '2' THEN
               DISPLAY 'Fichier de controle absent, controle saute.'
           END-IF.

       UPDATE-CONTROL-TOTALS.
           MOVE 'U' TO WS-CTL-FUNCTION.
           CALL 'CONTROL-VERIFY' USING WS-CTL-FUNCTION
               WS-CTL-STATUS WS-CTL-BAD-FILE.

       LOAD-BANK-PARAMS.
           MOVE 'CHQ-RETURN-FEE' TO WS-PARAM-NAME.
           MOVE 15.00 TO WS-PARAM-DEFAULT.
           PERFORM GET-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-RETURN-FEE.

       GET-PARAM-VALUE.
           MOVE WS-PARAM-DEFAULT TO WS-PARAM-VALUE.
           OPEN INPUT PARAMS.
           MOVE 0 TO WS-PARAM-EOF.
           MOVE WS-PARAM-NAME TO PARAM-NAME.
           MOVE 0 TO PARAM-EFFECTIVE.
           START PARAMS KEY NOT < PARAM-KEY
               INVALID KEY MOVE 1 TO WS-PARAM-EOF
           END-START.
           PERFORM UNTIL WS-PARAM-EOF = 1
               READ PARAMS NEXT
                   AT END MOVE 1 TO WS-PARAM-EOF
               END-READ
               IF WS-PARAM-EOF = 0 THEN
                   IF PARAM-NAME NOT = WS-PARAM-NAME
                           OR PARAM-EFFECTIVE > WS-TODAY THEN
                       MOVE 1 TO WS-PARAM-EOF
                   ELSE
                       MOVE PARAM-VALUE TO WS-PARAM-VALUE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PARAMS.

       VERIFY-CHEQUE-FILE.
           OPEN INPUT CHEQUE-IN.
           MOVE 0 TO WS-EOF.
           READ CHEQUE-IN AT END MOVE 1 TO WS-EOF.
           MOVE WS-EOF TO WS-FILE-EMPTY.
           PERFORM UNTIL WS-EOF = 1
               EVALUATE CHQ-IN-HDR-TYPE
                   WHEN '1'
                       MOVE 1 TO WS-HEADER-SEEN
                   WHEN '2'
                       ADD 1 TO WS-CHECK-COUNT
                       ADD CHQ-IN-AMOUNT TO WS-CHECK-AMOUNT
                   WHEN '3'
                       ADD 1 TO WS-CHECK-COUNT
                       ADD CHQ-IN-AMOUNT TO WS-CHECK-AMOUNT
                   WHEN '9'
                       MOVE 1 TO WS-TRAILER-SEEN
                       IF CHQ-IN-TRL-COUNT NOT = WS-CHECK-COUNT
                               OR CHQ-IN-TRL-AMOUNT
                                  NOT = WS-CHECK-AMOUNT THEN
                           DISPLAY 'Totaux de controle errones.'
                           MOVE 1 TO WS-FILE-REFUSED
                       END-IF
                   WHEN OTHER
                       DISPLAY 'Type d''enregistrement inconnu.'
                       MOVE 1 TO WS-FILE-REFUSED
               END-EVALUATE
               READ CHEQUE-IN AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE CHEQUE-IN.
           IF WS-FILE-EMPTY = 0 THEN
               IF WS-HEADER-SEEN = 0 THEN
                   DISPLAY 'Entete du fichier de cheques absente.'
                   MOVE 1 TO WS-FILE-REFUSED
               END-IF
               IF WS-TRAILER-SEEN = 0 THEN
                   DISPLAY 'Totaux de controle absents.'
                   MOVE 1 TO WS-FILE-REFUSED
               END-IF
           END-IF.

       PROCESS-CHEQUE-FILE.
           OPEN INPUT CHEQUE-IN.
           MOVE 0 TO WS-EOF.
           READ CHEQUE-IN AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               IF CHQ-IN-TYPE = WS-PASS-TYPE THEN
                   IF WS-PASS-TYPE = '3' THEN
                       PERFORM PROCESS-RETURNED-CHEQUE
                   ELSE
                       PERFORM PROCESS-PRESENTED-CHEQUE
                   END-IF
               END-IF
               READ CHEQUE-IN AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE CHEQUE-IN.

       PROCESS-RETURNED-CHEQUE.
           MOVE CHQ-IN-ACCOUNT(1:6) TO WS-CHQ-ACCOUNT.
           PERFORM FIND-REMITTED-CHEQUE.
           IF WS-CHQ-FOUND = 0 THEN
               MOVE 'RETOUR REJ.' TO WS-DET-ACTION
               MOVE 'REMISE INCONNUE' TO WS-DET-REASON
               PERFORM WRITE-INPUT-LINE
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'Retour sans remise correspondante: '
                   WS-CHQ-ACCOUNT ' ' CHQ-IN-NUMBER
           ELSE
               PERFORM POST-RETURNED-CHEQUE
           END-IF.

       FIND-REMITTED-CHEQUE.
           MOVE 0 TO WS-CHQ-FOUND.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE 0 TO CHQ-ID.
           START CHEQUES KEY NOT < CHQ-ID
               INVALID KEY MOVE 1 TO WS-CHQ-EOF
           END-START.
           PERFORM UNTIL WS-CHQ-EOF = 1 OR WS-CHQ-FOUND = 1
               READ CHEQUES NEXT
                   AT END MOVE 1 TO WS-CHQ-EOF
               END-READ
               IF WS-CHQ-EOF = 0 THEN
                   IF CHQ-REMITTED
                           AND CHQ-ACCOUNT = WS-CHQ-ACCOUNT
                           AND CHQ-NUMBER = CHQ-IN-NUMBER
                           AND CHQ-BANK = CHQ-IN-BANK
                           AND CHQ-AMOUNT = CHQ-IN-AMOUNT
                           AND NOT CHQ-RETURNED THEN
                       MOVE 1 TO WS-CHQ-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       POST-RETURNED-CHEQUE.
           IF CHQ-UNCLEARED THEN
               PERFORM RELEASE-CHEQUE-HOLD
           END-IF.
           MOVE 'R' TO CHQ-STATUS.
           IF CHQ-IN-REASON = SPACES THEN
               MOVE 'IMPAYE' TO CHQ-REASON
           ELSE
               MOVE CHQ-IN-REASON TO CHQ-REASON
           END-IF.
           REWRITE CHEQUE-RECORD.
           MOVE 0 TO WS-CHQ-REF-SEQ.
           MOVE CHQ-AMOUNT TO WS-CHQ-AMOUNT.
           MOVE WS-CHQ-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte introuvable: ' WS-CHQ-ACCOUNT
               NOT INVALID KEY
                   SUBTRACT WS-CHQ-AMOUNT FROM ACCOUNT-BALANCE
                   SUBTRACT WS-RETURN-FEE FROM ACCOUNT-BALANCE
                   MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
                   MOVE 'CHQ-RETURN' TO TRANS-TYPE
                   MOVE WS-CHQ-AMOUNT TO TRANS-AMOUNT
                   PERFORM WRITE-CHEQUE-TRANS
                   IF WS-RETURN-FEE > 0 THEN
                       MOVE 'CHQ-FEE' TO TRANS-TYPE
                       MOVE WS-RETURN-FEE TO TRANS-AMOUNT
                       PERFORM WRITE-CHEQUE-TRANS
                   END-IF
           END-READ.
           MOVE 'IMPAYE RECU' TO WS-DET-ACTION.
           MOVE CHQ-REASON TO WS-DET-REASON.
           PERFORM WRITE-INPUT-LINE.
           ADD 1 TO WS-RETURNED-COUNT.

       RELEASE-CLEARED-CHEQUES.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE 0 TO CHQ-ID.
           START CHEQUES KEY NOT < CHQ-ID
               INVALID KEY MOVE 1 TO WS-CHQ-EOF
           END-START.
           PERFORM UNTIL WS-CHQ-EOF = 1
               READ CHEQUES NEXT
                   AT END MOVE 1 TO WS-CHQ-EOF
               END-READ
               IF WS-CHQ-EOF = 0 THEN
                   IF CHQ-REMITTED AND CHQ-UNCLEARED
                           AND CHQ-CLEAR-DATE <= WS-TODAY THEN
                       PERFORM CLEAR-REMITTED-CHEQUE
                   END-IF
               END-IF
           END-PERFORM.

       CLEAR-REMITTED-CHEQUE.
           PERFORM RELEASE-CHEQUE-HOLD.
           MOVE 'C' TO CHQ-STATUS.
           REWRITE CHEQUE-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'ENCAISSE' TO WS-DET-ACTION.
           MOVE CHQ-ACCOUNT TO WS-DET-ACCOUNT.
           MOVE CHQ-NUMBER TO WS-DET-NUMBER.
           MOVE CHQ-BANK TO WS-DET-BANK.
           MOVE CHQ-AMOUNT TO WS-DET-AMOUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-CLEARED-COUNT.

       RELEASE-CHEQUE-HOLD.
           MOVE CHQ-ACCOUNT TO HOLD-ACCOUNT.
           MOVE CHQ-ID TO HOLD-REFERENCE.
           READ HOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HOLD-ACTIVE THEN
                       MOVE 'R' TO HOLD-STATUS
                       REWRITE HOLD-RECORD
                   END-IF
           END-READ.

       PROCESS-PRESENTED-CHEQUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE CHQ-IN-ACCOUNT(1:6) TO WS-CHQ-ACCOUNT.
           IF CHQ-IN-AMOUNT = 0 OR CHQ-IN-AMOUNT > 99999999.99 THEN
               MOVE 'MONTANT INVALIDE' TO WS-REJECT-REASON
               MOVE 0 TO WS-CHQ-AMOUNT
           ELSE
               MOVE CHQ-IN-AMOUNT TO WS-CHQ-AMOUNT
           END-IF.
           MOVE WS-CHQ-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE 'COMPTE INCONNU' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED THEN
                       MOVE 'COMPTE CLOTURE' TO WS-REJECT-REASON
                   ELSE IF ACCOUNT-FROZEN THEN
                       MOVE 'COMPTE GELE' TO WS-REJECT-REASON
                   ELSE IF ACCOUNT-DORMANT THEN
                       MOVE 'COMPTE DORMANT' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM FIND-ISSUED-CHEQUE
               IF WS-CHQ-FOUND = 0 THEN
                   MOVE 'CHEQUE NON DELIVRE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES THEN
               MOVE WS-CHQ-ACCOUNT TO STOP-ACCOUNT
               MOVE CHQ-IN-NUMBER TO STOP-NUMBER
               READ STOP-PAYMENTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STOP-ACTIVE THEN
                           MOVE 'OPPOSITION' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM CHECK-CHEQUE-PAID
               IF WS-CHQ-PAID = 1 THEN
                   MOVE 'DEJA PAYE' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM COMPUTE-HOLDS-TOTAL
               COMPUTE WS-AVAILABLE =
                   ACCOUNT-BALANCE - WS-HOLDS-TOTAL
               IF (WS-AVAILABLE - WS-CHQ-AMOUNT)
                       < (0 - OVERDRAFT-LIMIT) THEN
                   MOVE 'PROVISION INSUFF.' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES THEN
               PERFORM PAY-PRESENTED-CHEQUE
           ELSE
               PERFORM REJECT-PRESENTED-CHEQUE
           END-IF.

       FIND-ISSUED-CHEQUE.
           MOVE 0 TO WS-CHQ-FOUND.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE WS-CHQ-ACCOUNT TO CHQBK-ACCOUNT.
           MOVE 0 TO CHQBK-FIRST.
           START CHEQUEBOOKS KEY NOT < CHQBK-ID
               INVALID KEY MOVE 1 TO WS-CHQ-EOF
           END-START.
           PERFORM UNTIL WS-CHQ-EOF = 1 OR WS-CHQ-FOUND = 1
               READ CHEQUEBOOKS NEXT
                   AT END MOVE 1 TO WS-CHQ-EOF
               END-READ
               IF WS-CHQ-EOF = 0 THEN
                   IF CHQBK-ACCOUNT NOT = WS-CHQ-ACCOUNT THEN
                       MOVE 1 TO WS-CHQ-EOF
                   ELSE IF CHQBK-ACTIVE
                           AND CHQ-IN-NUMBER >= CHQBK-FIRST
                           AND CHQ-IN-NUMBER <= CHQBK-LAST THEN
                       MOVE 1 TO WS-CHQ-FOUND
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-CHEQUE-PAID.
           MOVE 0 TO WS-CHQ-PAID.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE 0 TO CHQ-ID.
           START CHEQUES KEY NOT < CHQ-ID
               INVALID KEY MOVE 1 TO WS-CHQ-EOF
           END-START.
           PERFORM UNTIL WS-CHQ-EOF = 1 OR WS-CHQ-PAID = 1
               READ CHEQUES NEXT
                   AT END MOVE 1 TO WS-CHQ-EOF
               END-READ
               IF WS-CHQ-EOF = 0 THEN
                   IF CHQ-PRESENTED AND CHQ-CLEARED
                           AND CHQ-ACCOUNT = WS-CHQ-ACCOUNT
                           AND CHQ-NUMBER = CHQ-IN-NUMBER THEN
                       MOVE 1 TO WS-CHQ-PAID
                   END-IF
               END-IF
           END-PERFORM.

       COMPUTE-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLD-EOF.
           MOVE WS-CHQ-ACCOUNT TO HOLD-ACCOUNT.
           MOVE LOW-VALUES TO HOLD-REFERENCE.
           START HOLDS KEY NOT < HOLD-ID
               INVALID KEY MOVE 1 TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = 1
               READ HOLDS NEXT
                   AT END MOVE 1 TO WS-HOLD-EOF
               END-READ
               IF WS-HOLD-EOF = 0 THEN
                   IF HOLD-ACCOUNT NOT = WS-CHQ-ACCOUNT THEN
                       MOVE 1 TO WS-HOLD-EOF
                   ELSE IF HOLD-ACTIVE
                           AND (HOLD-EXPIRY = 0
                                OR HOLD-EXPIRY >= WS-TODAY) THEN
                       ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       PAY-PRESENTED-CHEQUE.
           SUBTRACT WS-CHQ-AMOUNT FROM ACCOUNT-BALANCE.
           MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY.
           REWRITE ACCOUNT-RECORD.
           MOVE 0 TO WS-CHQ-REF-SEQ.
           MOVE 'CHQ-PAYMENT' TO TRANS-TYPE.
           MOVE WS-CHQ-AMOUNT TO TRANS-AMOUNT.
           PERFORM WRITE-CHEQUE-TRANS.
           MOVE WS-CHQ-POSTED-SEQ TO WS-CHQ-REF-SEQ.
           MOVE 'C' TO WS-CHQ-STATUS.
           PERFORM WRITE-PRESENTED-CHEQUE.
           MOVE 'PAYE' TO WS-DET-ACTION.
           MOVE SPACES TO WS-DET-REASON.
           PERFORM WRITE-INPUT-LINE.
           ADD 1 TO WS-PAID-COUNT.

       REJECT-PRESENTED-CHEQUE.
           MOVE 0 TO WS-CHQ-REF-SEQ.
           MOVE 'R' TO WS-CHQ-STATUS.
           PERFORM WRITE-PRESENTED-CHEQUE.
           MOVE 'REJETE' TO WS-DET-ACTION.
           MOVE WS-REJECT-REASON TO WS-DET-REASON.
           PERFORM WRITE-INPUT-LINE.
           ADD 1 TO WS-REJECTED-COUNT.
           DISPLAY 'Cheque rejete: ' WS-CHQ-ACCOUNT ' '
               CHQ-IN-NUMBER ' motif ' WS-REJECT-REASON.

       WRITE-PRESENTED-CHEQUE.
           PERFORM ASSIGN-CHEQUE-ID.
           MOVE WS-CHQ-ID TO CHQ-ID.
           MOVE 'P' TO CHQ-KIND.
           MOVE WS-CHQ-ACCOUNT TO CHQ-ACCOUNT.
           MOVE CHQ-IN-NUMBER TO CHQ-NUMBER.
           MOVE CHQ-IN-BANK TO CHQ-BANK.
           MOVE WS-CHQ-AMOUNT TO CHQ-AMOUNT.
           MOVE WS-TODAY TO CHQ-DATE.
           MOVE WS-TODAY TO CHQ-CLEAR-DATE.
           MOVE WS-CHQ-STATUS TO CHQ-STATUS.
           MOVE WS-REJECT-REASON TO CHQ-REASON.
           MOVE WS-CHQ-REF-SEQ TO CHQ-TRANS-SEQ.
           WRITE CHEQUE-RECORD.

       WRITE-CHEQUE-TRANS.
           MOVE WS-CHQ-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'CHEQUES' TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           MOVE WS-CHQ-REF-SEQ TO TRANS-REF-SEQUENCE.
           MOVE TRANS-SEQUENCE TO WS-CHQ-POSTED-SEQ.
           WRITE TRANSACTION-RECORD.

       WRITE-INPUT-LINE.
           MOVE WS-CHQ-ACCOUNT TO WS-DET-ACCOUNT.
           MOVE CHQ-IN-NUMBER TO WS-DET-NUMBER.
           MOVE CHQ-IN-BANK TO WS-DET-BANK.
           MOVE CHQ-IN-AMOUNT TO WS-DET-AMOUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHEQUES REMIS ENCAISSES' TO WS-TOT-LABEL.
           MOVE WS-CLEARED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHEQUES REMIS IMPAYES' TO WS-TOT-LABEL.
           MOVE WS-RETURNED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RETOURS SANS REMISE' TO WS-TOT-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHEQUES PRESENTES PAYES' TO WS-TOT-LABEL.
           MOVE WS-PAID-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CHEQUES PRESENTES A RETOURNER' TO WS-TOT-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       ASSIGN-CHEQUE-ID.
           OPEN I-O COUNTERS.
           MOVE 'CHQSEQ' TO COUNTER-ID.
           READ COUNTERS
               INVALID KEY
                   MOVE 'CHQSEQ' TO COUNTER-ID
                   MOVE 1 TO COUNTER-VALUE
                   WRITE COUNTER-RECORD
               NOT INVALID KEY
                   ADD 1 TO COUNTER-VALUE
                   REWRITE COUNTER-RECORD
           END-READ.
           CLOSE COUNTERS.
           MOVE COUNTER-VALUE TO WS-CHQ-ID.

       ASSIGN-TRANS-SEQUENCE.
           OPEN I-O COUNTERS.
           MOVE 'TRANSSEQ' TO COUNTER-ID.
           READ COUNTERS
               INVALID KEY
                   MOVE 'TRANSSEQ' TO COUNTER-ID
                   MOVE 1 TO COUNTER-VALUE
                   WRITE COUNTER-RECORD
               NOT INVALID KEY
                   ADD 1 TO COUNTER-VALUE
                   REWRITE COUNTER-RECORD
           END-READ.
           CLOSE COUNTERS.
           MOVE COUNTER-VALUE TO TRANS-SEQUENCE.
           MOVE 0 TO TRANS-REF-SEQUENCE.
