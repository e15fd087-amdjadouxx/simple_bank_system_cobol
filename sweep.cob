       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SWEEPS ASSIGN TO 'sweeps.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SWEEP-TARGET.
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
           SELECT OPTIONAL HOLDS ASSIGN TO 'holds.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-ID.
           SELECT OPTIONAL COUNTERS ASSIGN TO 'counters.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COUNTER-ID.
           SELECT SWEEP-REPORT ASSIGN TO 'sweep.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SWEEPS.
       01 SWEEP-RECORD.
          05 SWEEP-TARGET       PIC X(6).
          05 SWEEP-FUNDING      PIC X(6).
          05 SWEEP-CEILING      PIC 9(8)V99.
          05 SWEEP-STATUS       PIC X(1).
             88 SWEEP-ACTIVE     VALUE 'A'.
             88 SWEEP-CANCELLED  VALUE 'X'.
          05 SWEEP-START-DATE   PIC 9(8).
          05 SWEEP-LAST-DATE    PIC 9(8).
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
       FD COUNTERS.
       01 COUNTER-RECORD.
          05 COUNTER-ID         PIC X(8).
          05 COUNTER-VALUE      PIC 9(8).
       FD SWEEP-REPORT.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-HOLD-EOF          PIC 9 VALUE 0.
       01 WS-HOLDS-ACCOUNT     PIC X(6).
       01 WS-HOLDS-TOTAL       PIC S9(9)V99.
       01 WS-TARGET-FOUND      PIC 9.
       01 WS-TARGET-STATUS     PIC X(1).
       01 WS-TARGET-CUST       PIC X(6).
       01 WS-TARGET-BALANCE    PIC S9(8)V99.
       01 WS-TARGET-AVAILABLE  PIC S9(9)V99.
       01 WS-TARGET-CURRENCY   PIC X(3).
       01 WS-FUND-FOUND        PIC 9.
       01 WS-FUND-STATUS       PIC X(1).
       01 WS-FUND-CUST         PIC X(6).
       01 WS-FUND-BALANCE      PIC S9(8)V99.
       01 WS-FUND-AVAILABLE    PIC S9(9)V99.
       01 WS-FUND-CURRENCY     PIC X(3).
       01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
       01 WS-NEEDED            PIC S9(9)V99.
       01 WS-SWEEP-AMOUNT      PIC S9(9)V99.
       01 WS-FROM-ACCOUNT      PIC X(6).
       01 WS-TO-ACCOUNT        PIC X(6).
       01 WS-REJECT-REASON     PIC X(20).
       01 WS-COVER-COUNT       PIC 9(7) VALUE 0.
       01 WS-PARTIAL-COUNT     PIC 9(7) VALUE 0.
       01 WS-SURPLUS-COUNT     PIC 9(7) VALUE 0.
       01 WS-ANOMALY-COUNT     PIC 9(7) VALUE 0.
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-HEADER-LINE.
          05 FILLER            PIC X(34)
             VALUE 'BALAYAGE ENTRE COMPTES LIES DU    '.
          05 WS-HDR-DATE       PIC 9(8).
          05 FILLER            PIC X(38) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 WS-DET-ACTION     PIC X(10).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-TARGET     PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-FUNDING    PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-BALANCE    PIC -(8)9.99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-AMOUNT     PIC Z(8)9.99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-REASON     PIC X(20).
       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(30).
          05 WS-TOT-COUNT      PIC Z(6)9.
          05 FILLER            PIC X(43) VALUE SPACES.
       01 WS-SEPARATOR-LINE    PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Balayage entre comptes lies'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           OPEN I-O SWEEPS.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           OPEN INPUT HOLDS.
           OPEN OUTPUT SWEEP-REPORT.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ SWEEPS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               IF SWEEP-ACTIVE THEN
                   PERFORM PROCESS-SWEEP
               END-IF
               READ SWEEPS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SWEEP-REPORT.
           CLOSE HOLDS.
           CLOSE TRANSACTIONS.
           CLOSE ACCOUNTS.
           CLOSE SWEEPS.
           PERFORM UPDATE-CONTROL-TOTALS.
           DISPLAY 'Decouverts couverts: ' WS-COVER-COUNT.
           DISPLAY 'Couvertures partielles: ' WS-PARTIAL-COUNT.
           DISPLAY 'Excedents remontes: ' WS-SURPLUS-COUNT.
           DISPLAY 'Balayages en anomalie: ' WS-ANOMALY-COUNT.
           DISPLAY 'Rapport ecrit dans sweep.rpt'.
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

       PROCESS-SWEEP.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-SWEEP-AMOUNT.
           PERFORM LOAD-SWEEP-ACCOUNTS.
           IF WS-TARGET-FOUND = 0 THEN
               MOVE 'COMPTE COURANT ABSENT' TO WS-REJECT-REASON
               PERFORM WRITE-ANOMALY-LINE
           ELSE IF WS-TARGET-STATUS = 'C' THEN
               MOVE 'COMPTE COURANT CLOS' TO WS-REJECT-REASON
               PERFORM WRITE-ANOMALY-LINE
           ELSE IF WS-TARGET-BALANCE < 0 THEN
               PERFORM COVER-OVERDRAFT
           ELSE IF SWEEP-CEILING > 0
                   AND WS-TARGET-BALANCE > SWEEP-CEILING THEN
               PERFORM RETURN-SURPLUS
           END-IF.

       LOAD-SWEEP-ACCOUNTS.
           MOVE 0 TO WS-TARGET-FOUND.
           MOVE 0 TO WS-FUND-FOUND.
           MOVE SWEEP-TARGET TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-TARGET-FOUND
                   MOVE ACCOUNT-STATUS TO WS-TARGET-STATUS
                   MOVE ACCOUNT-CUSTOMER TO WS-TARGET-CUST
                   MOVE ACCOUNT-BALANCE TO WS-TARGET-BALANCE
                   MOVE ACCOUNT-CURRENCY TO WS-TARGET-CURRENCY
           END-READ.
           MOVE SWEEP-FUNDING TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-FUND-FOUND
                   MOVE ACCOUNT-STATUS TO WS-FUND-STATUS
                   MOVE ACCOUNT-CUSTOMER TO WS-FUND-CUST
                   MOVE ACCOUNT-BALANCE TO WS-FUND-BALANCE
                   MOVE ACCOUNT-CURRENCY TO WS-FUND-CURRENCY
           END-READ.
           IF WS-TARGET-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-TARGET-CURRENCY
           END-IF.
           IF WS-FUND-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-FUND-CURRENCY
           END-IF.

       CHECK-SWEEP-PAIR.
           IF WS-FUND-FOUND = 0 THEN
               MOVE 'EPARGNE ABSENTE' TO WS-REJECT-REASON
           ELSE IF WS-FUND-STATUS = 'C' THEN
               MOVE 'EPARGNE CLOTUREE' TO WS-REJECT-REASON
           ELSE IF WS-TARGET-STATUS = 'F' OR WS-FUND-STATUS = 'F' THEN
               MOVE 'COMPTE GELE' TO WS-REJECT-REASON
           ELSE IF WS-TARGET-STATUS = 'D' OR WS-FUND-STATUS = 'D' THEN
               MOVE 'COMPTE DORMANT' TO WS-REJECT-REASON
           ELSE IF WS-TARGET-CUST NOT = WS-FUND-CUST THEN
               MOVE 'CLIENTS DIFFERENTS' TO WS-REJECT-REASON
           ELSE IF WS-TARGET-CURRENCY NOT = WS-FUND-CURRENCY THEN
               MOVE 'DEVISES DIFFERENTES' TO WS-REJECT-REASON
           END-IF.

       COVER-OVERDRAFT.
           PERFORM CHECK-SWEEP-PAIR.
           IF WS-REJECT-REASON = SPACES THEN
               COMPUTE WS-NEEDED = 0 - WS-TARGET-BALANCE
               MOVE SWEEP-FUNDING TO WS-HOLDS-ACCOUNT
               PERFORM COMPUTE-HOLDS-TOTAL
               COMPUTE WS-FUND-AVAILABLE =
                   WS-FUND-BALANCE - WS-HOLDS-TOTAL
               IF WS-FUND-AVAILABLE <= 0 THEN
                   MOVE 'FONDS INSUFFISANTS' TO WS-REJECT-REASON
               ELSE IF WS-FUND-AVAILABLE < WS-NEEDED THEN
                   MOVE WS-FUND-AVAILABLE TO WS-SWEEP-AMOUNT
               ELSE
                   MOVE WS-NEEDED TO WS-SWEEP-AMOUNT
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-ANOMALY-LINE
           ELSE
               MOVE SWEEP-FUNDING TO WS-FROM-ACCOUNT
               MOVE SWEEP-TARGET TO WS-TO-ACCOUNT
               PERFORM APPLY-SWEEP-TRANSFER
               IF WS-SWEEP-AMOUNT < WS-NEEDED THEN
                   MOVE 'COUV-PART' TO WS-DET-ACTION
                   MOVE 'FONDS INSUFFISANTS' TO WS-REJECT-REASON
                   ADD 1 TO WS-PARTIAL-COUNT
               ELSE
                   MOVE 'COUVERTURE' TO WS-DET-ACTION
                   ADD 1 TO WS-COVER-COUNT
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       RETURN-SURPLUS.
           PERFORM CHECK-SWEEP-PAIR.
           IF WS-REJECT-REASON = SPACES THEN
               MOVE SWEEP-TARGET TO WS-HOLDS-ACCOUNT
               PERFORM COMPUTE-HOLDS-TOTAL
               COMPUTE WS-TARGET-AVAILABLE =
                   WS-TARGET-BALANCE - WS-HOLDS-TOTAL
               COMPUTE WS-SWEEP-AMOUNT =
                   WS-TARGET-BALANCE - SWEEP-CEILING
               IF WS-TARGET-AVAILABLE < WS-SWEEP-AMOUNT THEN
                   MOVE WS-TARGET-AVAILABLE TO WS-SWEEP-AMOUNT
               END-IF
               IF WS-SWEEP-AMOUNT <= 0 THEN
                   MOVE 'SAISIE EN COURS' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES THEN
               PERFORM WRITE-ANOMALY-LINE
           ELSE
               MOVE SWEEP-TARGET TO WS-FROM-ACCOUNT
               MOVE SWEEP-FUNDING TO WS-TO-ACCOUNT
               PERFORM APPLY-SWEEP-TRANSFER
               MOVE 'EXCEDENT' TO WS-DET-ACTION
               ADD 1 TO WS-SURPLUS-COUNT
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       COMPUTE-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLD-EOF.
           MOVE WS-HOLDS-ACCOUNT TO HOLD-ACCOUNT.
           MOVE LOW-VALUES TO HOLD-REFERENCE.
           START HOLDS KEY NOT < HOLD-ID
               INVALID KEY MOVE 1 TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = 1
               READ HOLDS NEXT
                   AT END MOVE 1 TO WS-HOLD-EOF
               END-READ
               IF WS-HOLD-EOF = 0 THEN
                   IF HOLD-ACCOUNT NOT = WS-HOLDS-ACCOUNT THEN
                       MOVE 1 TO WS-HOLD-EOF
                   ELSE IF HOLD-ACTIVE
                           AND (HOLD-EXPIRY = 0
                                OR HOLD-EXPIRY >= WS-TODAY) THEN
                       ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-SWEEP-TRANSFER.
           MOVE WS-FROM-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               NOT INVALID KEY
                   SUBTRACT WS-SWEEP-AMOUNT FROM ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ.
           MOVE WS-TO-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               NOT INVALID KEY
                   ADD WS-SWEEP-AMOUNT TO ACCOUNT-BALANCE
                   REWRITE ACCOUNT-RECORD
           END-READ.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'SWEEP' TO TRANS-OPERATOR.
           MOVE WS-FROM-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'TRANSFER-OUT' TO TRANS-TYPE.
           MOVE WS-SWEEP-AMOUNT TO TRANS-AMOUNT.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.
           MOVE WS-TO-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'TRANSFER-IN' TO TRANS-TYPE.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.
           MOVE WS-TODAY TO SWEEP-LAST-DATE.
           REWRITE SWEEP-RECORD.

       WRITE-ANOMALY-LINE.
           MOVE 'ANOMALIE' TO WS-DET-ACTION.
           MOVE 0 TO WS-SWEEP-AMOUNT.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-ANOMALY-COUNT.
           DISPLAY 'Balayage en anomalie: ' SWEEP-TARGET
               ' motif ' WS-REJECT-REASON.

       WRITE-DETAIL-LINE.
           MOVE SWEEP-TARGET TO WS-DET-TARGET.
           MOVE SWEEP-FUNDING TO WS-DET-FUNDING.
           MOVE WS-TARGET-BALANCE TO WS-DET-BALANCE.
           MOVE WS-SWEEP-AMOUNT TO WS-DET-AMOUNT.
           MOVE WS-REJECT-REASON TO WS-DET-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DECOUVERTS COUVERTS' TO WS-TOT-LABEL.
           MOVE WS-COVER-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'COUVERTURES PARTIELLES' TO WS-TOT-LABEL.
           MOVE WS-PARTIAL-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'EXCEDENTS REMONTES' TO WS-TOT-LABEL.
           MOVE WS-SURPLUS-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BALAYAGES EN ANOMALIE' TO WS-TOT-LABEL.
           MOVE WS-ANOMALY-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

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
