       IDENTIFICATION DIVISION.
       PROGRAM-ID. TD-MATURITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TERM-DEPOSITS ASSIGN TO 'termdep.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TD-ACCOUNT.
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
           SELECT OPTIONAL PRODUCTS ASSIGN TO 'products.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRODUCT-CODE.
           SELECT OPTIONAL COUNTERS ASSIGN TO 'counters.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COUNTER-ID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATURITY-REPORT ASSIGN TO 'tdmatur.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-DEPOSITS.
       01 TERM-DEPOSIT-RECORD.
          05 TD-ACCOUNT         PIC X(6).
          05 TD-CUSTOMER        PIC X(6).
          05 TD-PRODUCT         PIC X(3).
          05 TD-PRINCIPAL       PIC 9(8)V99.
          05 TD-RATE            PIC 9V9999.
          05 TD-PENALTY         PIC 9V9999.
          05 TD-TERM            PIC 9(3).
          05 TD-START-DATE      PIC 9(8).
          05 TD-MATURITY-DATE   PIC 9(8).
          05 TD-SETTLE-ACCOUNT  PIC X(6).
          05 TD-ROLLOVER        PIC X(1).
             88 TD-ROLLS-OVER    VALUE 'Y'.
          05 TD-STATUS          PIC X(1).
             88 TD-ACTIVE        VALUE 'A'.
             88 TD-MATURED       VALUE 'M'.
             88 TD-BROKEN        VALUE 'B'.
          05 TD-CLOSE-DATE      PIC 9(8).
          05 TD-INTEREST-PAID   PIC 9(8)V99.
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
       FD COUNTERS.
       01 COUNTER-RECORD.
          05 COUNTER-ID         PIC X(8).
          05 COUNTER-VALUE      PIC 9(8).
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
          05 AUDIT-DATE         PIC 9(8).
          05 AUDIT-TIME         PIC 9(8).
          05 AUDIT-OPERATOR     PIC X(8).
          05 AUDIT-ACCOUNT      PIC X(6).
          05 AUDIT-ACTION       PIC X(15).
          05 AUDIT-BEFORE       PIC X(40).
          05 AUDIT-AFTER        PIC X(40).
          05 AUDIT-APPROVER     PIC X(8).
       FD MATURITY-REPORT.
       01 REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-HOLD-EOF          PIC 9 VALUE 0.
       01 WS-HOLDS-TOTAL       PIC S9(9)V99.
       01 WS-TD-ACCOUNT        PIC X(6).
       01 WS-TD-SETTLE         PIC X(6).
       01 WS-TD-INTEREST       PIC 9(8)V99.
       01 WS-TD-PAYOUT         PIC S9(8)V99.
       01 WS-TD-NEW-PRINCIPAL  PIC 9(8)V99.
       01 WS-REJECT-REASON     PIC X(20).
       01 WS-SETTLED-COUNT     PIC 9(7) VALUE 0.
       01 WS-ROLLED-COUNT      PIC 9(7) VALUE 0.
       01 WS-ANOMALY-COUNT     PIC 9(7) VALUE 0.
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-TD-DATE.
          05 WS-TD-YYYY        PIC 9(4).
          05 WS-TD-MM          PIC 9(2).
          05 WS-TD-DD          PIC 9(2).
       01 WS-TD-DATE-N REDEFINES WS-TD-DATE PIC 9(8).
       01 WS-TD-MONTHS-TOTAL   PIC 9(6).
       01 WS-TD-MAX-DAY        PIC 9(2).
       01 WS-TD-LEAP-QUOT      PIC 9(4).
       01 WS-TD-LEAP-REM       PIC 9(3).
       01 WS-TD-IMAGE.
          05 WS-IMG-TD-STATUS  PIC X(1).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-IMG-TD-PRIN    PIC 9(8).99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-IMG-TD-RATE    PIC 9.9999.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-IMG-TD-MATURITY PIC 9(8).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-IMG-TD-ROLLOVER PIC X(1).
       01 WS-HEADER-LINE.
          05 FILLER            PIC X(34)
             VALUE 'ECHEANCES DES DEPOTS A TERME DU  '.
          05 WS-HDR-DATE       PIC 9(8).
          05 FILLER            PIC X(38) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 WS-DET-ACTION     PIC X(10).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-ACCOUNT    PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-SETTLE     PIC X(6).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-PRINCIPAL  PIC Z(7)9.99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-INTEREST   PIC Z(7)9.99.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-MATURITY   PIC 9(8).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-DET-REASON     PIC X(20).
       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(30).
          05 WS-TOT-COUNT      PIC Z(6)9.
          05 FILLER            PIC X(43) VALUE SPACES.
       01 WS-SEPARATOR-LINE    PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Echeances des depots a terme'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           OPEN I-O TERM-DEPOSITS.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           OPEN I-O HOLDS.
           OPEN INPUT PRODUCTS.
           OPEN EXTEND AUDIT-FILE.
           OPEN OUTPUT MATURITY-REPORT.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           READ TERM-DEPOSITS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               IF TD-ACTIVE AND TD-MATURITY-DATE <= WS-TODAY THEN
                   PERFORM PROCESS-MATURITY
               END-IF
               READ TERM-DEPOSITS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE MATURITY-REPORT.
           CLOSE AUDIT-FILE.
           CLOSE PRODUCTS.
           CLOSE HOLDS.
           CLOSE TRANSACTIONS.
           CLOSE ACCOUNTS.
           CLOSE TERM-DEPOSITS.
           PERFORM UPDATE-CONTROL-TOTALS.
           DISPLAY 'Depots regles: ' WS-SETTLED-COUNT.
           DISPLAY 'Depots renouveles: ' WS-ROLLED-COUNT.
           DISPLAY 'Depots en anomalie: ' WS-ANOMALY-COUNT.
           DISPLAY 'Rapport ecrit dans tdmatur.rpt'.
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

       PROCESS-MATURITY.
           MOVE TD-ACCOUNT TO WS-TD-ACCOUNT.
           MOVE TD-SETTLE-ACCOUNT TO WS-TD-SETTLE.
           MOVE SPACES TO WS-REJECT-REASON.
           COMPUTE WS-TD-INTEREST ROUNDED =
               TD-PRINCIPAL * TD-RATE * TD-TERM / 12.
           PERFORM CHECK-MATURITY-ACCOUNTS.
           IF WS-REJECT-REASON NOT = SPACES THEN
               MOVE 'ANOMALIE' TO WS-DET-ACTION
               PERFORM WRITE-DETAIL-LINE
               ADD 1 TO WS-ANOMALY-COUNT
               DISPLAY 'Depot a terme en anomalie: ' WS-TD-ACCOUNT
                   ' motif ' WS-REJECT-REASON
           ELSE
               PERFORM BUILD-TD-IMAGE
               MOVE WS-TD-IMAGE TO AUDIT-BEFORE
               PERFORM RELEASE-TERM-HOLD
               PERFORM CREDIT-TERM-INTEREST
               IF TD-ROLLS-OVER THEN
                   PERFORM ROLL-OVER-DEPOSIT
               ELSE
                   PERFORM SETTLE-DEPOSIT
               END-IF
               PERFORM WRITE-MATURITY-AUDIT
           END-IF.

       CHECK-MATURITY-ACCOUNTS.
           MOVE WS-TD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE 'COMPTE A TERME ABSENT' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED THEN
                       MOVE 'COMPTE A TERME CLOS' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES AND NOT TD-ROLLS-OVER THEN
               IF ACCOUNT-FROZEN THEN
                   MOVE 'COMPTE GELE' TO WS-REJECT-REASON
               ELSE
                   PERFORM COMPUTE-OTHER-HOLDS
                   IF WS-HOLDS-TOTAL > 0 THEN
                       MOVE 'SAISIE EN COURS' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND NOT TD-ROLLS-OVER THEN
               MOVE WS-TD-SETTLE TO ACCOUNT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
                       MOVE 'REGLEMENT INCONNU' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ACCOUNT-CLOSED THEN
                           MOVE 'REGLEMENT CLOTURE' TO WS-REJECT-REASON
                       ELSE IF ACCOUNT-DORMANT THEN
                           MOVE 'REGLEMENT DORMANT' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       COMPUTE-OTHER-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLD-EOF.
           MOVE WS-TD-ACCOUNT TO HOLD-ACCOUNT.
           MOVE LOW-VALUES TO HOLD-REFERENCE.
           START HOLDS KEY NOT < HOLD-ID
               INVALID KEY MOVE 1 TO WS-HOLD-EOF
           END-START.
           PERFORM UNTIL WS-HOLD-EOF = 1
               READ HOLDS NEXT
                   AT END MOVE 1 TO WS-HOLD-EOF
               END-READ
               IF WS-HOLD-EOF = 0 THEN
                   IF HOLD-ACCOUNT NOT = WS-TD-ACCOUNT THEN
                       MOVE 1 TO WS-HOLD-EOF
                   ELSE IF HOLD-ACTIVE
                           AND HOLD-REFERENCE NOT = 'TERME'
                           AND (HOLD-EXPIRY = 0
                                OR HOLD-EXPIRY >= WS-TODAY) THEN
                       ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-TERM-HOLD.
           MOVE WS-TD-ACCOUNT TO HOLD-ACCOUNT.
           MOVE 'TERME' TO HOLD-REFERENCE.
           READ HOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO HOLD-STATUS
                   REWRITE HOLD-RECORD
           END-READ.

       CREDIT-TERM-INTEREST.
           MOVE WS-TD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-TD-INTEREST TO ACCOUNT-BALANCE
                   MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
           END-READ.
           MOVE ACCOUNT-BALANCE TO WS-TD-PAYOUT.
           IF WS-TD-INTEREST > 0 THEN
               MOVE WS-TD-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'INTEREST' TO TRANS-TYPE
               MOVE WS-TD-INTEREST TO TRANS-AMOUNT
               PERFORM WRITE-TERM-TRANS
           END-IF.
           ADD WS-TD-INTEREST TO TD-INTEREST-PAID.

       ROLL-OVER-DEPOSIT.
           IF WS-TD-PAYOUT > 0 THEN
               MOVE WS-TD-PAYOUT TO WS-TD-NEW-PRINCIPAL
           ELSE
               MOVE 0 TO WS-TD-NEW-PRINCIPAL
           END-IF.
           MOVE TD-PRODUCT TO PRODUCT-CODE.
           READ PRODUCTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PRODUCT-TERM-DEPOSIT AND PRODUCT-TD-RATE > 0 THEN
                       MOVE PRODUCT-TD-RATE TO TD-RATE
                       MOVE PRODUCT-TD-PENALTY TO TD-PENALTY
                   END-IF
           END-READ.
           MOVE WS-TD-NEW-PRINCIPAL TO TD-PRINCIPAL.
           MOVE TD-MATURITY-DATE TO TD-START-DATE.
           PERFORM COMPUTE-TD-MATURITY.
           MOVE WS-TD-DATE-N TO TD-MATURITY-DATE.
           REWRITE TERM-DEPOSIT-RECORD.
           MOVE WS-TD-ACCOUNT TO HOLD-ACCOUNT.
           MOVE 'TERME' TO HOLD-REFERENCE.
           READ HOLDS
               INVALID KEY
                   MOVE WS-TD-ACCOUNT TO HOLD-ACCOUNT
                   MOVE 'TERME' TO HOLD-REFERENCE
                   MOVE WS-TD-NEW-PRINCIPAL TO HOLD-AMOUNT
                   MOVE 0 TO HOLD-EXPIRY
                   MOVE 'A' TO HOLD-STATUS
                   WRITE HOLD-RECORD
               NOT INVALID KEY
                   MOVE WS-TD-NEW-PRINCIPAL TO HOLD-AMOUNT
                   MOVE 0 TO HOLD-EXPIRY
                   MOVE 'A' TO HOLD-STATUS
                   REWRITE HOLD-RECORD
           END-READ.
           MOVE 'RENOUVELE' TO WS-DET-ACTION.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-ROLLED-COUNT.

       SETTLE-DEPOSIT.
           MOVE WS-TD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNT-BALANCE TO WS-TD-PAYOUT
                   MOVE 0 TO ACCOUNT-BALANCE
                   MOVE 'C' TO ACCOUNT-STATUS
                   MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY
                   MOVE WS-TODAY TO ACCOUNT-CLOSE-DATE
                   REWRITE ACCOUNT-RECORD
           END-READ.
           IF WS-TD-PAYOUT > 0 THEN
               MOVE WS-TD-SETTLE TO ACCOUNT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-TD-PAYOUT TO ACCOUNT-BALANCE
                       MOVE WS-TODAY TO ACCOUNT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
               END-READ
               MOVE WS-TD-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'TRANSFER-OUT' TO TRANS-TYPE
               MOVE WS-TD-PAYOUT TO TRANS-AMOUNT
               PERFORM WRITE-TERM-TRANS
               MOVE WS-TD-SETTLE TO TRANS-ACCOUNT-NUMBER
               MOVE 'TRANSFER-IN' TO TRANS-TYPE
               MOVE WS-TD-PAYOUT TO TRANS-AMOUNT
               PERFORM WRITE-TERM-TRANS
           END-IF.
           MOVE 'M' TO TD-STATUS.
           MOVE WS-TODAY TO TD-CLOSE-DATE.
           REWRITE TERM-DEPOSIT-RECORD.
           MOVE 'REGLE' TO WS-DET-ACTION.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-SETTLED-COUNT.

       COMPUTE-TD-MATURITY.
           MOVE TD-START-DATE TO WS-TD-DATE-N.
           COMPUTE WS-TD-MONTHS-TOTAL =
               WS-TD-YYYY * 12 + WS-TD-MM - 1 + TD-TERM.
           DIVIDE WS-TD-MONTHS-TOTAL BY 12 GIVING WS-TD-YYYY
               REMAINDER WS-TD-MM.
           ADD 1 TO WS-TD-MM.
           EVALUATE WS-TD-MM
               WHEN 2
                   MOVE 28 TO WS-TD-MAX-DAY
                   DIVIDE WS-TD-YYYY BY 4 GIVING WS-TD-LEAP-QUOT
                       REMAINDER WS-TD-LEAP-REM
                   IF WS-TD-LEAP-REM = 0 THEN
                       MOVE 29 TO WS-TD-MAX-DAY
                       DIVIDE WS-TD-YYYY BY 100 GIVING WS-TD-LEAP-QUOT
                           REMAINDER WS-TD-LEAP-REM
                       IF WS-TD-LEAP-REM = 0 THEN
                           MOVE 28 TO WS-TD-MAX-DAY
                           DIVIDE WS-TD-YYYY BY 400
                               GIVING WS-TD-LEAP-QUOT
                               REMAINDER WS-TD-LEAP-REM
                           IF WS-TD-LEAP-REM = 0 THEN
                               MOVE 29 TO WS-TD-MAX-DAY
                           END-IF
                       END-IF
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-TD-MAX-DAY
               WHEN OTHER
                   MOVE 31 TO WS-TD-MAX-DAY
           END-EVALUATE.
           IF WS-TD-DD > WS-TD-MAX-DAY THEN
               MOVE WS-TD-MAX-DAY TO WS-TD-DD
           END-IF.
           MOVE 'A' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-TD-DATE-N
               WS-BUS-STATUS.

       WRITE-TERM-TRANS.
           MOVE WS-TODAY TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE 'TERME' TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.

       WRITE-MATURITY-AUDIT.
           PERFORM BUILD-TD-IMAGE.
           MOVE WS-TD-IMAGE TO AUDIT-AFTER.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'TERME' TO AUDIT-OPERATOR.
           MOVE WS-TD-ACCOUNT TO AUDIT-ACCOUNT.
           MOVE 'TD-MATURITY' TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

       BUILD-TD-IMAGE.
           MOVE TD-STATUS TO WS-IMG-TD-STATUS.
           MOVE TD-PRINCIPAL TO WS-IMG-TD-PRIN.
           MOVE TD-RATE TO WS-IMG-TD-RATE.
           MOVE TD-MATURITY-DATE TO WS-IMG-TD-MATURITY.
           MOVE TD-ROLLOVER TO WS-IMG-TD-ROLLOVER.

       WRITE-DETAIL-LINE.
           MOVE WS-TD-ACCOUNT TO WS-DET-ACCOUNT.
           IF TD-ROLLS-OVER THEN
               MOVE SPACES TO WS-DET-SETTLE
           ELSE
               MOVE WS-TD-SETTLE TO WS-DET-SETTLE
           END-IF.
           MOVE TD-PRINCIPAL TO WS-DET-PRINCIPAL.
           MOVE WS-TD-INTEREST TO WS-DET-INTEREST.
           MOVE TD-MATURITY-DATE TO WS-DET-MATURITY.
           MOVE WS-REJECT-REASON TO WS-DET-REASON.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOTS REGLES' TO WS-TOT-LABEL.
           MOVE WS-SETTLED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOTS RENOUVELES' TO WS-TOT-LABEL.
           MOVE WS-ROLLED-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'DEPOTS EN ANOMALIE' TO WS-TOT-LABEL.
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
