           ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES.
           SELECT JOURNAL-REPORT ASSIGN TO 'eod_journal.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO 'comptes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL FX-CONVERSIONS ASSIGN TO 'fxconv.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FXC-OUT-SEQUENCE
           ALTERNATE RECORD KEY IS FXC-IN-SEQUENCE WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
          05 TRANS-REF-SEQUENCE  PIC 9(8).
       FD JOURNAL-REPORT.
       01 REPORT-LINE            PIC X(80).
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
       01 WS-REPORT-DATE       PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-TYPE-IDX          PIC 99.
       01 WS-TYPE-MAX          PIC 99 VALUE 19.
       01 WS-TYPE-HIT          PIC 9.
       01 WS-NET-CASH          PIC S9(10)V99.
       01 WS-TRANSFER-GAP      PIC S9(10)V99.
       01 WS-GRAND-COUNT       PIC 9(7).
       01 WS-TYPE-TABLE.
          05 WS-TYPE-ENTRY OCCURS 19 TIMES.
             10 WS-TT-NAME      PIC X(13).
       01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
       01 WS-TRANS-CURRENCY    PIC X(3).
       01 WS-CONVERTED         PIC 9.
       01 WS-CCY-IDX           PIC 99.
       01 WS-CCY-HIT           PIC 99.
       01 WS-CCY-COUNT         PIC 99 VALUE 0.
       01 WS-CCY-MAX           PIC 99 VALUE 20.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CCY-CODE     PIC X(3).
             10 WS-CCY-RVS-CASH PIC S9(10)V99.
             10 WS-CCY-CONV-IN  PIC 9(10)V99.
             10 WS-CCY-CONV-OUT PIC 9(10)V99.
             10 WS-CCY-TYPE OCCURS 19 TIMES.
                15 WS-TT-COUNT  PIC 9(7).
                15 WS-TT-AMOUNT PIC 9(10)V99.
       01 WS-CURRENCY-LINE.
          05 FILLER            PIC X(8) VALUE 'DEVISE: '.
          05 WS-CUR-CODE       PIC X(3).
          05 FILLER            PIC X(69) VALUE SPACES.
       01 WS-HEADER-LINE.
          05 FILLER            PIC X(34)
             VALUE 'JOURNAL DE CAISSE DE FIN DE JOUR  '.
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-RVS-COUNT         PIC 9(5) VALUE 0.
       01 WS-RVS-IDX           PIC 9(5).
       01 WS-REVERSAL-TABLE.
             10 WS-RVS-REF      PIC 9(8).
             10 WS-RVS-AMOUNT   PIC 9(8)V99.
             10 WS-RVS-SIGN     PIC X(1).
             10 WS-RVS-CCY      PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Journal de caisse de fin de jour'.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM GET-BUSINESS-DATE.
           PERFORM SETUP-TYPE-TABLE.
           PERFORM ACCUMULATE-DAY.
           PERFORM RESOLVE-REVERSAL-CASH.
           PERFORM WRITE-REPORT.
           DISPLAY 'Journal ecrit dans eod_journal.rpt'.
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE 'G' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-REPORT-DATE
               WS-BUS-STATUS.
           DISPLAY 'Date comptable: ' WS-REPORT-DATE.
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
           MOVE 'SUSPENSE-IN' TO WS-TT-NAME(12).
           MOVE 'LOAN-DISBURSE' TO WS-TT-NAME(13).
           MOVE 'LOAN-PAYMENT' TO WS-TT-NAME(14).
           MOVE 'CHQ-DEPOSIT' TO WS-TT-NAME(15).
           MOVE 'CHQ-RETURN' TO WS-TT-NAME(16).
           MOVE 'CHQ-FEE' TO WS-TT-NAME(17).
           MOVE 'CHQ-PAYMENT' TO WS-TT-NAME(18).
           MOVE 'AUTRES' TO WS-TT-NAME(19).
           MOVE WS-BASE-CURRENCY TO WS-TRANS-CURRENCY.
           PERFORM ADD-CURRENCY-ENTRY.

       ADD-CURRENCY-ENTRY.
           ADD 1 TO WS-CCY-COUNT.
           MOVE WS-CCY-COUNT TO WS-CCY-HIT.
           MOVE WS-TRANS-CURRENCY TO WS-CCY-CODE(WS-CCY-HIT).
           MOVE 0 TO WS-CCY-RVS-CASH(WS-CCY-HIT).
           MOVE 0 TO WS-CCY-CONV-IN(WS-CCY-HIT).
           MOVE 0 TO WS-CCY-CONV-OUT(WS-CCY-HIT).
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-MAX
               MOVE 0 TO WS-TT-COUNT(WS-CCY-HIT, WS-TYPE-IDX)
               MOVE 0 TO WS-TT-AMOUNT(WS-CCY-HIT, WS-TYPE-IDX)
           END-PERFORM.

       FIND-TRANS-CURRENCY.
           MOVE TRANS-ACCOUNT-NUMBER TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-CURRENCY
           END-READ.
           MOVE ACCOUNT-CURRENCY TO WS-TRANS-CURRENCY.
           IF WS-TRANS-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-TRANS-CURRENCY
           END-IF.
           MOVE 0 TO WS-CCY-HIT.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT OR WS-CCY-HIT > 0
               IF WS-CCY-CODE(WS-CCY-IDX) = WS-TRANS-CURRENCY THEN
                   MOVE WS-CCY-IDX TO WS-CCY-HIT
               END-IF
           END-PERFORM.
           IF WS-CCY-HIT = 0 THEN
               IF WS-CCY-COUNT < WS-CCY-MAX THEN
                   PERFORM ADD-CURRENCY-ENTRY
               ELSE
                   DISPLAY 'Table des devises limitee a 20 entrees: '
                       WS-TRANS-CURRENCY
                   MOVE WS-CCY-MAX TO WS-CCY-HIT
               END-IF
           END-IF.

       CHECK-CONVERTED-TRANSFER.
           MOVE 0 TO WS-CONVERTED.
           IF TRANS-TYPE = 'TRANSFER-OUT' THEN
               MOVE TRANS-SEQUENCE TO FXC-OUT-SEQUENCE
               READ FX-CONVERSIONS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CONVERTED
                       ADD TRANS-AMOUNT TO WS-CCY-CONV-OUT(WS-CCY-HIT)
               END-READ
           END-IF.
           IF TRANS-TYPE = 'TRANSFER-IN' THEN
               MOVE TRANS-SEQUENCE TO FXC-IN-SEQUENCE
               READ FX-CONVERSIONS KEY IS FXC-IN-SEQUENCE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-CONVERTED
                       ADD TRANS-AMOUNT TO WS-CCY-CONV-IN(WS-CCY-HIT)
               END-READ
           END-IF.

       ACCUMULATE-DAY.
           OPEN INPUT ACCOUNTS.
           OPEN INPUT FX-CONVERSIONS.
           OPEN INPUT TRANSACTIONS.
           MOVE WS-REPORT-DATE TO TRANS-DATE.
           START TRANSACTIONS KEY NOT < TRANS-DATE
               END-IF
           END-PERFORM.
           CLOSE TRANSACTIONS.
           CLOSE FX-CONVERSIONS.
           CLOSE ACCOUNTS.

       TALLY-TRANSACTION.
           PERFORM FIND-TRANS-CURRENCY.
           PERFORM CHECK-CONVERTED-TRANSFER.
           MOVE 0 TO WS-TYPE-HIT.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 18 OR WS-TYPE-HIT = 1
               IF TRANS-TYPE = WS-TT-NAME(WS-TYPE-IDX) THEN
                   MOVE 1 TO WS-TYPE-HIT
                   ADD 1 TO WS-TT-COUNT(WS-CCY-HIT, WS-TYPE-IDX)
                   ADD TRANS-AMOUNT
                       TO WS-TT-AMOUNT(WS-CCY-HIT, WS-TYPE-IDX)
               END-IF
           END-PERFORM.
           IF WS-TYPE-HIT = 0 THEN
               ADD 1 TO WS-TT-COUNT(WS-CCY-HIT, 19)
               ADD TRANS-AMOUNT TO WS-TT-AMOUNT(WS-CCY-HIT, 19)
           END-IF.
           IF TRANS-TYPE = 'REVERSAL-DR'
                   OR TRANS-TYPE = 'REVERSAL-CR' THEN
               ADD 1 TO WS-RVS-COUNT
               MOVE TRANS-REF-SEQUENCE TO WS-RVS-REF(WS-RVS-COUNT)
               MOVE TRANS-AMOUNT TO WS-RVS-AMOUNT(WS-RVS-COUNT)
               MOVE WS-CCY-HIT TO WS-RVS-CCY(WS-RVS-COUNT)
               IF TRANS-TYPE = 'REVERSAL-DR' THEN
                   MOVE 'D' TO WS-RVS-SIGN(WS-RVS-COUNT)
               ELSE
           END-IF.

       RESOLVE-REVERSAL-CASH.
           IF WS-RVS-COUNT > 0 THEN
               OPEN INPUT TRANSACTIONS
               PERFORM VARYING WS-RVS-IDX FROM 1 BY 1
               NOT INVALID KEY
                   IF TRANS-TYPE = 'DEPOSIT'
                           AND WS-RVS-SIGN(WS-RVS-IDX) = 'D' THEN
                       SUBTRACT WS-RVS-AMOUNT(WS-RVS-IDX) FROM
                           WS-CCY-RVS-CASH(WS-RVS-CCY(WS-RVS-IDX))
                   END-IF
                   IF TRANS-TYPE = 'WITHDRAW'
                           AND WS-RVS-SIGN(WS-RVS-IDX) = 'C' THEN
                       ADD WS-RVS-AMOUNT(WS-RVS-IDX) TO
                           WS-CCY-RVS-CASH(WS-RVS-CCY(WS-RVS-IDX))
                   END-IF
           END-READ.

           MOVE WS-REPORT-DATE TO WS-HDR-DATE.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-GRAND-COUNT.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               PERFORM WRITE-CURRENCY-SECTION
           END-PERFORM.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'TOTAL GENERAL' TO WS-DET-TYPE.
           MOVE WS-GRAND-COUNT TO WS-DET-COUNT.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'VISA DU SUPERVISEUR: ________________'
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE JOURNAL-REPORT.

       WRITE-CURRENCY-SECTION.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CCY-CODE(WS-CCY-IDX) TO WS-CUR-CODE.
           MOVE WS-CURRENCY-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-MAX
               MOVE WS-TT-NAME(WS-TYPE-IDX) TO WS-DET-TYPE
               MOVE WS-TT-COUNT(WS-CCY-IDX, WS-TYPE-IDX)
                   TO WS-DET-COUNT
               MOVE WS-TT-AMOUNT(WS-CCY-IDX, WS-TYPE-IDX)
                   TO WS-DET-AMOUNT
               ADD WS-TT-COUNT(WS-CCY-IDX, WS-TYPE-IDX)
                   TO WS-GRAND-COUNT
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-NET-CASH =
               WS-TT-AMOUNT(WS-CCY-IDX, 1) - WS-TT-AMOUNT(WS-CCY-IDX, 2)
               + WS-CCY-RVS-CASH(WS-CCY-IDX).
           MOVE 'MOUVEMENT NET DE CAISSE   ' TO WS-TOT-LABEL.
           MOVE WS-NET-CASH TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'VIREMENTS RECUS AU CHANGE ' TO WS-TOT-LABEL.
           MOVE WS-CCY-CONV-IN(WS-CCY-IDX) TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'VIREMENTS EMIS AU CHANGE  ' TO WS-TOT-LABEL.
           MOVE WS-CCY-CONV-OUT(WS-CCY-IDX) TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-TRANSFER-GAP =
               WS-TT-AMOUNT(WS-CCY-IDX, 3) - WS-CCY-CONV-IN(WS-CCY-IDX)
               - WS-TT-AMOUNT(WS-CCY-IDX, 4)
               + WS-CCY-CONV-OUT(WS-CCY-IDX).
           MOVE 'ECART VIREMENTS (DOIT=0)  ' TO WS-TOT-LABEL.
           MOVE WS-TRANSFER-GAP TO WS-TOT-AMOUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
