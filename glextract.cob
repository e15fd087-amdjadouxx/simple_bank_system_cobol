           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXTRACT-FILE ASSIGN TO 'gl_extract.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNTS ASSIGN TO 'comptes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT-NUMBER.

       DATA DIVISION.
       FILE SECTION.
          05 MAP-GL-ACCOUNT      PIC X(8).
          05 MAP-DR-CR           PIC X(1).
       FD GL-EXTRACT-FILE.
       01 GL-EXTRACT-RECORD      PIC X(70).
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

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-MAP-EOF           PIC 9 VALUE 0.
       01 WS-EXTRACT-DATE      PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-BATCH-NUMBER      PIC X(8).
       01 WS-MAP-COUNT         PIC 9(2) VALUE 0.
       01 WS-MAP-IDX           PIC 9(2).
       01 WS-UNMAPPED-COUNT    PIC 9(7) VALUE 0.
       01 WS-DETAIL-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-AMOUNT      PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-BASE        PIC 9(12)V99 VALUE 0.
       01 WS-BASE-AMOUNT       PIC 9(12)V99.
       01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
       01 WS-TRANS-CURRENCY    PIC X(3).
       01 WS-CCY-IDX           PIC 99.
       01 WS-CCY-HIT           PIC 99.
       01 WS-CCY-COUNT         PIC 99 VALUE 0.
       01 WS-CCY-MAX           PIC 99 VALUE 20.
       01 WS-CCY-ERROR         PIC 9 VALUE 0.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 20 TIMES.
             10 WS-CCY-CODE     PIC X(3).
             10 WS-CCY-RATE     PIC 9(4)V9(6).
             10 WS-CCY-RATE-OK  PIC 9.
             10 WS-CCY-DETAILS  PIC 9(7).
             10 WS-CCY-AMOUNT   PIC 9(12)V99.
             10 WS-CCY-BASE     PIC 9(12)V99.
       01 WS-FX-CONVERSION.
          05 WS-FX-FROM-CURRENCY PIC X(3).
          05 WS-FX-TO-CURRENCY  PIC X(3).
          05 WS-FX-DATE         PIC 9(8).
          05 WS-FX-AMOUNT-IN    PIC 9(8)V99.
          05 WS-FX-AMOUNT-OUT   PIC 9(8)V99.
          05 WS-FX-RATE         PIC 9(4)V9(6).
       01 WS-FX-STATUS         PIC X(1).
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
             10 WS-MAP-TYPE     PIC X(13).
             10 WS-MAP-GL       PIC X(8).
             10 WS-MAP-SENS     PIC X(1).
             10 WS-MAP-CCY OCCURS 20 TIMES.
                15 WS-MAP-COUNTER PIC 9(7).
                15 WS-MAP-AMOUNT PIC 9(12)V99.
                15 WS-MAP-BASE  PIC 9(12)V99.
       01 GLX-HEADER.
          05 GLX-HDR-TYPE       PIC X(1) VALUE '1'.
          05 GLX-HDR-BATCH      PIC X(8).
          05 GLX-HDR-DATE       PIC 9(8).
          05 FILLER             PIC X(53) VALUE SPACES.
       01 GLX-DETAIL.
          05 GLX-DET-TYPE       PIC X(1) VALUE '2'.
          05 GLX-DET-GL         PIC X(8).
          05 GLX-DET-AMOUNT     PIC 9(12)V99.
          05 GLX-DET-COUNT      PIC 9(7).
          05 GLX-DET-SOURCE     PIC X(13).
          05 GLX-DET-CURRENCY   PIC X(3).
          05 GLX-DET-BASE       PIC 9(12)V99.
          05 FILLER             PIC X(9) VALUE SPACES.
       01 GLX-CURRENCY-TOTAL.
          05 GLX-CCY-TYPE       PIC X(1) VALUE '8'.
          05 GLX-CCY-CODE       PIC X(3).
          05 GLX-CCY-COUNT      PIC 9(7).
          05 GLX-CCY-AMOUNT     PIC 9(12)V99.
          05 GLX-CCY-BASE       PIC 9(12)V99.
          05 FILLER             PIC X(31) VALUE SPACES.
       01 GLX-TRAILER.
          05 GLX-TRL-TYPE       PIC X(1) VALUE '9'.
          05 GLX-TRL-COUNT      PIC 9(7).
          05 GLX-TRL-AMOUNT     PIC 9(12)V99.
          05 GLX-TRL-BASE       PIC 9(12)V99.
          05 FILLER             PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Extraction comptable vers le grand livre'.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM GET-BUSINESS-DATE.
           DISPLAY 'Numero de lot comptable: '.
           ACCEPT WS-BATCH-NUMBER.
           PERFORM LOAD-GL-MAP.
           IF WS-MAP-COUNT = 0 THEN
               DISPLAY 'Table de correspondance glmap.dat vide.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ACCUMULATE-DAY.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-RATE-OK(WS-CCY-IDX) = 0 THEN
                   MOVE 1 TO WS-CCY-ERROR
               END-IF
           END-PERFORM.
           IF WS-CCY-ERROR = 1 THEN
               DISPLAY 'Devises non valorisees, extraction refusee.'
               DISPLAY 'Mouvements sans correspondance: '
                   WS-UNMAPPED-COUNT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-EXTRACT.
           DISPLAY 'Extraction ecrite dans gl_extract.dat'.
           DISPLAY 'Mouvements sans correspondance: '
               WS-UNMAPPED-COUNT.
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE 'G' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-EXTRACT-DATE
               WS-BUS-STATUS.
           DISPLAY 'Date comptable: ' WS-EXTRACT-DATE.
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
               MOVE MAP-TRANS-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
               MOVE MAP-GL-ACCOUNT TO WS-MAP-GL(WS-MAP-COUNT)
               MOVE MAP-DR-CR TO WS-MAP-SENS(WS-MAP-COUNT)
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-MAX
                   MOVE 0 TO WS-MAP-COUNTER(WS-MAP-COUNT, WS-CCY-IDX)
                   MOVE 0 TO WS-MAP-AMOUNT(WS-MAP-COUNT, WS-CCY-IDX)
                   MOVE 0 TO WS-MAP-BASE(WS-MAP-COUNT, WS-CCY-IDX)
               END-PERFORM
               READ GL-MAP AT END MOVE 1 TO WS-MAP-EOF
           END-PERFORM.
           IF WS-MAP-EOF = 0 THEN
           CLOSE GL-MAP.

       ACCUMULATE-DAY.
           OPEN INPUT ACCOUNTS.
           OPEN INPUT TRANSACTIONS.
           MOVE WS-EXTRACT-DATE TO TRANS-DATE.
           START TRANSACTIONS KEY NOT < TRANS-DATE
               END-IF
           END-PERFORM.
           CLOSE TRANSACTIONS.
           CLOSE ACCOUNTS.

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
                   MOVE 1 TO WS-CCY-ERROR
               END-IF
           END-IF.

       ADD-CURRENCY-ENTRY.
           ADD 1 TO WS-CCY-COUNT.
           MOVE WS-CCY-COUNT TO WS-CCY-HIT.
           MOVE WS-TRANS-CURRENCY TO WS-CCY-CODE(WS-CCY-HIT).
           MOVE 0 TO WS-CCY-DETAILS(WS-CCY-HIT).
           MOVE 0 TO WS-CCY-AMOUNT(WS-CCY-HIT).
           MOVE 0 TO WS-CCY-BASE(WS-CCY-HIT).
           MOVE WS-TRANS-CURRENCY TO WS-FX-FROM-CURRENCY.
           MOVE WS-BASE-CURRENCY TO WS-FX-TO-CURRENCY.
           MOVE WS-EXTRACT-DATE TO WS-FX-DATE.
           MOVE 0 TO WS-FX-AMOUNT-IN.
           CALL 'EXCHANGE-RATE' USING WS-FX-CONVERSION WS-FX-STATUS.
           IF WS-FX-STATUS = '0' THEN
               MOVE 1 TO WS-CCY-RATE-OK(WS-CCY-HIT)
               MOVE WS-FX-RATE TO WS-CCY-RATE(WS-CCY-HIT)
           ELSE
               MOVE 0 TO WS-CCY-RATE-OK(WS-CCY-HIT)
               MOVE 0 TO WS-CCY-RATE(WS-CCY-HIT)
               DISPLAY 'Cours de change indisponible: '
                   WS-TRANS-CURRENCY
           END-IF.

       MAP-TRANSACTION.
           MOVE 0 TO WS-MAP-HIT.
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-HIT = 1
               IF TRANS-TYPE = WS-MAP-TYPE(WS-MAP-IDX) THEN
                   MOVE 1 TO WS-MAP-HIT
                   PERFORM FIND-TRANS-CURRENCY
                   IF WS-CCY-HIT = 0 THEN
                       ADD 1 TO WS-UNMAPPED-COUNT
                   ELSE
                       PERFORM ADD-TO-MAP-BUCKET
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MAP-HIT = 0 THEN
               DISPLAY 'Type sans correspondance: ' TRANS-TYPE
           END-IF.

       ADD-TO-MAP-BUCKET.
           COMPUTE WS-BASE-AMOUNT ROUNDED =
               TRANS-AMOUNT * WS-CCY-RATE(WS-CCY-HIT).
           ADD 1 TO WS-MAP-COUNTER(WS-MAP-IDX, WS-CCY-HIT).
           ADD TRANS-AMOUNT TO WS-MAP-AMOUNT(WS-MAP-IDX, WS-CCY-HIT).
           ADD WS-BASE-AMOUNT TO WS-MAP-BASE(WS-MAP-IDX, WS-CCY-HIT).

       WRITE-EXTRACT.
           OPEN OUTPUT GL-EXTRACT-FILE.
           MOVE WS-BATCH-NUMBER TO GLX-HDR-BATCH.
           WRITE GL-EXTRACT-RECORD.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-COUNT
                   IF WS-MAP-COUNTER(WS-MAP-IDX, WS-CCY-IDX) > 0 THEN
                       PERFORM WRITE-DETAIL-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CCY-DETAILS(WS-CCY-IDX) > 0 THEN
                   MOVE WS-CCY-CODE(WS-CCY-IDX) TO GLX-CCY-CODE
                   MOVE WS-CCY-DETAILS(WS-CCY-IDX) TO GLX-CCY-COUNT
                   MOVE WS-CCY-AMOUNT(WS-CCY-IDX) TO GLX-CCY-AMOUNT
                   MOVE WS-CCY-BASE(WS-CCY-IDX) TO GLX-CCY-BASE
                   MOVE GLX-CURRENCY-TOTAL TO GL-EXTRACT-RECORD
                   WRITE GL-EXTRACT-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-DETAIL-COUNT TO GLX-TRL-COUNT.
           MOVE WS-TOTAL-AMOUNT TO GLX-TRL-AMOUNT.
           MOVE WS-TOTAL-BASE TO GLX-TRL-BASE.
           MOVE GLX-TRAILER TO GL-EXTRACT-RECORD.
           WRITE GL-EXTRACT-RECORD.
           CLOSE GL-EXTRACT-FILE.

       WRITE-DETAIL-RECORD.
           MOVE WS-MAP-GL(WS-MAP-IDX) TO GLX-DET-GL.
           MOVE WS-MAP-SENS(WS-MAP-IDX) TO GLX-DET-SENS.
           MOVE WS-MAP-AMOUNT(WS-MAP-IDX, WS-CCY-IDX) TO GLX-DET-AMOUNT.
           MOVE WS-MAP-COUNTER(WS-MAP-IDX, WS-CCY-IDX) TO GLX-DET-COUNT.
           MOVE WS-MAP-TYPE(WS-MAP-IDX) TO GLX-DET-SOURCE.
           MOVE WS-CCY-CODE(WS-CCY-IDX) TO GLX-DET-CURRENCY.
           MOVE WS-MAP-BASE(WS-MAP-IDX, WS-CCY-IDX) TO GLX-DET-BASE.
           MOVE GLX-DETAIL TO GL-EXTRACT-RECORD.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-MAP-AMOUNT(WS-MAP-IDX, WS-CCY-IDX) TO WS-TOTAL-AMOUNT.
           ADD WS-MAP-BASE(WS-MAP-IDX, WS-CCY-IDX) TO WS-TOTAL-BASE.
           ADD 1 TO WS-CCY-DETAILS(WS-CCY-IDX).
           ADD WS-MAP-AMOUNT(WS-MAP-IDX, WS-CCY-IDX)
               TO WS-CCY-AMOUNT(WS-CCY-IDX).
           ADD WS-MAP-BASE(WS-MAP-IDX, WS-CCY-IDX)
               TO WS-CCY-BASE(WS-CCY-IDX).
