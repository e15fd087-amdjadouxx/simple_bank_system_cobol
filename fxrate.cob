       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCHANGE-RATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FX-RATES ASSIGN TO 'fxrates.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FX-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD FX-RATES.
       01 FX-RATE-RECORD.
          05 FX-KEY.
             10 FX-CURRENCY     PIC X(3).
             10 FX-DATE         PIC 9(8).
          05 FX-RATE            PIC 9(4)V9(6).
          05 FX-OPERATOR        PIC X(8).
          05 FX-ENTRY-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
       01 WS-FX-EOF            PIC 9 VALUE 0.
       01 WS-LOOKUP-CURRENCY   PIC X(3).
       01 WS-LOOKUP-RATE       PIC 9(4)V9(6).
       01 WS-FROM-RATE         PIC 9(4)V9(6).
       01 WS-TO-RATE           PIC 9(4)V9(6).

       LINKAGE SECTION.
       01 LNK-CONVERSION.
          05 LNK-FROM-CURRENCY  PIC X(3).
          05 LNK-TO-CURRENCY    PIC X(3).
          05 LNK-DATE           PIC 9(8).
          05 LNK-AMOUNT-IN      PIC 9(8)V99.
          05 LNK-AMOUNT-OUT     PIC 9(8)V99.
          05 LNK-RATE           PIC 9(4)V9(6).
       01 LNK-STATUS           PIC X(1).

       PROCEDURE DIVISION USING LNK-CONVERSION LNK-STATUS.
       MAIN-PROCEDURE.
           MOVE '0' TO LNK-STATUS.
           MOVE 0 TO LNK-AMOUNT-OUT.
           MOVE 0 TO LNK-RATE.
           IF LNK-FROM-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO LNK-FROM-CURRENCY
           END-IF.
           IF LNK-TO-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO LNK-TO-CURRENCY
           END-IF.
           IF LNK-FROM-CURRENCY = LNK-TO-CURRENCY THEN
               MOVE 1 TO LNK-RATE
               MOVE LNK-AMOUNT-IN TO LNK-AMOUNT-OUT
               GOBACK
           END-IF.
           OPEN INPUT FX-RATES.
           MOVE LNK-FROM-CURRENCY TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-RATE.
           MOVE WS-LOOKUP-RATE TO WS-FROM-RATE.
           MOVE LNK-TO-CURRENCY TO WS-LOOKUP-CURRENCY.
           PERFORM FIND-RATE.
           MOVE WS-LOOKUP-RATE TO WS-TO-RATE.
           CLOSE FX-RATES.
           IF WS-FROM-RATE = 0 OR WS-TO-RATE = 0 THEN
               MOVE '1' TO LNK-STATUS
           ELSE
               COMPUTE LNK-RATE ROUNDED = WS-FROM-RATE / WS-TO-RATE
                   ON SIZE ERROR
                       MOVE '2' TO LNK-STATUS
               END-COMPUTE
               COMPUTE LNK-AMOUNT-OUT ROUNDED =
                   LNK-AMOUNT-IN * WS-FROM-RATE / WS-TO-RATE
                   ON SIZE ERROR
                       MOVE '2' TO LNK-STATUS
               END-COMPUTE
           END-IF.
           GOBACK.

       FIND-RATE.
           MOVE 0 TO WS-LOOKUP-RATE.
           IF WS-LOOKUP-CURRENCY = WS-BASE-CURRENCY THEN
               MOVE 1 TO WS-LOOKUP-RATE
           ELSE
               MOVE 0 TO WS-FX-EOF
               MOVE WS-LOOKUP-CURRENCY TO FX-CURRENCY
               MOVE 0 TO FX-DATE
               START FX-RATES KEY NOT < FX-KEY
                   INVALID KEY MOVE 1 TO WS-FX-EOF
               END-START
               PERFORM UNTIL WS-FX-EOF = 1
                   READ FX-RATES NEXT
                       AT END MOVE 1 TO WS-FX-EOF
                   END-READ
                   IF WS-FX-EOF = 0 THEN
                       IF FX-CURRENCY NOT = WS-LOOKUP-CURRENCY
                               OR FX-DATE > LNK-DATE THEN
                           MOVE 1 TO WS-FX-EOF
                       ELSE
                           MOVE FX-RATE TO WS-LOOKUP-RATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
