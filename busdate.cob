       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO 'busdate.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLIDAYS ASSIGN TO 'holidays.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOL-DATE.

       DATA DIVISION.
       FILE SECTION.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
          05 BUSD-DATE          PIC 9(8).
          05 BUSD-PREV-DATE     PIC 9(8).
          05 BUSD-ROLL-DATE     PIC 9(8).
          05 BUSD-ROLL-TIME     PIC 9(8).
       FD HOLIDAYS.
       01 HOLIDAY-RECORD.
          05 HOL-DATE           PIC 9(8).
          05 HOL-LABEL          PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-BUSD-EOF          PIC 9 VALUE 0.
       01 WS-CURRENT-DATE      PIC 9(8).
       01 WS-PREV-DATE         PIC 9(8).
       01 WS-WORK-DATE.
          05 WS-WORK-YYYY      PIC 9(4).
          05 WS-WORK-MM        PIC 9(2).
          05 WS-WORK-DD        PIC 9(2).
       01 WS-WORK-DATE-N REDEFINES WS-WORK-DATE PIC 9(8).
       01 WS-MONTH-DAYS        PIC 9(2).
       01 WS-LEAP-QUOT         PIC 9(4).
       01 WS-LEAP-REM          PIC 9(4).
       01 WS-BUSINESS-DAY      PIC 9 VALUE 0.
       01 WS-DATE-VALID        PIC 9 VALUE 0.
       01 WS-ZEL-MONTH         PIC 9(2).
       01 WS-ZEL-YEAR          PIC 9(4).
       01 WS-ZEL-CENTURY       PIC 9(2).
       01 WS-ZEL-YY            PIC 9(2).
       01 WS-ZEL-SUM           PIC 9(5).
       01 WS-ZEL-QUOT          PIC 9(5).
       01 WS-WEEKDAY           PIC 9(1).

       LINKAGE SECTION.
       01 LNK-FUNCTION         PIC X(1).
       01 LNK-DATE             PIC 9(8).
       01 LNK-STATUS           PIC X(1).

       PROCEDURE DIVISION USING LNK-FUNCTION LNK-DATE LNK-STATUS.
       MAIN-PROCEDURE.
           MOVE '0' TO LNK-STATUS.
           EVALUATE LNK-FUNCTION
               WHEN 'G'
                   PERFORM READ-BUSINESS-DATE
                   MOVE WS-CURRENT-DATE TO LNK-DATE
               WHEN 'A'
                   PERFORM ADJUST-TO-BUSINESS-DAY
               WHEN 'N'
                   PERFORM NEXT-BUSINESS-DAY
               WHEN 'R'
                   PERFORM ROLL-BUSINESS-DATE
               WHEN 'S'
                   PERFORM SET-BUSINESS-DATE
               WHEN OTHER
                   MOVE '9' TO LNK-STATUS
           END-EVALUATE.
           GOBACK.

       READ-BUSINESS-DATE.
           MOVE 0 TO WS-CURRENT-DATE.
           MOVE 0 TO WS-PREV-DATE.
           MOVE 0 TO WS-BUSD-EOF.
           OPEN INPUT BUSINESS-DATE-FILE.
           READ BUSINESS-DATE-FILE AT END MOVE 1 TO WS-BUSD-EOF.
           IF WS-BUSD-EOF = 0 THEN
               MOVE BUSD-DATE TO WS-CURRENT-DATE
               MOVE BUSD-PREV-DATE TO WS-PREV-DATE
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           IF WS-CURRENT-DATE = 0 THEN
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE '2' TO LNK-STATUS
           END-IF.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE WS-CURRENT-DATE TO BUSD-DATE.
           MOVE WS-PREV-DATE TO BUSD-PREV-DATE.
           ACCEPT BUSD-ROLL-DATE FROM DATE YYYYMMDD.
           ACCEPT BUSD-ROLL-TIME FROM TIME.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.

       ADJUST-TO-BUSINESS-DAY.
           MOVE LNK-DATE TO WS-WORK-DATE-N.
           PERFORM VALIDATE-WORK-DATE.
           IF WS-DATE-VALID = 0 THEN
               MOVE '3' TO LNK-STATUS
           ELSE
               OPEN INPUT HOLIDAYS
               PERFORM CHECK-BUSINESS-DAY
               PERFORM UNTIL WS-BUSINESS-DAY = 1
                   PERFORM ADD-ONE-DAY
                   PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
               CLOSE HOLIDAYS
               MOVE WS-WORK-DATE-N TO LNK-DATE
           END-IF.

       NEXT-BUSINESS-DAY.
           MOVE LNK-DATE TO WS-WORK-DATE-N.
           PERFORM VALIDATE-WORK-DATE.
           IF WS-DATE-VALID = 0 THEN
               MOVE '3' TO LNK-STATUS
           ELSE
               OPEN INPUT HOLIDAYS
               PERFORM ADD-ONE-DAY
               PERFORM CHECK-BUSINESS-DAY
               PERFORM UNTIL WS-BUSINESS-DAY = 1
                   PERFORM ADD-ONE-DAY
                   PERFORM CHECK-BUSINESS-DAY
               END-PERFORM
               CLOSE HOLIDAYS
               MOVE WS-WORK-DATE-N TO LNK-DATE
           END-IF.

       ROLL-BUSINESS-DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE TO WS-PREV-DATE.
           MOVE WS-CURRENT-DATE TO LNK-DATE.
           PERFORM NEXT-BUSINESS-DAY.
           MOVE LNK-DATE TO WS-CURRENT-DATE.
           PERFORM WRITE-BUSINESS-DATE.

       SET-BUSINESS-DATE.
           MOVE LNK-DATE TO WS-WORK-DATE-N.
           PERFORM VALIDATE-WORK-DATE.
           IF WS-DATE-VALID = 0 THEN
               MOVE '3' TO LNK-STATUS
           ELSE
               OPEN INPUT HOLIDAYS
               PERFORM CHECK-BUSINESS-DAY
               CLOSE HOLIDAYS
               IF WS-BUSINESS-DAY = 0 THEN
                   MOVE '4' TO LNK-STATUS
               ELSE
                   PERFORM READ-BUSINESS-DATE
                   MOVE '0' TO LNK-STATUS
                   MOVE WS-CURRENT-DATE TO WS-PREV-DATE
                   MOVE LNK-DATE TO WS-CURRENT-DATE
                   PERFORM WRITE-BUSINESS-DATE
               END-IF
           END-IF.

       VALIDATE-WORK-DATE.
           MOVE 0 TO WS-DATE-VALID.
           IF WS-WORK-YYYY > 1900
                   AND WS-WORK-MM >= 1 AND WS-WORK-MM <= 12
                   AND WS-WORK-DD >= 1 THEN
               PERFORM SET-MONTH-DAYS
               IF WS-WORK-DD <= WS-MONTH-DAYS THEN
                   MOVE 1 TO WS-DATE-VALID
               END-IF
           END-IF.

       CHECK-BUSINESS-DAY.
           PERFORM COMPUTE-WEEKDAY.
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 1 THEN
               MOVE 0 TO WS-BUSINESS-DAY
           ELSE
               MOVE 1 TO WS-BUSINESS-DAY
               MOVE WS-WORK-DATE-N TO HOL-DATE
               READ HOLIDAYS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 0 TO WS-BUSINESS-DAY
               END-READ
           END-IF.

       COMPUTE-WEEKDAY.
           MOVE WS-WORK-MM TO WS-ZEL-MONTH.
           MOVE WS-WORK-YYYY TO WS-ZEL-YEAR.
           IF WS-ZEL-MONTH < 3 THEN
               ADD 12 TO WS-ZEL-MONTH
               SUBTRACT 1 FROM WS-ZEL-YEAR
           END-IF.
           DIVIDE WS-ZEL-YEAR BY 100 GIVING WS-ZEL-CENTURY
               REMAINDER WS-ZEL-YY.
           COMPUTE WS-ZEL-QUOT = (13 * (WS-ZEL-MONTH + 1)) / 5.
           MOVE WS-WORK-DD TO WS-ZEL-SUM.
           ADD WS-ZEL-QUOT TO WS-ZEL-SUM.
           ADD WS-ZEL-YY TO WS-ZEL-SUM.
           COMPUTE WS-ZEL-QUOT = WS-ZEL-YY / 4.
           ADD WS-ZEL-QUOT TO WS-ZEL-SUM.
           COMPUTE WS-ZEL-QUOT = WS-ZEL-CENTURY / 4.
           ADD WS-ZEL-QUOT TO WS-ZEL-SUM.
           COMPUTE WS-ZEL-QUOT = 5 * WS-ZEL-CENTURY.
           ADD WS-ZEL-QUOT TO WS-ZEL-SUM.
           DIVIDE WS-ZEL-SUM BY 7 GIVING WS-ZEL-QUOT
               REMAINDER WS-WEEKDAY.

       ADD-ONE-DAY.
           ADD 1 TO WS-WORK-DD.
           PERFORM SET-MONTH-DAYS.
           IF WS-WORK-DD > WS-MONTH-DAYS THEN
               MOVE 1 TO WS-WORK-DD
               ADD 1 TO WS-WORK-MM
               IF WS-WORK-MM > 12 THEN
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               END-IF
           END-IF.

       SET-MONTH-DAYS.
           EVALUATE WS-WORK-MM
               WHEN 1 MOVE 31 TO WS-MONTH-DAYS
               WHEN 2 PERFORM SET-FEBRUARY-DAYS
               WHEN 3 MOVE 31 TO WS-MONTH-DAYS
               WHEN 4 MOVE 30 TO WS-MONTH-DAYS
               WHEN 5 MOVE 31 TO WS-MONTH-DAYS
               WHEN 6 MOVE 30 TO WS-MONTH-DAYS
               WHEN 7 MOVE 31 TO WS-MONTH-DAYS
               WHEN 8 MOVE 31 TO WS-MONTH-DAYS
               WHEN 9 MOVE 30 TO WS-MONTH-DAYS
               WHEN 10 MOVE 31 TO WS-MONTH-DAYS
               WHEN 11 MOVE 30 TO WS-MONTH-DAYS
               WHEN 12 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SET-FEBRUARY-DAYS.
           MOVE 28 TO WS-MONTH-DAYS.
           DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0 THEN
               MOVE 29 TO WS-MONTH-DAYS
               DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = 0 THEN
                   MOVE 28 TO WS-MONTH-DAYS
                   DIVIDE WS-WORK-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0 THEN
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
               END-IF
           END-IF.
