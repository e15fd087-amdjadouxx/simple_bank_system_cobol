             88 SIGN-ANY-HOLDER  VALUE 'A'.
             88 SIGN-ALL-HOLDERS VALUE 'T'.
          05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
          05 ACCOUNT-CURRENCY   PIC X(3).
          05 ACCOUNT-CLOSE-DATE PIC 9(8).
       FD CUSTOMERS.
       01 CUSTOMER-RECORD.
          05 CUSTOMER-NUMBER    PIC X(6).
          05 CUST-ADDRESS       PIC X(40).
          05 CUST-PHONE         PIC X(15).
          05 CUST-ID-DOC        PIC X(20).
          05 CUST-NOTIFY        PIC X(1).
             88 CUST-NOTIFY-OPTOUT VALUE 'N'.
          05 CUST-ANON-DATE     PIC 9(8).
       FD PARAMS.
       01 PARAM-RECORD.
          05 PARAM-KEY.
       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-FROM-DATE         PIC 9(8).
       01 WS-TO-DATE           PIC 9(8).
       01 WS-THRESHOLD         PIC 9(8)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Declaration des mouvements d''especes importants'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           DISPLAY 'Date de debut (AAAAMMJJ): '.
           ACCEPT WS-FROM-DATE.
           DISPLAY 'Declaration ecrite dans declaration.rpt'.
           STOP RUN.

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

       GET-PARAM-VALUE.
           MOVE WS-PARAM-DEFAULT TO WS-PARAM-VALUE.
           OPEN INPUT PARAMS.
           MOVE 0 TO WS-PARAM-EOF.
           MOVE WS-PARAM-NAME TO PARAM-NAME.
