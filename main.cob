            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LOAN-NUMBER.
            SELECT OPTIONAL APPROVALS ASSIGN TO 'approvals.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS APPR-ID.
            SELECT OPTIONAL HOLIDAYS ASSIGN TO 'holidays.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOL-DATE.
            SELECT OPTIONAL RUN-CONTROL ASSIGN TO 'runctl.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RC-KEY.
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
            SELECT OPTIONAL TERM-DEPOSITS ASSIGN TO 'termdep.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TD-ACCOUNT.
            SELECT OPTIONAL SWEEPS ASSIGN TO 'sweeps.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SWEEP-TARGET.
            SELECT OPTIONAL FX-RATES ASSIGN TO 'fxrates.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FX-KEY.
            SELECT OPTIONAL FX-CONVERSIONS ASSIGN TO 'fxconv.dat'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS FXC-OUT-SEQUENCE
            ALTERNATE RECORD KEY IS FXC-IN-SEQUENCE WITH DUPLICATES.

        DATA DIVISION.
        FILE SECTION.
              88 SIGN-ANY-HOLDER  VALUE 'A'.
              88 SIGN-ALL-HOLDERS VALUE 'T'.
           05 ACCOUNT-DAILY-LIMIT PIC 9(8)V99.
           05 ACCOUNT-CURRENCY   PIC X(3).
           05 ACCOUNT-CLOSE-DATE PIC 9(8).
        FD TRANSACTIONS.
        01 TRANSACTION-RECORD.
           05 TRANS-SEQUENCE      PIC 9(8).
           05 CUST-ADDRESS       PIC X(40).
           05 CUST-PHONE         PIC X(15).
           05 CUST-ID-DOC        PIC X(20).
           05 CUST-NOTIFY        PIC X(1).
              88 CUST-NOTIFY-OPTOUT VALUE 'N'.
           05 CUST-ANON-DATE     PIC 9(8).
        FD STANDING-ORDERS.
        01 ORDER-RECORD.
           05 ORDER-NUMBER       PIC X(6).
           05 AUDIT-ACTION       PIC X(15).
           05 AUDIT-BEFORE       PIC X(40).
           05 AUDIT-AFTER        PIC X(40).
           05 AUDIT-APPROVER     PIC X(8).
        FD ARCHIVE-TRANSACTIONS.
        01 ARCHIVE-RECORD.
           05 ARCH-ACCOUNT-NUMBER PIC X(6).
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
           05 LOAN-STATUS        PIC X(1).
              88 LOAN-ACTIVE      VALUE 'A'.
              88 LOAN-SETTLED     VALUE 'S'.
        FD APPROVALS.
        01 APPROVAL-RECORD.
           05 APPR-ID            PIC 9(8).
           05 APPR-TYPE          PIC X(1).
              88 APPR-REVERSAL    VALUE 'R'.
              88 APPR-OVERDRAFT   VALUE 'O'.
              88 APPR-PARAM       VALUE 'P'.
              88 APPR-CLOSE       VALUE 'C'.
              88 APPR-LIMIT       VALUE 'L'.
           05 APPR-STATUS        PIC X(1).
              88 APPR-PENDING     VALUE 'P'.
              88 APPR-APPROVED    VALUE 'A'.
              88 APPR-REJECTED    VALUE 'J'.
              88 APPR-EXPIRED     VALUE 'E'.
              88 APPR-FAILED      VALUE 'F'.
           05 APPR-DATE          PIC 9(8).
           05 APPR-TIME          PIC 9(8).
           05 APPR-MAKER         PIC X(8).
           05 APPR-CHECKER       PIC X(8).
           05 APPR-DECISION-DATE PIC 9(8).
           05 APPR-DECISION-TIME PIC 9(8).
           05 APPR-ACCOUNT       PIC X(6).
           05 APPR-SEQUENCE      PIC 9(8).
           05 APPR-AMOUNT        PIC 9(8)V99.
           05 APPR-PARAM-NAME    PIC X(14).
           05 APPR-PARAM-EFF     PIC 9(8).
           05 APPR-PARAM-VALUE   PIC 9(8)V9999.
        FD HOLIDAYS.
        01 HOLIDAY-RECORD.
           05 HOL-DATE           PIC 9(8).
           05 HOL-LABEL          PIC X(30).
        FD RUN-CONTROL.
        01 RUN-CONTROL-RECORD.
           05 RC-KEY.
              10 RC-BUS-DATE     PIC 9(8).
              10 RC-STEP         PIC 9(2).
           05 RC-STEP-NAME       PIC X(16).
           05 RC-STATUS          PIC X(1).
           05 RC-RUN-DATE        PIC 9(8).
           05 RC-START-TIME      PIC 9(8).
           05 RC-END-TIME        PIC 9(8).
           05 RC-RETURN-CODE     PIC 9(4).
           05 RC-RECORD-COUNT    PIC 9(8).
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
        FD FX-RATES.
        01 FX-RATE-RECORD.
           05 FX-KEY.
              10 FX-CURRENCY     PIC X(3).
              10 FX-DATE         PIC 9(8).
           05 FX-RATE            PIC 9(4)V9(6).
           05 FX-OPERATOR        PIC X(8).
           05 FX-ENTRY-DATE      PIC 9(8).
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
        01 WS-OPTION            PIC 99.
           05 WS-IMG-PRODUCT    PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-SIGNING    PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-CURRENCY   PIC X(3).
        01 WS-CUST-IMAGE.
           05 WS-IMG-CNAME      PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-CPHONE     PIC X(15).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-CNOTIFY    PIC X(1).
        01 WS-USER-IMAGE.
           05 WS-IMG-USER-ID    PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-PROD-OVD   PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-PROD-FEE   PIC 9(8).99.
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-PROD-KIND  PIC X(1).
        01 WS-APPR-OPTION       PIC 9.
        01 WS-APPR-EOF          PIC 9 VALUE 0.
        01 WS-APPR-COUNT        PIC 9(5).
        01 WS-APPR-FOUND        PIC 9 VALUE 0.
        01 WS-APPR-DUPLICATE    PIC 9 VALUE 0.
        01 WS-APPR-CREATED      PIC 9 VALUE 0.
        01 WS-APPR-APPLIED      PIC 9 VALUE 0.
        01 WS-APPR-INPUT-ID     PIC 9(8).
        01 WS-APPR-NEW-STATUS   PIC X(1).
        01 WS-APPR-REQUEST.
           05 WS-APPR-ID        PIC 9(8).
           05 WS-APPR-TYPE      PIC X(1).
           05 WS-APPR-STATUS    PIC X(1).
           05 WS-APPR-DATE      PIC 9(8).
           05 WS-APPR-MAKER     PIC X(8).
           05 WS-APPR-ACCOUNT   PIC X(6).
           05 WS-APPR-SEQUENCE  PIC 9(8).
           05 WS-APPR-AMOUNT    PIC 9(8)V99.
           05 WS-APPR-PARAM-NAME PIC X(14).
           05 WS-APPR-PARAM-EFF PIC 9(8).
           05 WS-APPR-PARAM-VALUE PIC 9(8)V9999.
        01 WS-APPR-IMAGE.
           05 WS-IMG-APPR-ID    PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-APPR-TYPE  PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-APPR-STATUS PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-APPR-MAKER PIC X(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-APPR-DETAIL PIC X(18).
        01 WS-IMG-APPR-AMT      PIC 9(8).99.
        01 WS-AUDIT-MAKER       PIC X(8) VALUE SPACES.
        01 WS-AUDIT-CHECKER     PIC X(8) VALUE SPACES.
        01 WS-POST-OPERATOR     PIC X(8).
        01 WS-CLOSE-OK          PIC 9 VALUE 0.
        01 WS-LIMIT-REQUESTED   PIC 9 VALUE 0.
        01 WS-BUS-FUNCTION      PIC X(1).
        01 WS-BUS-DATE          PIC 9(8).
        01 WS-BUS-STATUS        PIC X(1).
        01 WS-CAL-OPTION        PIC 9.
        01 WS-CAL-EOF           PIC 9 VALUE 0.
        01 WS-CAL-OLD-DATE      PIC 9(8).
        01 WS-CAL-NEW-DATE      PIC 9(8).
        01 WS-CAL-WINDOW-STATUS PIC X(1).
        01 WS-CAL-ROLL-ANSWER   PIC X(1).
        01 WS-HOLIDAY-IMAGE.
           05 WS-IMG-HOL-DATE   PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-HOL-LABEL  PIC X(30).
        01 WS-CHQ-OPTION        PIC 9.
        01 WS-CHQ-EOF           PIC 9 VALUE 0.
        01 WS-CHQ-COUNT         PIC 9(5).
        01 WS-CHQ-FOUND         PIC 9 VALUE 0.
        01 WS-CHQ-PAID          PIC 9 VALUE 0.
        01 WS-CHQ-ID            PIC 9(6).
        01 WS-CHQ-NUMBER        PIC 9(7).
        01 WS-CHQ-BANK          PIC X(8).
        01 WS-CHQ-CLEAR-DAYS    PIC 9(2) VALUE 2.
        01 WS-CHQ-DAY-IDX       PIC 9(3).
        01 WS-CHQ-TRANS-SEQ     PIC 9(8).
        01 WS-CHQ-CLEAR-DATE    PIC 9(8).
        01 WS-CHQ-LEAVES        PIC 9(3).
        01 WS-CHQ-FIRST         PIC 9(7).
        01 WS-CHQ-LAST          PIC 9(7).
        01 WS-CHQBK-IMAGE.
           05 WS-IMG-CHQBK-FIRST PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-CHQBK-LAST PIC 9(7).
        01 WS-STOP-IMAGE.
           05 WS-IMG-STOP-NUMBER PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-STOP-STATUS PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-STOP-REASON PIC X(20).
        01 WS-TD-OPTION         PIC 9.
        01 WS-TD-EOF            PIC 9 VALUE 0.
        01 WS-TD-COUNT          PIC 9(5).
        01 WS-TD-FOUND          PIC 9 VALUE 0.
        01 WS-TD-ACCOUNT        PIC X(6).
        01 WS-TD-SETTLE         PIC X(6).
        01 WS-TD-FUND-CUST      PIC X(6).
        01 WS-TD-SETTLE-CUST    PIC X(6).
        01 WS-TD-NAME           PIC X(20).
        01 WS-TD-FIRSTNAME      PIC X(20).
        01 WS-TD-TERM           PIC 9(3).
        01 WS-TD-RATE           PIC 9V9999.
        01 WS-TD-PENALTY        PIC 9V9999.
        01 WS-TD-PROD-TERM      PIC 9(3).
        01 WS-TD-PROD-RATE      PIC 9V9999.
        01 WS-TD-NET-RATE       PIC S9V9999.
        01 WS-TD-ROLLOVER       PIC X(1).
        01 WS-TD-START          PIC 9(8).
        01 WS-TD-MATURITY       PIC 9(8).
        01 WS-TD-PRINCIPAL      PIC 9(8)V99.
        01 WS-TD-INTEREST       PIC 9(8)V99.
        01 WS-TD-PAYOUT         PIC S9(8)V99.
        01 WS-TD-ELAPSED        PIC S9(5).
        01 WS-TD-ANSWER         PIC X(1).
        01 WS-TD-DATE.
           05 WS-TD-YYYY        PIC 9(4).
           05 WS-TD-MM          PIC 9(2).
           05 WS-TD-DD          PIC 9(2).
        01 WS-TD-DATE-N REDEFINES WS-TD-DATE PIC 9(8).
        01 WS-TD-FROM-DATE.
           05 WS-TD-FROM-YYYY   PIC 9(4).
           05 WS-TD-FROM-MM     PIC 9(2).
           05 WS-TD-FROM-DD     PIC 9(2).
        01 WS-TD-FROM-DATE-N REDEFINES WS-TD-FROM-DATE PIC 9(8).
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
        01 WS-SWEEP-OPTION      PIC 9.
        01 WS-SWEEP-EOF         PIC 9 VALUE 0.
        01 WS-SWEEP-COUNT       PIC 9(5).
        01 WS-SWEEP-TARGET-CUST PIC X(6).
        01 WS-SWEEP-FUND-CUST   PIC X(6).
        01 WS-SWEEP-CEILING     PIC 9(8)V99.
        01 WS-SWEEP-IMAGE.
           05 WS-IMG-SWEEP-STATUS PIC X(1).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-SWEEP-FUNDING PIC X(6).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-SWEEP-CEILING PIC 9(8).99.
        01 WS-NOTIFY-ANSWER     PIC X(1).
        01 WS-HOLD-CUSTOMER     PIC X(6).
        01 WS-NOTIFICATION.
           05 WS-NTF-EVENT      PIC X(10).
           05 WS-NTF-ACCOUNT    PIC X(6).
           05 WS-NTF-CUSTOMER   PIC X(6).
           05 WS-NTF-REFERENCE  PIC X(16).
           05 WS-NTF-BUS-DATE   PIC 9(8).
           05 WS-NTF-AMOUNT     PIC 9(8)V99.
           05 WS-NTF-TEXT       PIC X(40).
        01 WS-NTF-STATUS        PIC X(1).
        01 WS-BASE-CURRENCY     PIC X(3) VALUE 'EUR'.
        01 WS-INPUT-CURRENCY    PIC X(3).
        01 WS-CURRENCY-OK       PIC 9 VALUE 0.
        01 WS-SRC-CURRENCY      PIC X(3).
        01 WS-DEST-CURRENCY     PIC X(3).
        01 WS-DEST-AMOUNT       PIC 9(8)V99.
        01 WS-FX-OUT-SEQUENCE   PIC 9(8).
        01 WS-FX-OPTION         PIC 9.
        01 WS-FX-EOF            PIC 9 VALUE 0.
        01 WS-FX-COUNT          PIC 9(5).
        01 WS-FX-EXISTS         PIC 9 VALUE 0.
        01 WS-FX-NEW-RATE       PIC 9(4)V9(6).
        01 WS-FX-CONVERSION.
           05 WS-FX-FROM-CURRENCY PIC X(3).
           05 WS-FX-TO-CURRENCY PIC X(3).
           05 WS-FX-DATE        PIC 9(8).
           05 WS-FX-AMOUNT-IN   PIC 9(8)V99.
           05 WS-FX-AMOUNT-OUT  PIC 9(8)V99.
           05 WS-FX-RATE        PIC 9(4)V9(6).
        01 WS-FX-STATUS         PIC X(1).
        01 WS-FX-IMAGE.
           05 WS-IMG-FX-CURRENCY PIC X(3).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-FX-DATE    PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 WS-IMG-FX-RATE    PIC 9(4).9(6).

        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
                STOP RUN
            END-IF.
            PERFORM LOAD-BANK-PARAMS.
            PERFORM GET-BUSINESS-DATE.
            DISPLAY 'Date comptable: ' WS-BUS-DATE.
            IF WS-BUS-STATUS = '2' THEN
                DISPLAY 'Date comptable non initialisee, '
                    'date systeme utilisee.'
            END-IF.
            PERFORM DISPLAY-MENU.
            STOP RUN.

            DISPLAY '18. Co-titulaires et mandats'.
            DISPLAY '19. Prets'.
            DISPLAY '20. Plafond de retrait journalier'.
            DISPLAY '21. Validation des demandes en attente'.
            DISPLAY '22. Date comptable et jours feries'.
            DISPLAY '23. Cheques, chequiers et oppositions'.
            DISPLAY '24. Depots a terme'.
            DISPLAY '25. Balayage entre comptes lies'.
            DISPLAY '26. Cours de change'.
            DISPLAY '27. Quitter'.
            ACCEPT WS-OPTION.
            EVALUATE WS-OPTION
                WHEN 1 PERFORM CREATE-ACCOUNT
                WHEN 18 PERFORM MANAGE-ACCOUNT-HOLDERS
                WHEN 19 PERFORM MANAGE-LOANS
                WHEN 20 PERFORM SET-DAILY-LIMIT
                WHEN 21 PERFORM MANAGE-APPROVALS
                WHEN 22 PERFORM MANAGE-CALENDAR
                WHEN 23 PERFORM MANAGE-CHEQUES
                WHEN 24 PERFORM MANAGE-TERM-DEPOSITS
                WHEN 25 PERFORM MANAGE-SWEEPS
                WHEN 26 PERFORM MANAGE-FX-RATES
                WHEN 27 PERFORM UPDATE-CONTROL-TOTALS
                        STOP RUN
                WHEN OTHER DISPLAY 'Option invalide'.
            PERFORM DISPLAY-MENU.
                    INVALID KEY
                        DISPLAY 'Client introuvable.'
                    NOT INVALID KEY
                        IF CUST-ANON-DATE IS NUMERIC
                                AND CUST-ANON-DATE > 0 THEN
                            DISPLAY 'Client anonymise.'
                        ELSE
                            MOVE 1 TO WS-CUST-FOUND
                        END-IF
                END-READ
                IF WS-CUST-FOUND = 1 THEN
                    DISPLAY 'Code produit: '
                        INVALID KEY
                            DISPLAY 'Produit introuvable.'
                        NOT INVALID KEY
                            IF PRODUCT-TERM-DEPOSIT THEN
                                DISPLAY 'Produit a terme: utiliser le '
                                    'menu des depots a terme.'
                            ELSE
                                MOVE 1 TO WS-PRODUCT-FOUND
                                DISPLAY 'Produit: ' PRODUCT-LABEL
                            END-IF
                    END-READ
                END-IF
                MOVE 0 TO WS-CURRENCY-OK
                IF WS-CUST-FOUND = 1 AND WS-PRODUCT-FOUND = 1 THEN
                    PERFORM CAPTURE-ACCOUNT-CURRENCY
                END-IF
                IF WS-CUST-FOUND = 1 AND WS-PRODUCT-FOUND = 1
                        AND WS-CURRENCY-OK = 1 THEN
                    DISPLAY 'Numero de compte: '
                    ACCEPT ACCOUNT-NUMBER
                    READ ACCOUNTS
                            MOVE 0 TO OVERDRAFT-LIMIT
                            MOVE WS-INPUT-CUSTOMER TO ACCOUNT-CUSTOMER
                            MOVE 0 TO ACCOUNT-OPENING-BAL
                            PERFORM GET-BUSINESS-DATE
                            MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                            MOVE WS-INPUT-PRODUCT TO ACCOUNT-PRODUCT
                            MOVE 'A' TO ACCOUNT-SIGNING
                            MOVE 0 TO ACCOUNT-DAILY-LIMIT
                            MOVE WS-INPUT-CURRENCY TO ACCOUNT-CURRENCY
                            MOVE 0 TO ACCOUNT-CLOSE-DATE
                            WRITE ACCOUNT-RECORD
                            DISPLAY 'Compte cree avec succes!'
                            MOVE ACCOUNT-NUMBER TO LINK-ACCOUNT
            MOVE 'Creation de comptes terminee.' TO WS-LOG-M.
            PERFORM LOG-MESSAGE.

        CAPTURE-ACCOUNT-CURRENCY.
            DISPLAY 'Devise du compte (vide = ' WS-BASE-CURRENCY '): '.
            MOVE SPACES TO WS-INPUT-CURRENCY.
            ACCEPT WS-INPUT-CURRENCY.
            IF WS-INPUT-CURRENCY = SPACES THEN
                MOVE WS-BASE-CURRENCY TO WS-INPUT-CURRENCY
            END-IF.
            PERFORM GET-BUSINESS-DATE.
            MOVE WS-INPUT-CURRENCY TO WS-FX-FROM-CURRENCY.
            MOVE WS-BASE-CURRENCY TO WS-FX-TO-CURRENCY.
            MOVE WS-BUS-DATE TO WS-FX-DATE.
            MOVE 0 TO WS-FX-AMOUNT-IN.
            CALL 'EXCHANGE-RATE' USING WS-FX-CONVERSION WS-FX-STATUS.
            IF WS-FX-STATUS = '1' THEN
                DISPLAY 'Aucun cours de change pour cette devise.'
            ELSE
                MOVE 1 TO WS-CURRENCY-OK
            END-IF.

        MANAGE-CUSTOMERS.
            DISPLAY '1. Creer un client'.
            DISPLAY '2. Modifier un client'.
                    ACCEPT CUST-PHONE
                    DISPLAY 'Piece d''identite: '
                    ACCEPT CUST-ID-DOC
                    PERFORM CAPTURE-NOTIFY-CHOICE
                    MOVE 0 TO CUST-ANON-DATE
                    WRITE CUSTOMER-RECORD
                    DISPLAY 'Client cree avec succes!'
                    MOVE CUSTOMER-NUMBER TO WS-AUDIT-ACCOUNT
                INVALID KEY
                    DISPLAY 'Client introuvable.'
                NOT INVALID KEY
                    IF CUST-ANON-DATE IS NUMERIC
                            AND CUST-ANON-DATE > 0 THEN
                        DISPLAY 'Client anonymise: modification '
                            'impossible.'
                    ELSE
                        PERFORM BUILD-CUSTOMER-IMAGE
                        MOVE WS-CUST-IMAGE TO WS-AUDIT-BEFORE
                        DISPLAY 'Nom actuel: ' CUST-NAME
                        DISPLAY 'Nom: '
                        ACCEPT CUST-NAME
                        DISPLAY 'Prenom actuel: ' CUST-FIRSTNAME
                        DISPLAY 'Prenom: '
                        ACCEPT CUST-FIRSTNAME
                        DISPLAY 'Adresse actuelle: ' CUST-ADDRESS
                        DISPLAY 'Adresse: '
                        ACCEPT CUST-ADDRESS
                        DISPLAY 'Telephone actuel: ' CUST-PHONE
                        DISPLAY 'Telephone: '
                        ACCEPT CUST-PHONE
                        DISPLAY 'Piece d''identite actuelle: '
                            CUST-ID-DOC
                        DISPLAY 'Piece d''identite: '
                        ACCEPT CUST-ID-DOC
                        IF CUST-NOTIFY-OPTOUT THEN
                            DISPLAY 'Notifications actuelles: N'
                        ELSE
                            DISPLAY 'Notifications actuelles: O'
                        END-IF
                        PERFORM CAPTURE-NOTIFY-CHOICE
                        REWRITE CUSTOMER-RECORD
                        DISPLAY 'Client modifie avec succes!'
                        MOVE CUSTOMER-NUMBER TO WS-AUDIT-ACCOUNT
                        MOVE 'MODIFY-CUSTOMER' TO WS-AUDIT-ACTION
                        PERFORM BUILD-CUSTOMER-IMAGE
                        MOVE WS-CUST-IMAGE TO WS-AUDIT-AFTER
                        PERFORM WRITE-AUDIT-EVENT
                    END-IF
            END-READ.
            CLOSE CUSTOMERS.
            MOVE 'Modification de client terminee.' TO WS-LOG-M.
            PERFORM LOG-MESSAGE.

        CAPTURE-NOTIFY-CHOICE.
            DISPLAY 'Notifications courrier/SMS (O/N): '.
            ACCEPT WS-NOTIFY-ANSWER.
            IF WS-NOTIFY-ANSWER = 'N' THEN
                MOVE 'N' TO CUST-NOTIFY
            ELSE
                MOVE 'Y' TO CUST-NOTIFY
            END-IF.

        CUSTOMER-INQUIRY.
            OPEN INPUT CUSTOMERS.
            DISPLAY 'Numero de client: '.
                    DISPLAY 'Adresse: ' CUST-ADDRESS
                    DISPLAY 'Telephone: ' CUST-PHONE
                    DISPLAY 'Piece d''identite: ' CUST-ID-DOC
                    IF CUST-ANON-DATE IS NUMERIC
                            AND CUST-ANON-DATE > 0 THEN
                        DISPLAY 'Client anonymise le ' CUST-ANON-DATE
                    END-IF
            END-READ.
            CLOSE CUSTOMERS.
            IF WS-CUST-FOUND = 1 THEN
                    MOVE 0 TO WS-SRC-FOUND
                NOT INVALID KEY
                    MOVE 1 TO WS-SRC-FOUND
                    MOVE ACCOUNT-CURRENCY TO WS-SRC-CURRENCY
                    MOVE 0 TO WS-SRC-CLOSED
                    IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-SRC-CLOSED
            END-READ.
                    MOVE 0 TO WS-DEST-FOUND
                NOT INVALID KEY
                    MOVE 1 TO WS-DEST-FOUND
                    MOVE ACCOUNT-CURRENCY TO WS-DEST-CURRENCY
                    MOVE 0 TO WS-DEST-CLOSED
                    IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-DEST-CLOSED
            END-READ.
            CLOSE ACCOUNTS.
            PERFORM NORMALIZE-CURRENCIES.
            IF WS-SRC-FOUND = 0 OR WS-DEST-FOUND = 0 THEN
                DISPLAY 'Compte source ou destination introuvable.'
            ELSE IF WS-SRC-CLOSED = 1 OR WS-DEST-CLOSED = 1 THEN
                DISPLAY 'Compte cloture, operation impossible.'
            ELSE IF WS-INPUT-ACCOUNT = WS-DEST-ACCOUNT THEN
                DISPLAY 'Comptes source et destination identiques.'
            ELSE IF WS-SRC-CURRENCY NOT = WS-DEST-CURRENCY THEN
                DISPLAY 'Comptes en devises differentes.'
            ELSE
                PERFORM WRITE-ORDER
            END-IF.
               DISPLAY 'Montant invalide.'
           ELSE
               ADD WS-AMOUNT TO ACCOUNT-BALANCE
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
               MOVE 'Depot effectue avec succes!' TO WS-LOG-M
               PERFORM LOG-MESSAGE
               MOVE WS-INPUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'DEPOSIT' TO TRANS-TYPE
               MOVE WS-AMOUNT TO TRANS-AMOUNT
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO TRANS-OPERATOR
               PERFORM ASSIGN-TRANS-SEQUENCE
       DO-WITHDRAW.
           DISPLAY 'Montant a retirer: '.
           ACCEPT WS-AMOUNT.
           MOVE WS-OPERATOR-ID TO WS-POST-OPERATOR.
           PERFORM COMPUTE-HOLDS-TOTAL.
           COMPUTE WS-AVAILABLE =
               ACCOUNT-BALANCE - WS-HOLDS-TOTAL.
               ELSE
                   PERFORM CHECK-DAILY-LIMIT
                   IF WS-LIMIT-OK = 0 THEN
                       IF WS-LIMIT-REQUESTED = 1 THEN
                           DISPLAY 'Retrait en attente de validation '
                               'de la derogation.'
                       ELSE
                           DISPLAY 'Plafond journalier atteint, '
                               'retrait refuse.'
                       END-IF
                   ELSE
                       PERFORM POST-WITHDRAWAL
                   END-IF

       POST-WITHDRAWAL.
           MOVE WS-NEW-BALANCE TO ACCOUNT-BALANCE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY.
           REWRITE ACCOUNT-RECORD.
           MOVE 'Retrait effectue avec succes!' TO WS-LOG-M.
           PERFORM LOG-MESSAGE.
           MOVE WS-INPUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'WITHDRAW' TO TRANS-TYPE.
           MOVE WS-AMOUNT TO TRANS-AMOUNT.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE WS-POST-OPERATOR TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.
           IF WS-NEW-BALANCE < 0 THEN
               IF WS-NEW-BALANCE + WS-AMOUNT >= 0 THEN
                   PERFORM NOTIFY-OVERDRAFT
               END-IF
               PERFORM POST-OVERDRAFT-FEE
           END-IF.

       NOTIFY-OVERDRAFT.
           MOVE 'DECOUVERT' TO WS-NTF-EVENT.
           MOVE WS-INPUT-ACCOUNT TO WS-NTF-ACCOUNT.
           MOVE ACCOUNT-CUSTOMER TO WS-NTF-CUSTOMER.
           MOVE TRANS-SEQUENCE TO WS-NTF-REFERENCE.
           MOVE WS-BUS-DATE TO WS-NTF-BUS-DATE.
           MOVE WS-AMOUNT TO WS-NTF-AMOUNT.
           MOVE 'Compte a decouvert suite a un retrait'
               TO WS-NTF-TEXT.
           CALL 'NOTIFY-CUSTOMER' USING WS-NOTIFICATION WS-NTF-STATUS.

       POST-OVERDRAFT-FEE.
           COMPUTE WS-FEE-CUSHION = ACCOUNT-BALANCE + OVERDRAFT-LIMIT.
           IF WS-FEE-CUSHION < WS-OVERDRAFT-FEE THEN
               MOVE WS-INPUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'OVERDRAFT-FEE' TO TRANS-TYPE
               MOVE WS-FEE-CHARGED TO TRANS-AMOUNT
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE WS-POST-OPERATOR TO TRANS-OPERATOR
               PERFORM ASSIGN-TRANS-SEQUENCE
               WRITE TRANSACTION-RECORD
           END-IF.
                   MOVE 1 TO WS-SRC-FOUND
                   MOVE ACCOUNT-BALANCE TO WS-SRC-BALANCE
                   MOVE ACCOUNT-SIGNING TO WS-SRC-SIGNING
                   MOVE ACCOUNT-CURRENCY TO WS-SRC-CURRENCY
                   MOVE 0 TO WS-SRC-CLOSED
                   IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-SRC-CLOSED
                   END-IF
                   MOVE 0 TO WS-DEST-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-DEST-FOUND
                   MOVE ACCOUNT-CURRENCY TO WS-DEST-CURRENCY
                   MOVE 0 TO WS-DEST-CLOSED
                   IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-DEST-CLOSED
                   END-IF
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
           PERFORM NORMALIZE-CURRENCIES.
           IF WS-SRC-FOUND = 0 OR WS-DEST-FOUND = 0 THEN
               DISPLAY 'Compte source ou destination introuvable.'
           ELSE IF WS-SRC-CLOSED = 1 OR WS-DEST-CLOSED = 1 THEN
                   IF WS-SIGNING-OK = 0 THEN
                       DISPLAY 'Signatures manquantes, virement refuse.'
                   ELSE
                       PERFORM CONVERT-TRANSFER-AMOUNT
                       IF WS-FX-STATUS NOT = '0' THEN
                           DISPLAY 'Cours de change indisponible, '
                               'virement refuse.'
                       ELSE
                           PERFORM APPLY-TRANSFER
                       END-IF
                   END-IF
               END-IF
           END-IF.
               NOT INVALID KEY
                   MOVE 1 TO WS-SRC-FOUND
                   SUBTRACT WS-AMOUNT FROM ACCOUNT-BALANCE
                   PERFORM GET-BUSINESS-DATE
                   MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
           END-READ.
           IF WS-SRC-FOUND = 1 THEN
                       DISPLAY 'Compte destination introuvable.'
                   NOT INVALID KEY
                       MOVE 1 TO WS-DEST-FOUND
                       ADD WS-DEST-AMOUNT TO ACCOUNT-BALANCE
                       PERFORM GET-BUSINESS-DATE
                       MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
               END-READ
           END-IF.
           CLOSE ACCOUNTS.
           IF WS-SRC-FOUND = 1 AND WS-DEST-FOUND = 1 THEN
               OPEN I-O TRANSACTIONS
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO TRANS-OPERATOR
               MOVE WS-INPUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE WS-AMOUNT TO TRANS-AMOUNT
               PERFORM ASSIGN-TRANS-SEQUENCE
               WRITE TRANSACTION-RECORD
               MOVE TRANS-SEQUENCE TO WS-FX-OUT-SEQUENCE
               MOVE WS-DEST-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'TRANSFER-IN' TO TRANS-TYPE
               MOVE WS-DEST-AMOUNT TO TRANS-AMOUNT
               PERFORM ASSIGN-TRANS-SEQUENCE
               WRITE TRANSACTION-RECORD
               CLOSE TRANSACTIONS
               IF WS-SRC-CURRENCY NOT = WS-DEST-CURRENCY THEN
                   PERFORM WRITE-FX-CONVERSION
               END-IF
               MOVE 'Virement effectue avec succes!' TO WS-LOG-M
           ELSE
               MOVE 'Virement echoue, compte introuvable.' TO WS-LOG-M
           END-IF.
           PERFORM LOG-MESSAGE.

       NORMALIZE-CURRENCIES.
           IF WS-SRC-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-SRC-CURRENCY
           END-IF.
           IF WS-DEST-CURRENCY = SPACES THEN
               MOVE WS-BASE-CURRENCY TO WS-DEST-CURRENCY
           END-IF.

       CONVERT-TRANSFER-AMOUNT.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-SRC-CURRENCY TO WS-FX-FROM-CURRENCY.
           MOVE WS-DEST-CURRENCY TO WS-FX-TO-CURRENCY.
           MOVE WS-BUS-DATE TO WS-FX-DATE.
           MOVE WS-AMOUNT TO WS-FX-AMOUNT-IN.
           CALL 'EXCHANGE-RATE' USING WS-FX-CONVERSION WS-FX-STATUS.
           MOVE WS-FX-AMOUNT-OUT TO WS-DEST-AMOUNT.
           IF WS-FX-STATUS = '0'
                   AND WS-SRC-CURRENCY NOT = WS-DEST-CURRENCY THEN
               DISPLAY 'Montant debite: ' WS-AMOUNT ' '
                   WS-SRC-CURRENCY
               DISPLAY 'Montant credite: ' WS-DEST-AMOUNT ' '
                   WS-DEST-CURRENCY
               DISPLAY 'Cours applique: ' WS-FX-RATE
           END-IF.

       WRITE-FX-CONVERSION.
           OPEN I-O FX-CONVERSIONS.
           MOVE WS-FX-OUT-SEQUENCE TO FXC-OUT-SEQUENCE.
           MOVE TRANS-SEQUENCE TO FXC-IN-SEQUENCE.
           MOVE WS-BUS-DATE TO FXC-DATE.
           MOVE WS-INPUT-ACCOUNT TO FXC-SRC-ACCOUNT.
           MOVE WS-DEST-ACCOUNT TO FXC-DEST-ACCOUNT.
           MOVE WS-SRC-CURRENCY TO FXC-SRC-CURRENCY.
           MOVE WS-AMOUNT TO FXC-SRC-AMOUNT.
           MOVE WS-DEST-CURRENCY TO FXC-DEST-CURRENCY.
           MOVE WS-DEST-AMOUNT TO FXC-DEST-AMOUNT.
           MOVE WS-FX-RATE TO FXC-RATE.
           MOVE WS-OPERATOR-ID TO FXC-OPERATOR.
           WRITE FX-CONVERSION-RECORD.
           CLOSE FX-CONVERSIONS.

       CLOSE-ACCOUNT.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
           END-IF.

       DO-CLOSE-ACCOUNT.
           OPEN INPUT ACCOUNTS.
           DISPLAY 'Numero de compte: '.
           ACCEPT WS-INPUT-ACCOUNT.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
               INVALID KEY
                   DISPLAY 'Compte introuvable.'
               NOT INVALID KEY
                   PERFORM CHECK-CLOSE-ELIGIBLE
                   IF WS-CLOSE-OK = 1 THEN
                       PERFORM CLEAR-APPROVAL-REQUEST
                       MOVE 'C' TO WS-APPR-TYPE
                       MOVE ACCOUNT-NUMBER TO WS-APPR-ACCOUNT
                       PERFORM CREATE-APPROVAL-REQUEST
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.

       CHECK-CLOSE-ELIGIBLE.
           MOVE 0 TO WS-CLOSE-OK.
           IF ACCOUNT-CLOSED THEN
               DISPLAY 'Compte deja cloture.'
           ELSE IF ACCOUNT-FROZEN THEN
               DISPLAY 'Compte gele, cloture impossible.'
           ELSE IF ACCOUNT-DORMANT THEN
               DISPLAY 'Compte dormant, reactivation requise.'
           ELSE IF ACCOUNT-BALANCE NOT = 0 THEN
               DISPLAY 'Le solde doit etre nul pour cloturer.'
           ELSE
               MOVE 1 TO WS-CLOSE-OK
           END-IF.

       APPROVE-CLOSE.
           OPEN I-O ACCOUNTS.
           MOVE WS-APPR-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte introuvable.'
               NOT INVALID KEY
                   PERFORM CHECK-CLOSE-ELIGIBLE
                   IF WS-CLOSE-OK = 1 THEN
                       PERFORM BUILD-ACCOUNT-IMAGE
                       MOVE WS-ACCT-IMAGE TO WS-AUDIT-BEFORE
                       MOVE 'C' TO ACCOUNT-STATUS
                       MOVE WS-BUS-DATE TO ACCOUNT-CLOSE-DATE
                       REWRITE ACCOUNT-RECORD
                       MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                       MOVE 'CLOSE-ACCOUNT' TO WS-AUDIT-ACTION
                       PERFORM BUILD-ACCOUNT-IMAGE
                       MOVE WS-ACCT-IMAGE TO WS-AUDIT-AFTER
                       PERFORM WRITE-AUDIT-EVENT
                       MOVE 1 TO WS-APPR-APPLIED
                       MOVE 'Compte cloture avec succes!' TO WS-LOG-M
                       PERFORM LOG-MESSAGE
                   END-IF
           END-IF.

       DO-SET-OVERDRAFT.
           OPEN INPUT ACCOUNTS.
           DISPLAY 'Numero de compte: '.
           ACCEPT WS-INPUT-ACCOUNT.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
                       DISPLAY 'Decouvert actuel: ' OVERDRAFT-LIMIT
                       DISPLAY 'Nouveau decouvert autorise: '
                       ACCEPT WS-NEW-LIMIT
                       PERFORM REQUEST-OVERDRAFT-CHANGE
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.

       REQUEST-OVERDRAFT-CHANGE.
           IF WS-NEW-LIMIT > 0 AND WS-OVERDRAFT-ALLOWED = 0 THEN
               DISPLAY 'Produit sans decouvert autorise.'
           ELSE IF WS-NEW-LIMIT = OVERDRAFT-LIMIT THEN
               DISPLAY 'Decouvert inchange.'
           ELSE
               PERFORM CLEAR-APPROVAL-REQUEST
               MOVE 'O' TO WS-APPR-TYPE
               MOVE ACCOUNT-NUMBER TO WS-APPR-ACCOUNT
               MOVE WS-NEW-LIMIT TO WS-APPR-AMOUNT
               PERFORM CREATE-APPROVAL-REQUEST
           END-IF.

       APPROVE-OVERDRAFT.
           OPEN I-O ACCOUNTS.
           MOVE WS-APPR-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte introuvable.'
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED THEN
                       DISPLAY 'Compte cloture, operation impossible.'
                   ELSE
                       PERFORM APPLY-OVERDRAFT-CHANGE
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.

       APPLY-OVERDRAFT-CHANGE.
           PERFORM CHECK-PRODUCT-OVERDRAFT.
           IF WS-APPR-AMOUNT > 0 AND WS-OVERDRAFT-ALLOWED = 0 THEN
               DISPLAY 'Produit sans decouvert autorise.'
           ELSE
               PERFORM BUILD-ACCOUNT-IMAGE
               MOVE WS-ACCT-IMAGE TO WS-AUDIT-BEFORE
               MOVE WS-APPR-AMOUNT TO OVERDRAFT-LIMIT
               REWRITE ACCOUNT-RECORD
               MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
               MOVE 'SET-OVERDRAFT' TO WS-AUDIT-ACTION
               PERFORM BUILD-ACCOUNT-IMAGE
               MOVE WS-ACCT-IMAGE TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-EVENT
               MOVE 1 TO WS-APPR-APPLIED
               MOVE 'Decouvert modifie avec succes!' TO WS-LOG-M
               PERFORM LOG-MESSAGE
           END-IF.

       REACTIVATE-ACCOUNT.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
                       PERFORM BUILD-ACCOUNT-IMAGE
                       MOVE WS-ACCT-IMAGE TO WS-AUDIT-BEFORE
                       MOVE 'O' TO ACCOUNT-STATUS
                       PERFORM GET-BUSINESS-DATE
                       MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
                       MOVE ACCOUNT-NUMBER TO WS-AUDIT-ACCOUNT
                       MOVE 'REACTIVATE-ACCT' TO WS-AUDIT-ACTION
                       DISPLAY 'Compte cloture, operation impossible.'
                   ELSE
                       MOVE 1 TO WS-FOUND
                       MOVE ACCOUNT-CUSTOMER TO WS-HOLD-CUSTOMER
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
                       PERFORM BUILD-HOLD-IMAGE
                       MOVE WS-HOLD-IMAGE TO WS-AUDIT-AFTER
                       PERFORM WRITE-AUDIT-EVENT
                       PERFORM NOTIFY-HOLD
                       DISPLAY 'Saisie enregistree.'
                   END-IF
               NOT INVALID KEY
           END-READ.
           CLOSE HOLDS.

       NOTIFY-HOLD.
           PERFORM GET-BUSINESS-DATE.
           MOVE 'SAISIE' TO WS-NTF-EVENT.
           MOVE HOLD-ACCOUNT TO WS-NTF-ACCOUNT.
           MOVE WS-HOLD-CUSTOMER TO WS-NTF-CUSTOMER.
           MOVE HOLD-REFERENCE TO WS-NTF-REFERENCE.
           MOVE WS-BUS-DATE TO WS-NTF-BUS-DATE.
           MOVE HOLD-AMOUNT TO WS-NTF-AMOUNT.
           MOVE 'Blocage ou saisie place sur le compte'
               TO WS-NTF-TEXT.
           CALL 'NOTIFY-CUSTOMER' USING WS-NOTIFICATION WS-NTF-STATUS.

       RELEASE-HOLD.
           OPEN I-O HOLDS.
           DISPLAY 'Numero de compte: '.

       COMPUTE-HOLDS-TOTAL.
           MOVE 0 TO WS-HOLDS-TOTAL.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-TODAY.
           OPEN INPUT HOLDS.
           MOVE 0 TO WS-HOLD-EOF.
           READ HOLDS NEXT AT END MOVE 1 TO WS-HOLD-EOF.
           MOVE ACCOUNT-CUSTOMER TO WS-IMG-CUSTOMER.
           MOVE ACCOUNT-PRODUCT TO WS-IMG-PRODUCT.
           MOVE ACCOUNT-SIGNING TO WS-IMG-SIGNING.
           MOVE ACCOUNT-CURRENCY TO WS-IMG-CURRENCY.

       BUILD-CUSTOMER-IMAGE.
           MOVE CUST-NAME TO WS-IMG-CNAME.
           MOVE CUST-PHONE TO WS-IMG-CPHONE.
           MOVE CUST-NOTIFY TO WS-IMG-CNOTIFY.

       CHECK-PRODUCT-OVERDRAFT.
           MOVE 0 TO WS-OVERDRAFT-ALLOWED.
               INVALID KEY
                   DISPLAY 'Libelle: '
                   ACCEPT PRODUCT-LABEL
                   DISPLAY 'Depot a terme (Y/N): '
                   ACCEPT PRODUCT-KIND
                   IF PRODUCT-KIND = 'Y' THEN
                       MOVE 'T' TO PRODUCT-KIND
                       PERFORM CAPTURE-TERM-PRODUCT
                   ELSE
                       MOVE 'C' TO PRODUCT-KIND
                       MOVE 0 TO PRODUCT-TD-RATE
                       MOVE 0 TO PRODUCT-TD-TERM
                       MOVE 0 TO PRODUCT-TD-PENALTY
                       DISPLAY 'Porte interets (Y/N): '
                       ACCEPT PRODUCT-INTEREST
                       IF PRODUCT-INTEREST NOT = 'Y' THEN
                           MOVE 'N' TO PRODUCT-INTEREST
                       END-IF
                       DISPLAY 'Decouvert autorise (Y/N): '
                       ACCEPT PRODUCT-OVERDRAFT
                       IF PRODUCT-OVERDRAFT NOT = 'Y' THEN
                           MOVE 'N' TO PRODUCT-OVERDRAFT
                       END-IF
                       DISPLAY 'Frais de tenue de compte mensuels: '
                       ACCEPT PRODUCT-FEE
                   END-IF
                   WRITE PRODUCT-RECORD
                   DISPLAY 'Produit cree avec succes!'
                   MOVE PRODUCT-CODE TO WS-AUDIT-ACCOUNT
                   DISPLAY 'Libelle actuel: ' PRODUCT-LABEL
                   DISPLAY 'Libelle: '
                   ACCEPT PRODUCT-LABEL
                   IF PRODUCT-TERM-DEPOSIT THEN
                       DISPLAY 'Taux actuel: ' PRODUCT-TD-RATE
                           ' duree: ' PRODUCT-TD-TERM
                           ' penalite: ' PRODUCT-TD-PENALTY
                       PERFORM CAPTURE-TERM-PRODUCT
                   ELSE
                       DISPLAY 'Porte interets actuel: '
                           PRODUCT-INTEREST
                       DISPLAY 'Porte interets (Y/N): '
                       ACCEPT PRODUCT-INTEREST
                       IF PRODUCT-INTEREST NOT = 'Y' THEN
                           MOVE 'N' TO PRODUCT-INTEREST
                       END-IF
                       DISPLAY 'Decouvert autorise actuel: '
                           PRODUCT-OVERDRAFT
                       DISPLAY 'Decouvert autorise (Y/N): '
                       ACCEPT PRODUCT-OVERDRAFT
                       IF PRODUCT-OVERDRAFT NOT = 'Y' THEN
                           MOVE 'N' TO PRODUCT-OVERDRAFT
                       END-IF
                       DISPLAY 'Frais mensuels actuels: ' PRODUCT-FEE
                       DISPLAY 'Frais de tenue de compte mensuels: '
                       ACCEPT PRODUCT-FEE
                   END-IF
                   REWRITE PRODUCT-RECORD
                   DISPLAY 'Produit modifie avec succes!'
                   MOVE PRODUCT-CODE TO WS-AUDIT-ACCOUNT
           READ PRODUCTS NEXT AT END MOVE 1 TO WS-PRODUCT-EOF.
           PERFORM UNTIL WS-PRODUCT-EOF = 1
               ADD 1 TO WS-PRODUCT-COUNT
               IF PRODUCT-TERM-DEPOSIT THEN
                   DISPLAY PRODUCT-CODE ' ' PRODUCT-LABEL
                       ' a terme taux=' PRODUCT-TD-RATE
                       ' duree=' PRODUCT-TD-TERM
                       ' penalite=' PRODUCT-TD-PENALTY
               ELSE
                   DISPLAY PRODUCT-CODE ' ' PRODUCT-LABEL ' interets='
                       PRODUCT-INTEREST ' decouvert=' PRODUCT-OVERDRAFT
                       ' frais=' PRODUCT-FEE
               END-IF
               READ PRODUCTS NEXT AT END MOVE 1 TO WS-PRODUCT-EOF
           END-PERFORM.
           CLOSE PRODUCTS.
           MOVE PRODUCT-INTEREST TO WS-IMG-PROD-INT.
           MOVE PRODUCT-OVERDRAFT TO WS-IMG-PROD-OVD.
           MOVE PRODUCT-FEE TO WS-IMG-PROD-FEE.
           MOVE PRODUCT-KIND TO WS-IMG-PROD-KIND.

       CAPTURE-TERM-PRODUCT.
           MOVE 'N' TO PRODUCT-INTEREST.
           MOVE 'N' TO PRODUCT-OVERDRAFT.
           MOVE 0 TO PRODUCT-FEE.
           DISPLAY 'Taux annuel (ex 0.0300): '.
           ACCEPT PRODUCT-TD-RATE.
           DISPLAY 'Duree en mois: '.
           ACCEPT PRODUCT-TD-TERM.
           DISPLAY 'Penalite de rupture anticipee (ex 0.0100): '.
           ACCEPT PRODUCT-TD-PENALTY.

       LOAD-BANK-PARAMS.
           MOVE 'OVERDRAFT-FEE' TO WS-PARAM-NAME.
           MOVE 0 TO WS-PARAM-DEFAULT.
           PERFORM GET-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-DAILY-LIMIT-DEF.
           MOVE 'CHQ-CLEAR-DAYS' TO WS-PARAM-NAME.
           MOVE 2 TO WS-PARAM-DEFAULT.
           PERFORM GET-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-CHQ-CLEAR-DAYS.

       GET-PARAM-VALUE.
           MOVE WS-PARAM-DEFAULT TO WS-PARAM-VALUE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-TODAY.
           OPEN INPUT PARAMS.
           MOVE 0 TO WS-PARAM-EOF.
           MOVE WS-PARAM-NAME TO PARAM-NAME.
               WHEN OTHER DISPLAY 'Option invalide'.

       SET-PARAM.
           PERFORM CLEAR-APPROVAL-REQUEST.
           MOVE 'P' TO WS-APPR-TYPE.
           OPEN INPUT PARAMS.
           DISPLAY 'Nom du parametre: '.
           ACCEPT WS-APPR-PARAM-NAME.
           DISPLAY 'Date d''effet (AAAAMMJJ): '.
           ACCEPT WS-APPR-PARAM-EFF.
           MOVE WS-APPR-PARAM-NAME TO PARAM-NAME.
           MOVE WS-APPR-PARAM-EFF TO PARAM-EFFECTIVE.
           READ PARAMS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'Valeur actuelle: ' PARAM-VALUE
           END-READ.
           CLOSE PARAMS.
           DISPLAY 'Valeur: '.
           ACCEPT WS-APPR-PARAM-VALUE.
           PERFORM CREATE-APPROVAL-REQUEST.
           MOVE 'Saisie de parametre terminee.' TO WS-LOG-M.
           PERFORM LOG-MESSAGE.

       APPROVE-PARAM.
           OPEN I-O PARAMS.
           MOVE WS-APPR-PARAM-NAME TO PARAM-NAME.
           MOVE WS-APPR-PARAM-EFF TO PARAM-EFFECTIVE.
           MOVE 0 TO WS-PARAM-EXISTS.
           READ PARAMS
               INVALID KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
               NOT INVALID KEY
                   MOVE 1 TO WS-PARAM-EXISTS
                   PERFORM BUILD-PARAM-IMAGE
                   MOVE WS-PARAM-IMAGE TO WS-AUDIT-BEFORE
           END-READ.
           MOVE WS-APPR-PARAM-NAME TO PARAM-NAME.
           MOVE WS-APPR-PARAM-EFF TO PARAM-EFFECTIVE.
           MOVE WS-APPR-PARAM-VALUE TO PARAM-VALUE.
           IF WS-PARAM-EXISTS = 1 THEN
               REWRITE PARAM-RECORD
               DISPLAY 'Parametre modifie avec succes!'
           PERFORM WRITE-AUDIT-EVENT.
           CLOSE PARAMS.
           PERFORM LOAD-BANK-PARAMS.
           MOVE 1 TO WS-APPR-APPLIED.

       LIST-PARAMS.
           OPEN INPUT PARAMS.

       COMPUTE-DAILY-WITHDRAWALS.
           MOVE 0 TO WS-DAILY-TOTAL.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-TODAY.
           MOVE 0 TO WS-EOF.
           OPEN INPUT TRANSACTIONS.
           MOVE WS-INPUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER.

       CHECK-DAILY-LIMIT.
           MOVE 1 TO WS-LIMIT-OK.
           MOVE 0 TO WS-LIMIT-REQUESTED.
           IF ACCOUNT-DAILY-LIMIT > 0 THEN
               MOVE ACCOUNT-DAILY-LIMIT TO WS-EFF-LIMIT
           ELSE
               DISPLAY 'Plafond journalier: ' WS-EFF-LIMIT
               DISPLAY 'Retraits du jour: ' WS-DAILY-TOTAL
               IF WS-OPERATOR-ADMIN = 'Y' THEN
                   DISPLAY 'Demander une derogation au plafond? (O/N): '
                   ACCEPT WS-OVERRIDE-ANSWER
                   IF WS-OVERRIDE-ANSWER = 'O' THEN
                       PERFORM REQUEST-LIMIT-OVERRIDE
                   END-IF
               ELSE
                   DISPLAY 'Derogation reservee au superviseur.'
               END-IF
           END-IF.

       REQUEST-LIMIT-OVERRIDE.
           PERFORM CLEAR-APPROVAL-REQUEST.
           MOVE 'L' TO WS-APPR-TYPE.
           MOVE WS-INPUT-ACCOUNT TO WS-APPR-ACCOUNT.
           MOVE WS-AMOUNT TO WS-APPR-AMOUNT.
           PERFORM CREATE-APPROVAL-REQUEST.
           MOVE WS-APPR-CREATED TO WS-LIMIT-REQUESTED.

       APPROVE-LIMIT-OVERRIDE.
           MOVE WS-APPR-ACCOUNT TO WS-INPUT-ACCOUNT.
           MOVE WS-APPR-AMOUNT TO WS-AMOUNT.
           MOVE WS-APPR-MAKER TO WS-POST-OPERATOR.
           PERFORM COMPUTE-DAILY-WITHDRAWALS.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte introuvable.'
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED THEN
                       DISPLAY 'Compte cloture, operation impossible.'
                   ELSE IF ACCOUNT-FROZEN THEN
                       DISPLAY 'Compte gele, debit impossible.'
                   ELSE IF ACCOUNT-DORMANT THEN
                       DISPLAY 'Compte dormant, reactivation requise.'
                   ELSE
                       PERFORM APPLY-LIMIT-OVERRIDE
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
           CLOSE TRANSACTIONS.

       APPLY-LIMIT-OVERRIDE.
           PERFORM COMPUTE-HOLDS-TOTAL.
           COMPUTE WS-AVAILABLE =
               ACCOUNT-BALANCE - WS-HOLDS-TOTAL.
           COMPUTE WS-NEW-BALANCE = ACCOUNT-BALANCE - WS-AMOUNT.
           IF ACCOUNT-DAILY-LIMIT > 0 THEN
               MOVE ACCOUNT-DAILY-LIMIT TO WS-EFF-LIMIT
           ELSE
               MOVE WS-DAILY-LIMIT-DEF TO WS-EFF-LIMIT
           END-IF.
           IF (WS-AVAILABLE - WS-AMOUNT)
                   < (0 - OVERDRAFT-LIMIT) THEN
               DISPLAY 'Fonds insuffisants.'
           ELSE
               PERFORM POST-WITHDRAWAL
               MOVE WS-INPUT-ACCOUNT TO WS-AUDIT-ACCOUNT
               MOVE 'LIMIT-OVERRIDE' TO WS-AUDIT-ACTION
               MOVE WS-EFF-LIMIT TO WS-IMG-LIM-CEIL
               MOVE WS-DAILY-TOTAL TO WS-IMG-LIM-DAY
               MOVE WS-AMOUNT TO WS-IMG-LIM-AMT
               MOVE WS-LIMIT-IMAGE TO WS-AUDIT-BEFORE
               MOVE 'PLAFOND FORCE' TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-EVENT
               MOVE 1 TO WS-APPR-APPLIED
           END-IF.

       CHECK-SIGNING-RULE.
           MOVE 1 TO WS-SIGNING-OK.
           IF WS-SRC-SIGNING = 'T' THEN
                   DISPLAY 'Compte introuvable, versement echoue.'
               NOT INVALID KEY
                   ADD LOAN-PRINCIPAL TO ACCOUNT-BALANCE
                   PERFORM GET-BUSINESS-DATE
                   MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
           END-READ.
           CLOSE ACCOUNTS.
           MOVE LOAN-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'LOAN-DISBURSE' TO TRANS-TYPE.
           MOVE LOAN-PRINCIPAL TO TRANS-AMOUNT.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           MOVE LOAN-TERM TO WS-IMG-LOAN-TERM.
           MOVE LOAN-INSTALLMENT TO WS-IMG-LOAN-PMT.

       MANAGE-APPROVALS.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
           ELSE
               PERFORM MANAGE-APPROVALS-MENU
           END-IF.

       MANAGE-APPROVALS-MENU.
           DISPLAY '1. Lister les demandes en attente'.
           DISPLAY '2. Valider une demande'.
           DISPLAY '3. Rejeter une demande'.
           DISPLAY '4. Retour'.
           ACCEPT WS-APPR-OPTION.
           EVALUATE WS-APPR-OPTION
               WHEN 1 PERFORM LIST-PENDING-APPROVALS
               WHEN 2 PERFORM APPROVE-REQUEST
               WHEN 3 PERFORM REJECT-REQUEST
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY 'Option invalide'.

       LIST-PENDING-APPROVALS.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-TODAY.
           MOVE 0 TO WS-APPR-COUNT.
           MOVE 0 TO WS-APPR-EOF.
           DISPLAY 'Types: R extourne, O decouvert, P parametre, '
               'C cloture, L derogation plafond'.
           OPEN I-O APPROVALS.
           READ APPROVALS NEXT AT END MOVE 1 TO WS-APPR-EOF.
           PERFORM UNTIL WS-APPR-EOF = 1
               IF APPR-PENDING THEN
                   IF APPR-DATE < WS-TODAY THEN
                       PERFORM EXPIRE-LISTED-APPROVAL
                   ELSE
                       PERFORM DISPLAY-APPROVAL
                       ADD 1 TO WS-APPR-COUNT
                   END-IF
               END-IF
               READ APPROVALS NEXT AT END MOVE 1 TO WS-APPR-EOF
           END-PERFORM.
           CLOSE APPROVALS.
           DISPLAY 'Demandes en attente: ' WS-APPR-COUNT.

       DISPLAY-APPROVAL.
           PERFORM LOAD-APPROVAL-REQUEST.
           PERFORM BUILD-APPROVAL-IMAGE.
           DISPLAY APPR-ID ' ' APPR-TYPE ' ' APPR-MAKER ' '
               APPR-DATE ' ' APPR-ACCOUNT ' ' WS-IMG-APPR-DETAIL.
           IF APPR-PARAM THEN
               DISPLAY '    Date d''effet: ' APPR-PARAM-EFF
                   ' Valeur: ' APPR-PARAM-VALUE
           END-IF.

       EXPIRE-LISTED-APPROVAL.
           PERFORM LOAD-APPROVAL-REQUEST.
           MOVE 'E' TO APPR-STATUS.
           MOVE SPACES TO APPR-CHECKER.
           ACCEPT APPR-DECISION-DATE FROM DATE YYYYMMDD.
           ACCEPT APPR-DECISION-TIME FROM TIME.
           REWRITE APPROVAL-RECORD.
           MOVE 'E' TO WS-APPR-NEW-STATUS.
           MOVE 'EXPIRY' TO WS-AUDIT-MAKER.
           MOVE SPACES TO WS-AUDIT-CHECKER.
           MOVE 'APPR-EXPIRE' TO WS-AUDIT-ACTION.
           PERFORM WRITE-APPROVAL-AUDIT.
           MOVE SPACES TO WS-AUDIT-MAKER.

       LOAD-APPROVAL-REQUEST.
           MOVE APPR-ID TO WS-APPR-ID.
           MOVE APPR-TYPE TO WS-APPR-TYPE.
           MOVE APPR-STATUS TO WS-APPR-STATUS.
           MOVE APPR-DATE TO WS-APPR-DATE.
           MOVE APPR-MAKER TO WS-APPR-MAKER.
           MOVE APPR-ACCOUNT TO WS-APPR-ACCOUNT.
           MOVE APPR-SEQUENCE TO WS-APPR-SEQUENCE.
           MOVE APPR-AMOUNT TO WS-APPR-AMOUNT.
           MOVE APPR-PARAM-NAME TO WS-APPR-PARAM-NAME.
           MOVE APPR-PARAM-EFF TO WS-APPR-PARAM-EFF.
           MOVE APPR-PARAM-VALUE TO WS-APPR-PARAM-VALUE.

       CLEAR-APPROVAL-REQUEST.
           MOVE 0 TO WS-APPR-ID.
           MOVE SPACE TO WS-APPR-TYPE.
           MOVE SPACE TO WS-APPR-STATUS.
           MOVE 0 TO WS-APPR-DATE.
           MOVE SPACES TO WS-APPR-MAKER.
           MOVE SPACES TO WS-APPR-ACCOUNT.
           MOVE 0 TO WS-APPR-SEQUENCE.
           MOVE 0 TO WS-APPR-AMOUNT.
           MOVE SPACES TO WS-APPR-PARAM-NAME.
           MOVE 0 TO WS-APPR-PARAM-EFF.
           MOVE 0 TO WS-APPR-PARAM-VALUE.

       BUILD-APPROVAL-IMAGE.
           MOVE WS-APPR-ID TO WS-IMG-APPR-ID.
           MOVE WS-APPR-TYPE TO WS-IMG-APPR-TYPE.
           MOVE WS-APPR-STATUS TO WS-IMG-APPR-STATUS.
           MOVE WS-APPR-MAKER TO WS-IMG-APPR-MAKER.
           EVALUATE WS-APPR-TYPE
               WHEN 'R'
                   MOVE WS-APPR-SEQUENCE TO WS-IMG-APPR-DETAIL
               WHEN 'O'
                   MOVE WS-APPR-AMOUNT TO WS-IMG-APPR-AMT
                   MOVE WS-IMG-APPR-AMT TO WS-IMG-APPR-DETAIL
               WHEN 'L'
                   MOVE WS-APPR-AMOUNT TO WS-IMG-APPR-AMT
                   MOVE WS-IMG-APPR-AMT TO WS-IMG-APPR-DETAIL
               WHEN 'P'
                   MOVE WS-APPR-PARAM-NAME TO WS-IMG-APPR-DETAIL
               WHEN OTHER
                   MOVE SPACES TO WS-IMG-APPR-DETAIL
           END-EVALUATE.

       CREATE-APPROVAL-REQUEST.
           MOVE 0 TO WS-APPR-CREATED.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-TODAY.
           PERFORM CHECK-PENDING-DUPLICATE.
           IF WS-APPR-DUPLICATE = 1 THEN
               DISPLAY 'Une demande identique est deja en attente.'
           ELSE
               PERFORM ASSIGN-APPROVAL-ID
               MOVE 'P' TO WS-APPR-STATUS
               MOVE WS-TODAY TO WS-APPR-DATE
               MOVE WS-OPERATOR-ID TO WS-APPR-MAKER
               PERFORM WRITE-APPROVAL-RECORD
               MOVE WS-APPR-ACCOUNT TO WS-AUDIT-ACCOUNT
               MOVE 'APPR-REQUEST' TO WS-AUDIT-ACTION
               MOVE SPACES TO WS-AUDIT-BEFORE
               PERFORM BUILD-APPROVAL-IMAGE
               MOVE WS-APPR-IMAGE TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-EVENT
               MOVE 1 TO WS-APPR-CREATED
               DISPLAY 'Demande ' WS-APPR-ID
                   ' enregistree, en attente de validation.'
           END-IF.

       CHECK-PENDING-DUPLICATE.
           MOVE 0 TO WS-APPR-DUPLICATE.
           MOVE 0 TO WS-APPR-EOF.
           OPEN INPUT APPROVALS.
           READ APPROVALS NEXT AT END MOVE 1 TO WS-APPR-EOF.
           PERFORM UNTIL WS-APPR-EOF = 1 OR WS-APPR-DUPLICATE = 1
               IF APPR-PENDING AND APPR-DATE = WS-TODAY
                       AND APPR-TYPE = WS-APPR-TYPE
                       AND APPR-ACCOUNT = WS-APPR-ACCOUNT
                       AND APPR-SEQUENCE = WS-APPR-SEQUENCE
                       AND APPR-PARAM-NAME = WS-APPR-PARAM-NAME
                       AND APPR-PARAM-EFF = WS-APPR-PARAM-EFF THEN
                   MOVE 1 TO WS-APPR-DUPLICATE
               END-IF
               READ APPROVALS NEXT AT END MOVE 1 TO WS-APPR-EOF
           END-PERFORM.
           CLOSE APPROVALS.

       ASSIGN-APPROVAL-ID.
           OPEN I-O COUNTERS.
           MOVE 'APPRSEQ' TO COUNTER-ID.
           READ COUNTERS
               INVALID KEY
                   MOVE 'APPRSEQ' TO COUNTER-ID
                   MOVE 1 TO COUNTER-VALUE
                   WRITE COUNTER-RECORD
               NOT INVALID KEY
                   REWRITE COUNTER-RECORD
           END-READ.
           CLOSE COUNTERS.
           MOVE COUNTER-VALUE TO WS-APPR-ID.

       WRITE-APPROVAL-RECORD.
           OPEN I-O APPROVALS.
           MOVE WS-APPR-ID TO APPR-ID.
           MOVE WS-APPR-TYPE TO APPR-TYPE.
           MOVE WS-APPR-STATUS TO APPR-STATUS.
           MOVE WS-APPR-DATE TO APPR-DATE.
           ACCEPT APPR-TIME FROM TIME.
           MOVE WS-APPR-MAKER TO APPR-MAKER.
           MOVE SPACES TO APPR-CHECKER.
           MOVE 0 TO APPR-DECISION-DATE.
           MOVE 0 TO APPR-DECISION-TIME.
           MOVE WS-APPR-ACCOUNT TO APPR-ACCOUNT.
           MOVE WS-APPR-SEQUENCE TO APPR-SEQUENCE.
           MOVE WS-APPR-AMOUNT TO APPR-AMOUNT.
           MOVE WS-APPR-PARAM-NAME TO APPR-PARAM-NAME.
           MOVE WS-APPR-PARAM-EFF TO APPR-PARAM-EFF.
           MOVE WS-APPR-PARAM-VALUE TO APPR-PARAM-VALUE.
           WRITE APPROVAL-RECORD.
           CLOSE APPROVALS.

       READ-APPROVAL-REQUEST.
           MOVE 0 TO WS-APPR-FOUND.
           DISPLAY 'Numero de demande: '.
           ACCEPT WS-APPR-INPUT-ID.
           OPEN INPUT APPROVALS.
           MOVE WS-APPR-INPUT-ID TO APPR-ID.
           READ APPROVALS
               INVALID KEY
                   DISPLAY 'Demande introuvable.'
               NOT INVALID KEY
                   MOVE 1 TO WS-APPR-FOUND
                   PERFORM LOAD-APPROVAL-REQUEST
           END-READ.
           CLOSE APPROVALS.

       CHECK-APPROVAL-DECIDABLE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-TODAY.
           IF WS-APPR-STATUS NOT = 'P' THEN
               DISPLAY 'Demande deja traitee, statut: ' WS-APPR-STATUS
               MOVE 0 TO WS-APPR-FOUND
           ELSE IF WS-APPR-DATE < WS-TODAY THEN
               DISPLAY 'Demande expiree.'
               MOVE 'E' TO WS-APPR-NEW-STATUS
               MOVE 'EXPIRY' TO WS-AUDIT-MAKER
               MOVE SPACES TO WS-AUDIT-CHECKER
               PERFORM SET-APPROVAL-STATUS
               MOVE 'APPR-EXPIRE' TO WS-AUDIT-ACTION
               PERFORM WRITE-APPROVAL-AUDIT
               MOVE SPACES TO WS-AUDIT-MAKER
               MOVE 0 TO WS-APPR-FOUND
           ELSE IF WS-APPR-MAKER = WS-OPERATOR-ID THEN
               DISPLAY 'La validation doit etre faite par un autre '
                   'operateur.'
               MOVE 0 TO WS-APPR-FOUND
           END-IF.

       APPROVE-REQUEST.
           PERFORM READ-APPROVAL-REQUEST.
           IF WS-APPR-FOUND = 1 THEN
               PERFORM CHECK-APPROVAL-DECIDABLE
           END-IF.
           IF WS-APPR-FOUND = 1 THEN
               PERFORM EXECUTE-APPROVAL
           END-IF.

       EXECUTE-APPROVAL.
           MOVE 0 TO WS-APPR-APPLIED.
           MOVE WS-APPR-MAKER TO WS-AUDIT-MAKER.
           MOVE WS-OPERATOR-ID TO WS-AUDIT-CHECKER.
           EVALUATE WS-APPR-TYPE
               WHEN 'R' PERFORM APPROVE-REVERSAL
               WHEN 'O' PERFORM APPROVE-OVERDRAFT
               WHEN 'P' PERFORM APPROVE-PARAM
               WHEN 'C' PERFORM APPROVE-CLOSE
               WHEN 'L' PERFORM APPROVE-LIMIT-OVERRIDE
               WHEN OTHER DISPLAY 'Type de demande inconnu.'
           END-EVALUATE.
           IF WS-APPR-APPLIED = 1 THEN
               MOVE 'A' TO WS-APPR-NEW-STATUS
               MOVE 'APPR-APPROVE' TO WS-AUDIT-ACTION
               DISPLAY 'Demande validee et executee.'
           ELSE
               MOVE 'F' TO WS-APPR-NEW-STATUS
               MOVE 'APPR-FAILED' TO WS-AUDIT-ACTION
               DISPLAY 'Demande validee mais non executable.'
           END-IF.
           PERFORM SET-APPROVAL-STATUS.
           PERFORM WRITE-APPROVAL-AUDIT.
           MOVE SPACES TO WS-AUDIT-MAKER.
           MOVE SPACES TO WS-AUDIT-CHECKER.

       REJECT-REQUEST.
           PERFORM READ-APPROVAL-REQUEST.
           IF WS-APPR-FOUND = 1 THEN
               PERFORM CHECK-APPROVAL-DECIDABLE
           END-IF.
           IF WS-APPR-FOUND = 1 THEN
               MOVE WS-APPR-MAKER TO WS-AUDIT-MAKER
               MOVE WS-OPERATOR-ID TO WS-AUDIT-CHECKER
               MOVE 'J' TO WS-APPR-NEW-STATUS
               PERFORM SET-APPROVAL-STATUS
               MOVE 'APPR-REJECT' TO WS-AUDIT-ACTION
               PERFORM WRITE-APPROVAL-AUDIT
               MOVE SPACES TO WS-AUDIT-MAKER
               MOVE SPACES TO WS-AUDIT-CHECKER
               DISPLAY 'Demande rejetee.'
           END-IF.

       SET-APPROVAL-STATUS.
           OPEN I-O APPROVALS.
           MOVE WS-APPR-ID TO APPR-ID.
           READ APPROVALS
               INVALID KEY
                   DISPLAY 'Demande introuvable.'
               NOT INVALID KEY
                   MOVE WS-APPR-NEW-STATUS TO APPR-STATUS
                   MOVE WS-AUDIT-CHECKER TO APPR-CHECKER
                   ACCEPT APPR-DECISION-DATE FROM DATE YYYYMMDD
                   ACCEPT APPR-DECISION-TIME FROM TIME
                   REWRITE APPROVAL-RECORD
           END-READ.
           CLOSE APPROVALS.

       WRITE-APPROVAL-AUDIT.
           MOVE WS-APPR-ACCOUNT TO WS-AUDIT-ACCOUNT.
           PERFORM BUILD-APPROVAL-IMAGE.
           MOVE WS-APPR-IMAGE TO WS-AUDIT-BEFORE.
           MOVE WS-APPR-NEW-STATUS TO WS-IMG-APPR-STATUS.
           MOVE WS-APPR-IMAGE TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-EVENT.

       GET-BUSINESS-DATE.
           MOVE 'G' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-STATUS.

       MANAGE-CALENDAR.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
           ELSE
               PERFORM MANAGE-CALENDAR-MENU
           END-IF.

       MANAGE-CALENDAR-MENU.
           PERFORM GET-BUSINESS-DATE.
           DISPLAY 'Date comptable: ' WS-BUS-DATE.
           DISPLAY '1. Passer au jour ouvre suivant'.
           DISPLAY '2. Forcer la date comptable'.
           DISPLAY '3. Ajouter un jour ferie'.
           DISPLAY '4. Supprimer un jour ferie'.
           DISPLAY '5. Lister les jours feries'.
           DISPLAY '6. Retour'.
           ACCEPT WS-CAL-OPTION.
           EVALUATE WS-CAL-OPTION
               WHEN 1 PERFORM ROLL-BUSINESS-DATE
               WHEN 2 PERFORM FORCE-BUSINESS-DATE
               WHEN 3 PERFORM ADD-HOLIDAY
               WHEN 4 PERFORM REMOVE-HOLIDAY
               WHEN 5 PERFORM LIST-HOLIDAYS
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY 'Option invalide'.

       ROLL-BUSINESS-DATE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-CAL-OLD-DATE.
           PERFORM CHECK-EOD-WINDOW.
           IF WS-CAL-WINDOW-STATUS NOT = 'C' THEN
               DISPLAY 'Fenetre de fin de journee non terminee pour '
                   'cette date.'
               DISPLAY 'Avancer la date quand meme? (O/N): '
               ACCEPT WS-CAL-ROLL-ANSWER
               IF WS-CAL-ROLL-ANSWER NOT = 'O' THEN
                   DISPLAY 'Date comptable inchangee.'
               ELSE
                   PERFORM APPLY-ROLL-BUSINESS-DATE
               END-IF
           ELSE
               PERFORM APPLY-ROLL-BUSINESS-DATE
           END-IF.

       CHECK-EOD-WINDOW.
           MOVE SPACE TO WS-CAL-WINDOW-STATUS.
           OPEN INPUT RUN-CONTROL.
           MOVE WS-CAL-OLD-DATE TO RC-BUS-DATE.
           MOVE 0 TO RC-STEP.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RC-STATUS TO WS-CAL-WINDOW-STATUS
           END-READ.
           CLOSE RUN-CONTROL.

       APPLY-ROLL-BUSINESS-DATE.
           MOVE 'R' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-STATUS.
           MOVE WS-BUS-DATE TO WS-CAL-NEW-DATE.
           PERFORM WRITE-CALENDAR-AUDIT.
           DISPLAY 'Nouvelle date comptable: ' WS-BUS-DATE.

       FORCE-BUSINESS-DATE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-CAL-OLD-DATE.
           DISPLAY 'Nouvelle date comptable (AAAAMMJJ): '.
           ACCEPT WS-CAL-NEW-DATE.
           MOVE WS-CAL-NEW-DATE TO WS-BUS-DATE.
           MOVE 'S' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-STATUS.
           IF WS-BUS-STATUS = '3' THEN
               DISPLAY 'Date invalide.'
           ELSE IF WS-BUS-STATUS = '4' THEN
               DISPLAY 'Cette date n''est pas un jour ouvre.'
           ELSE
               PERFORM WRITE-CALENDAR-AUDIT
               DISPLAY 'Date comptable modifiee avec succes!'
           END-IF.

       WRITE-CALENDAR-AUDIT.
           MOVE SPACES TO WS-AUDIT-ACCOUNT.
           MOVE 'SET-BUSDATE' TO WS-AUDIT-ACTION.
           MOVE WS-CAL-OLD-DATE TO WS-AUDIT-BEFORE.
           MOVE WS-CAL-NEW-DATE TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-EVENT.

       ADD-HOLIDAY.
           OPEN I-O HOLIDAYS.
           DISPLAY 'Date du jour ferie (AAAAMMJJ): '.
           ACCEPT HOL-DATE.
           READ HOLIDAYS
               INVALID KEY
                   DISPLAY 'Libelle: '
                   ACCEPT HOL-LABEL
                   WRITE HOLIDAY-RECORD
                   DISPLAY 'Jour ferie ajoute avec succes!'
                   MOVE SPACES TO WS-AUDIT-ACCOUNT
                   MOVE 'ADD-HOLIDAY' TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   PERFORM BUILD-HOLIDAY-IMAGE
                   MOVE WS-HOLIDAY-IMAGE TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-EVENT
               NOT INVALID KEY
                   DISPLAY 'Jour ferie deja enregistre: ' HOL-LABEL
           END-READ.
           CLOSE HOLIDAYS.

       REMOVE-HOLIDAY.
           OPEN I-O HOLIDAYS.
           DISPLAY 'Date du jour ferie (AAAAMMJJ): '.
           ACCEPT HOL-DATE.
           READ HOLIDAYS
               INVALID KEY
                   DISPLAY 'Jour ferie introuvable.'
               NOT INVALID KEY
                   PERFORM BUILD-HOLIDAY-IMAGE
                   DELETE HOLIDAYS RECORD
                   DISPLAY 'Jour ferie supprime avec succes!'
                   MOVE SPACES TO WS-AUDIT-ACCOUNT
                   MOVE 'DEL-HOLIDAY' TO WS-AUDIT-ACTION
                   MOVE WS-HOLIDAY-IMAGE TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   PERFORM WRITE-AUDIT-EVENT
           END-READ.
           CLOSE HOLIDAYS.

       LIST-HOLIDAYS.
           OPEN INPUT HOLIDAYS.
           MOVE 0 TO WS-CAL-EOF.
           READ HOLIDAYS NEXT AT END MOVE 1 TO WS-CAL-EOF.
           PERFORM UNTIL WS-CAL-EOF = 1
               DISPLAY HOL-DATE ' ' HOL-LABEL
               READ HOLIDAYS NEXT AT END MOVE 1 TO WS-CAL-EOF
           END-PERFORM.
           CLOSE HOLIDAYS.

       BUILD-HOLIDAY-IMAGE.
           MOVE HOL-DATE TO WS-IMG-HOL-DATE.
           MOVE HOL-LABEL TO WS-IMG-HOL-LABEL.

       MANAGE-CHEQUES.
           DISPLAY '1. Remise de cheque'.
           DISPLAY '2. Delivrer un chequier'.
           DISPLAY '3. Faire opposition sur un cheque'.
           DISPLAY '4. Lever une opposition'.
           DISPLAY '5. Cheques, chequiers et oppositions d''un compte'.
           DISPLAY '6. Retour'.
           ACCEPT WS-CHQ-OPTION.
           EVALUATE WS-CHQ-OPTION
               WHEN 1 PERFORM DEPOSIT-CHEQUE
               WHEN 2 PERFORM ISSUE-CHEQUEBOOK
               WHEN 3 PERFORM PLACE-STOP-PAYMENT
               WHEN 4 PERFORM LIFT-STOP-PAYMENT
               WHEN 5 PERFORM LIST-ACCOUNT-CHEQUES
               WHEN 6 CONTINUE
               WHEN OTHER DISPLAY 'Option invalide'.

       DEPOSIT-CHEQUE.
           OPEN I-O ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           DISPLAY 'Numero de compte: '.
           ACCEPT WS-INPUT-ACCOUNT.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte introuvable.'
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED THEN
                       DISPLAY 'Compte cloture, operation impossible.'
                   ELSE IF ACCOUNT-DORMANT THEN
                       DISPLAY 'Compte dormant, reactivation requise.'
                   ELSE
                       PERFORM DO-DEPOSIT-CHEQUE
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
           CLOSE TRANSACTIONS.

       DO-DEPOSIT-CHEQUE.
           DISPLAY 'Numero du cheque: '.
           ACCEPT WS-CHQ-NUMBER.
           DISPLAY 'Banque tiree: '.
           ACCEPT WS-CHQ-BANK.
           DISPLAY 'Montant du cheque: '.
           ACCEPT WS-AMOUNT.
           IF WS-AMOUNT <= 0 OR WS-CHQ-NUMBER = 0 THEN
               DISPLAY 'Montant ou numero invalide.'
           ELSE
               ADD WS-AMOUNT TO ACCOUNT-BALANCE
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
               REWRITE ACCOUNT-RECORD
               MOVE WS-INPUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'CHQ-DEPOSIT' TO TRANS-TYPE
               MOVE WS-AMOUNT TO TRANS-AMOUNT
               MOVE WS-BUS-DATE TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO TRANS-OPERATOR
               PERFORM ASSIGN-TRANS-SEQUENCE
               MOVE TRANS-SEQUENCE TO WS-CHQ-TRANS-SEQ
               WRITE TRANSACTION-RECORD
               PERFORM COMPUTE-CHEQUE-CLEAR-DATE
               PERFORM ASSIGN-CHEQUE-ID
               PERFORM WRITE-CHEQUE-DEPOSIT
               DISPLAY 'Cheque remis, reference ' WS-CHQ-ID
               DISPLAY 'Fonds disponibles apres encaissement le '
                   WS-CHQ-CLEAR-DATE
           END-IF.

       COMPUTE-CHEQUE-CLEAR-DATE.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-CHQ-CLEAR-DATE.
           PERFORM VARYING WS-CHQ-DAY-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-DAY-IDX > WS-CHQ-CLEAR-DAYS
               MOVE 'N' TO WS-BUS-FUNCTION
               CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION
                   WS-CHQ-CLEAR-DATE WS-BUS-STATUS
           END-PERFORM.

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

       WRITE-CHEQUE-DEPOSIT.
           OPEN I-O CHEQUES.
           MOVE WS-CHQ-ID TO CHQ-ID.
           MOVE 'R' TO CHQ-KIND.
           MOVE WS-INPUT-ACCOUNT TO CHQ-ACCOUNT.
           MOVE WS-CHQ-NUMBER TO CHQ-NUMBER.
           MOVE WS-CHQ-BANK TO CHQ-BANK.
           MOVE WS-AMOUNT TO CHQ-AMOUNT.
           MOVE WS-BUS-DATE TO CHQ-DATE.
           MOVE WS-CHQ-CLEAR-DATE TO CHQ-CLEAR-DATE.
           MOVE 'U' TO CHQ-STATUS.
           MOVE SPACES TO CHQ-REASON.
           MOVE WS-CHQ-TRANS-SEQ TO CHQ-TRANS-SEQ.
           WRITE CHEQUE-RECORD.
           CLOSE CHEQUES.
           OPEN I-O HOLDS.
           MOVE WS-INPUT-ACCOUNT TO HOLD-ACCOUNT.
           MOVE WS-CHQ-ID TO HOLD-REFERENCE.
           MOVE WS-AMOUNT TO HOLD-AMOUNT.
           MOVE WS-CHQ-CLEAR-DATE TO HOLD-EXPIRY.
           MOVE 'A' TO HOLD-STATUS.
           WRITE HOLD-RECORD.
           CLOSE HOLDS.

       ISSUE-CHEQUEBOOK.
           OPEN INPUT ACCOUNTS.
           DISPLAY 'Numero de compte: '.
           ACCEPT WS-INPUT-ACCOUNT.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE 0 TO WS-FOUND.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte introuvable.'
               NOT INVALID KEY
                   IF NOT ACCOUNT-OPEN THEN
                       DISPLAY 'Le compte doit etre ouvert.'
                   ELSE
                       MOVE 1 TO WS-FOUND
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
           IF WS-FOUND = 1 THEN
               PERFORM WRITE-CHEQUEBOOK
           END-IF.

       WRITE-CHEQUEBOOK.
           DISPLAY 'Nombre de formules (0 = 25): '.
           ACCEPT WS-CHQ-LEAVES.
           IF WS-CHQ-LEAVES = 0 THEN
               MOVE 25 TO WS-CHQ-LEAVES
           END-IF.
           PERFORM ASSIGN-CHEQUE-NUMBERS.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O CHEQUEBOOKS.
           MOVE WS-INPUT-ACCOUNT TO CHQBK-ACCOUNT.
           MOVE WS-CHQ-FIRST TO CHQBK-FIRST.
           MOVE WS-CHQ-LAST TO CHQBK-LAST.
           MOVE WS-BUS-DATE TO CHQBK-ISSUE-DATE.
           MOVE WS-OPERATOR-ID TO CHQBK-OPERATOR.
           MOVE 'A' TO CHQBK-STATUS.
           WRITE CHEQUEBOOK-RECORD.
           CLOSE CHEQUEBOOKS.
           MOVE WS-CHQ-FIRST TO WS-IMG-CHQBK-FIRST.
           MOVE WS-CHQ-LAST TO WS-IMG-CHQBK-LAST.
           MOVE WS-INPUT-ACCOUNT TO WS-AUDIT-ACCOUNT.
           MOVE 'ISSUE-CHQBOOK' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           MOVE WS-CHQBK-IMAGE TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-EVENT.
           DISPLAY 'Chequier delivre: cheques ' WS-CHQ-FIRST
               ' a ' WS-CHQ-LAST.

       ASSIGN-CHEQUE-NUMBERS.
           OPEN I-O COUNTERS.
           MOVE 'CHQNUM' TO COUNTER-ID.
           READ COUNTERS
               INVALID KEY
                   MOVE 'CHQNUM' TO COUNTER-ID
                   MOVE 0 TO COUNTER-VALUE
                   ADD WS-CHQ-LEAVES TO COUNTER-VALUE
                   WRITE COUNTER-RECORD
               NOT INVALID KEY
                   ADD WS-CHQ-LEAVES TO COUNTER-VALUE
                   REWRITE COUNTER-RECORD
           END-READ.
           CLOSE COUNTERS.
           MOVE COUNTER-VALUE TO WS-CHQ-LAST.
           COMPUTE WS-CHQ-FIRST = WS-CHQ-LAST - WS-CHQ-LEAVES + 1.

       FIND-ISSUED-CHEQUE.
           MOVE 0 TO WS-CHQ-FOUND.
           OPEN INPUT CHEQUEBOOKS.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE WS-INPUT-ACCOUNT TO CHQBK-ACCOUNT.
           MOVE 0 TO CHQBK-FIRST.
           START CHEQUEBOOKS KEY NOT < CHQBK-ID
               INVALID KEY MOVE 1 TO WS-CHQ-EOF
           END-START.
           PERFORM UNTIL WS-CHQ-EOF = 1 OR WS-CHQ-FOUND = 1
               READ CHEQUEBOOKS NEXT
                   AT END MOVE 1 TO WS-CHQ-EOF
               END-READ
               IF WS-CHQ-EOF = 0 THEN
                   IF CHQBK-ACCOUNT NOT = WS-INPUT-ACCOUNT THEN
                       MOVE 1 TO WS-CHQ-EOF
                   ELSE IF CHQBK-ACTIVE
                           AND WS-CHQ-NUMBER >= CHQBK-FIRST
                           AND WS-CHQ-NUMBER <= CHQBK-LAST THEN
                       MOVE 1 TO WS-CHQ-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHEQUEBOOKS.

       CHECK-CHEQUE-PAID.
           MOVE 0 TO WS-CHQ-PAID.
           OPEN INPUT CHEQUES.
           MOVE 0 TO WS-CHQ-EOF.
           READ CHEQUES NEXT AT END MOVE 1 TO WS-CHQ-EOF.
           PERFORM UNTIL WS-CHQ-EOF = 1
               IF CHQ-PRESENTED AND CHQ-CLEARED
                       AND CHQ-ACCOUNT = WS-INPUT-ACCOUNT
                       AND CHQ-NUMBER = WS-CHQ-NUMBER THEN
                   MOVE 1 TO WS-CHQ-PAID
               END-IF
               READ CHEQUES NEXT AT END MOVE 1 TO WS-CHQ-EOF
           END-PERFORM.
           CLOSE CHEQUES.

       PLACE-STOP-PAYMENT.
           OPEN INPUT ACCOUNTS.
           DISPLAY 'Numero de compte: '.
           ACCEPT WS-INPUT-ACCOUNT.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE 0 TO WS-FOUND.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte introuvable.'
               NOT INVALID KEY
                   IF ACCOUNT-CLOSED THEN
                       DISPLAY 'Compte cloture, operation impossible.'
                   ELSE
                       MOVE 1 TO WS-FOUND
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
           IF WS-FOUND = 1 THEN
               DISPLAY 'Numero du cheque: '
               ACCEPT WS-CHQ-NUMBER
               PERFORM FIND-ISSUED-CHEQUE
               PERFORM CHECK-CHEQUE-PAID
               IF WS-CHQ-FOUND = 0 THEN
                   DISPLAY 'Cheque non delivre sur ce compte.'
               ELSE IF WS-CHQ-PAID = 1 THEN
                   DISPLAY 'Cheque deja paye, opposition impossible.'
               ELSE
                   PERFORM WRITE-STOP-PAYMENT
               END-IF
           END-IF.

       WRITE-STOP-PAYMENT.
           OPEN I-O STOP-PAYMENTS.
           MOVE WS-INPUT-ACCOUNT TO STOP-ACCOUNT.
           MOVE WS-CHQ-NUMBER TO STOP-NUMBER.
           MOVE 0 TO WS-CHQ-FOUND.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           READ STOP-PAYMENTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CHQ-FOUND
                   PERFORM BUILD-STOP-IMAGE
                   MOVE WS-STOP-IMAGE TO WS-AUDIT-BEFORE
           END-READ.
           IF WS-CHQ-FOUND = 1 AND STOP-ACTIVE THEN
               DISPLAY 'Opposition deja enregistree.'
           ELSE
               DISPLAY 'Montant du cheque (0 si inconnu): '
               ACCEPT STOP-AMOUNT
               DISPLAY 'Motif de l''opposition: '
               ACCEPT STOP-REASON
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO STOP-DATE
               MOVE WS-OPERATOR-ID TO STOP-OPERATOR
               MOVE 'A' TO STOP-STATUS
               IF WS-CHQ-FOUND = 1 THEN
                   REWRITE STOP-PAYMENT-RECORD
               ELSE
                   WRITE STOP-PAYMENT-RECORD
               END-IF
               MOVE WS-INPUT-ACCOUNT TO WS-AUDIT-ACCOUNT
               MOVE 'STOP-PAYMENT' TO WS-AUDIT-ACTION
               PERFORM BUILD-STOP-IMAGE
               MOVE WS-STOP-IMAGE TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-EVENT
               DISPLAY 'Opposition enregistree.'
           END-IF.
           CLOSE STOP-PAYMENTS.

       LIFT-STOP-PAYMENT.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
           ELSE
               PERFORM DO-LIFT-STOP-PAYMENT
           END-IF.

       DO-LIFT-STOP-PAYMENT.
           OPEN I-O STOP-PAYMENTS.
           DISPLAY 'Numero de compte: '.
           ACCEPT STOP-ACCOUNT.
           DISPLAY 'Numero du cheque: '.
           ACCEPT STOP-NUMBER.
           READ STOP-PAYMENTS
               INVALID KEY
                   DISPLAY 'Opposition introuvable.'
               NOT INVALID KEY
                   IF STOP-LIFTED THEN
                       DISPLAY 'Opposition deja levee.'
                   ELSE
                       PERFORM BUILD-STOP-IMAGE
                       MOVE WS-STOP-IMAGE TO WS-AUDIT-BEFORE
                       MOVE 'L' TO STOP-STATUS
                       REWRITE STOP-PAYMENT-RECORD
                       MOVE STOP-ACCOUNT TO WS-AUDIT-ACCOUNT
                       MOVE 'LIFT-STOPPAY' TO WS-AUDIT-ACTION
                       PERFORM BUILD-STOP-IMAGE
                       MOVE WS-STOP-IMAGE TO WS-AUDIT-AFTER
                       PERFORM WRITE-AUDIT-EVENT
                       DISPLAY 'Opposition levee.'
                   END-IF
           END-READ.
           CLOSE STOP-PAYMENTS.

       BUILD-STOP-IMAGE.
           MOVE STOP-NUMBER TO WS-IMG-STOP-NUMBER.
           MOVE STOP-STATUS TO WS-IMG-STOP-STATUS.
           MOVE STOP-REASON TO WS-IMG-STOP-REASON.

       LIST-ACCOUNT-CHEQUES.
           DISPLAY 'Numero de compte: '.
           ACCEPT WS-INPUT-ACCOUNT.
           DISPLAY 'Cheques remis et payes:'.
           OPEN INPUT CHEQUES.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE 0 TO WS-CHQ-COUNT.
           READ CHEQUES NEXT AT END MOVE 1 TO WS-CHQ-EOF.
           PERFORM UNTIL WS-CHQ-EOF = 1
               IF CHQ-ACCOUNT = WS-INPUT-ACCOUNT THEN
                   ADD 1 TO WS-CHQ-COUNT
                   DISPLAY CHQ-ID ' ' CHQ-KIND ' ' CHQ-NUMBER ' '
                       CHQ-BANK ' ' CHQ-AMOUNT ' ' CHQ-STATUS
                       ' le ' CHQ-CLEAR-DATE ' ' CHQ-REASON
               END-IF
               READ CHEQUES NEXT AT END MOVE 1 TO WS-CHQ-EOF
           END-PERFORM.
           CLOSE CHEQUES.
           IF WS-CHQ-COUNT = 0 THEN
               DISPLAY 'Aucun cheque pour ce compte.'
           END-IF.
           DISPLAY 'Chequiers delivres:'.
           OPEN INPUT CHEQUEBOOKS.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE 0 TO WS-CHQ-COUNT.
           MOVE WS-INPUT-ACCOUNT TO CHQBK-ACCOUNT.
           MOVE 0 TO CHQBK-FIRST.
           START CHEQUEBOOKS KEY NOT < CHQBK-ID
               INVALID KEY MOVE 1 TO WS-CHQ-EOF
           END-START.
           PERFORM UNTIL WS-CHQ-EOF = 1
               READ CHEQUEBOOKS NEXT
                   AT END MOVE 1 TO WS-CHQ-EOF
               END-READ
               IF WS-CHQ-EOF = 0 THEN
                   IF CHQBK-ACCOUNT NOT = WS-INPUT-ACCOUNT THEN
                       MOVE 1 TO WS-CHQ-EOF
                   ELSE
                       ADD 1 TO WS-CHQ-COUNT
                       DISPLAY CHQBK-FIRST ' a ' CHQBK-LAST
                           ' delivre le ' CHQBK-ISSUE-DATE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHEQUEBOOKS.
           IF WS-CHQ-COUNT = 0 THEN
               DISPLAY 'Aucun chequier pour ce compte.'
           END-IF.
           DISPLAY 'Oppositions:'.
           OPEN INPUT STOP-PAYMENTS.
           MOVE 0 TO WS-CHQ-EOF.
           MOVE 0 TO WS-CHQ-COUNT.
           MOVE WS-INPUT-ACCOUNT TO STOP-ACCOUNT.
           MOVE 0 TO STOP-NUMBER.
           START STOP-PAYMENTS KEY NOT < STOP-ID
               INVALID KEY MOVE 1 TO WS-CHQ-EOF
           END-START.
           PERFORM UNTIL WS-CHQ-EOF = 1
               READ STOP-PAYMENTS NEXT
                   AT END MOVE 1 TO WS-CHQ-EOF
               END-READ
               IF WS-CHQ-EOF = 0 THEN
                   IF STOP-ACCOUNT NOT = WS-INPUT-ACCOUNT THEN
                       MOVE 1 TO WS-CHQ-EOF
                   ELSE
                       ADD 1 TO WS-CHQ-COUNT
                       DISPLAY STOP-NUMBER ' ' STOP-STATUS ' '
                           STOP-AMOUNT ' ' STOP-REASON
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE STOP-PAYMENTS.
           IF WS-CHQ-COUNT = 0 THEN
               DISPLAY 'Aucune opposition pour ce compte.'
           END-IF.

       MANAGE-TERM-DEPOSITS.
           DISPLAY '1. Ouvrir un depot a terme'.
           DISPLAY '2. Rupture anticipee'.
           DISPLAY '3. Depots a terme d''un client'.
           DISPLAY '4. Retour'.
           ACCEPT WS-TD-OPTION.
           EVALUATE WS-TD-OPTION
               WHEN 1 PERFORM OPEN-TERM-DEPOSIT
               WHEN 2 PERFORM BREAK-TERM-DEPOSIT
               WHEN 3 PERFORM LIST-TERM-DEPOSITS
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY 'Option invalide'.

       OPEN-TERM-DEPOSIT.
           DISPLAY 'Numero de client: '.
           ACCEPT WS-INPUT-CUSTOMER.
           OPEN INPUT CUSTOMERS.
           MOVE WS-INPUT-CUSTOMER TO CUSTOMER-NUMBER.
           MOVE 0 TO WS-CUST-FOUND.
           READ CUSTOMERS
               INVALID KEY
                   DISPLAY 'Client introuvable.'
               NOT INVALID KEY
                   MOVE 1 TO WS-CUST-FOUND
                   MOVE CUST-NAME TO WS-TD-NAME
                   MOVE CUST-FIRSTNAME TO WS-TD-FIRSTNAME
           END-READ.
           CLOSE CUSTOMERS.
           MOVE 0 TO WS-PRODUCT-FOUND.
           IF WS-CUST-FOUND = 1 THEN
               DISPLAY 'Code produit: '
               ACCEPT WS-INPUT-PRODUCT
               OPEN INPUT PRODUCTS
               MOVE WS-INPUT-PRODUCT TO PRODUCT-CODE
               READ PRODUCTS
                   INVALID KEY
                       DISPLAY 'Produit introuvable.'
                   NOT INVALID KEY
                       IF NOT PRODUCT-TERM-DEPOSIT THEN
                           DISPLAY 'Ce produit n''est pas un depot '
                               'a terme.'
                       ELSE
                           MOVE 1 TO WS-PRODUCT-FOUND
                           MOVE PRODUCT-TD-RATE TO WS-TD-PROD-RATE
                           MOVE PRODUCT-TD-TERM TO WS-TD-PROD-TERM
                           MOVE PRODUCT-TD-PENALTY TO WS-TD-PENALTY
                           DISPLAY 'Produit: ' PRODUCT-LABEL
                       END-IF
               END-READ
               CLOSE PRODUCTS
           END-IF.
           IF WS-CUST-FOUND = 1 AND WS-PRODUCT-FOUND = 1 THEN
               PERFORM CHECK-TERM-DEPOSIT-ACCOUNTS
           END-IF.

       CHECK-TERM-DEPOSIT-ACCOUNTS.
           DISPLAY 'Compte de financement: '.
           ACCEPT WS-INPUT-ACCOUNT.
           DISPLAY 'Compte de reglement a l''echeance: '.
           ACCEPT WS-TD-SETTLE.
           DISPLAY 'Numero du compte a terme: '.
           ACCEPT WS-TD-ACCOUNT.
           OPEN INPUT ACCOUNTS.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE 0 TO WS-SRC-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-SRC-FOUND
                   MOVE ACCOUNT-BALANCE TO WS-SRC-BALANCE
                   MOVE ACCOUNT-SIGNING TO WS-SRC-SIGNING
                   MOVE ACCOUNT-CUSTOMER TO WS-TD-FUND-CUST
                   MOVE ACCOUNT-CURRENCY TO WS-SRC-CURRENCY
                   MOVE 0 TO WS-SRC-CLOSED
                   IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-SRC-CLOSED
                   END-IF
                   MOVE 0 TO WS-SRC-FROZEN
                   IF ACCOUNT-FROZEN THEN MOVE 1 TO WS-SRC-FROZEN
                   END-IF
                   MOVE 0 TO WS-SRC-DORMANT
                   IF ACCOUNT-DORMANT THEN MOVE 1 TO WS-SRC-DORMANT
                   END-IF
           END-READ.
           MOVE WS-TD-SETTLE TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE 0 TO WS-DEST-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-DEST-FOUND
                   MOVE ACCOUNT-CUSTOMER TO WS-TD-SETTLE-CUST
                   MOVE ACCOUNT-CURRENCY TO WS-DEST-CURRENCY
                   MOVE 0 TO WS-DEST-CLOSED
                   IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-DEST-CLOSED
                   END-IF
                   MOVE 0 TO WS-DEST-DORMANT
                   IF ACCOUNT-DORMANT THEN MOVE 1 TO WS-DEST-DORMANT
                   END-IF
           END-READ.
           MOVE WS-TD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE 0 TO WS-TD-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-TD-FOUND
           END-READ.
           CLOSE ACCOUNTS.
           PERFORM NORMALIZE-CURRENCIES.
           IF WS-SRC-FOUND = 0 OR WS-DEST-FOUND = 0 THEN
               DISPLAY 'Compte de financement ou de reglement '
                   'introuvable.'
           ELSE IF WS-SRC-CLOSED = 1 OR WS-DEST-CLOSED = 1 THEN
               DISPLAY 'Compte cloture, operation impossible.'
           ELSE IF WS-SRC-FROZEN = 1 THEN
               DISPLAY 'Compte source gele, debit impossible.'
           ELSE IF WS-SRC-DORMANT = 1 OR WS-DEST-DORMANT = 1 THEN
               DISPLAY 'Compte dormant, reactivation requise.'
           ELSE IF WS-TD-FUND-CUST NOT = WS-INPUT-CUSTOMER
                   OR WS-TD-SETTLE-CUST NOT = WS-INPUT-CUSTOMER THEN
               DISPLAY 'Les comptes doivent appartenir au client.'
           ELSE IF WS-SRC-CURRENCY NOT = WS-DEST-CURRENCY THEN
               DISPLAY 'Comptes en devises differentes.'
           ELSE IF WS-TD-FOUND = 1 OR WS-TD-ACCOUNT = SPACES THEN
               DISPLAY 'Erreur: numero de compte deja utilise.'
           ELSE
               PERFORM CAPTURE-TERM-CONDITIONS
           END-IF.

       CAPTURE-TERM-CONDITIONS.
           DISPLAY 'Montant a placer: '.
           ACCEPT WS-AMOUNT.
           DISPLAY 'Duree en mois (0 = duree du produit '
               WS-TD-PROD-TERM '): '.
           ACCEPT WS-TD-TERM.
           IF WS-TD-TERM = 0 THEN
               MOVE WS-TD-PROD-TERM TO WS-TD-TERM
           END-IF.
           DISPLAY 'Taux annuel (0 = taux du produit '
               WS-TD-PROD-RATE '): '.
           ACCEPT WS-TD-RATE.
           IF WS-TD-RATE = 0 THEN
               MOVE WS-TD-PROD-RATE TO WS-TD-RATE
           END-IF.
           DISPLAY 'Renouvellement a l''echeance (O/N): '.
           ACCEPT WS-TD-ROLLOVER.
           IF WS-TD-ROLLOVER = 'O' THEN
               MOVE 'Y' TO WS-TD-ROLLOVER
           ELSE
               MOVE 'N' TO WS-TD-ROLLOVER
           END-IF.
           PERFORM COMPUTE-HOLDS-TOTAL.
           COMPUTE WS-AVAILABLE = WS-SRC-BALANCE - WS-HOLDS-TOTAL.
           IF WS-AMOUNT <= 0 OR WS-TD-TERM = 0 THEN
               DISPLAY 'Montant ou duree invalide.'
           ELSE IF WS-AMOUNT > WS-AVAILABLE THEN
               DISPLAY 'Fonds insuffisantes sur le compte source.'
           ELSE
               PERFORM CHECK-SIGNING-RULE
               IF WS-SIGNING-OK = 0 THEN
                   DISPLAY 'Signatures manquantes, depot refuse.'
               ELSE
                   PERFORM BOOK-TERM-DEPOSIT
               END-IF
           END-IF.

       BOOK-TERM-DEPOSIT.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-BUS-DATE TO WS-TD-START.
           PERFORM COMPUTE-TD-MATURITY.
           OPEN I-O ACCOUNTS.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-AMOUNT FROM ACCOUNT-BALANCE
                   MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                   REWRITE ACCOUNT-RECORD
           END-READ.
           MOVE WS-TD-ACCOUNT TO ACCOUNT-NUMBER.
           MOVE WS-TD-NAME TO ACCOUNT-NAME.
           MOVE WS-TD-FIRSTNAME TO ACCOUNT-FIRSTNAME.
           MOVE WS-AMOUNT TO ACCOUNT-BALANCE.
           MOVE 'O' TO ACCOUNT-STATUS.
           MOVE 0 TO OVERDRAFT-LIMIT.
           MOVE WS-INPUT-CUSTOMER TO ACCOUNT-CUSTOMER.
           MOVE 0 TO ACCOUNT-OPENING-BAL.
           MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY.
           MOVE WS-INPUT-PRODUCT TO ACCOUNT-PRODUCT.
           MOVE 'A' TO ACCOUNT-SIGNING.
           MOVE 0 TO ACCOUNT-DAILY-LIMIT.
           MOVE WS-SRC-CURRENCY TO ACCOUNT-CURRENCY.
           MOVE 0 TO ACCOUNT-CLOSE-DATE.
           WRITE ACCOUNT-RECORD.
           CLOSE ACCOUNTS.
           OPEN I-O ACCOUNT-HOLDERS.
           MOVE WS-TD-ACCOUNT TO LINK-ACCOUNT.
           MOVE WS-INPUT-CUSTOMER TO LINK-CUSTOMER.
           MOVE 'P' TO LINK-ROLE.
           WRITE HOLDER-LINK-RECORD.
           CLOSE ACCOUNT-HOLDERS.
           OPEN I-O TRANSACTIONS.
           MOVE WS-BUS-DATE TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR.
           MOVE WS-INPUT-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'TRANSFER-OUT' TO TRANS-TYPE.
           MOVE WS-AMOUNT TO TRANS-AMOUNT.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.
           MOVE WS-TD-ACCOUNT TO TRANS-ACCOUNT-NUMBER.
           MOVE 'TRANSFER-IN' TO TRANS-TYPE.
           PERFORM ASSIGN-TRANS-SEQUENCE.
           WRITE TRANSACTION-RECORD.
           CLOSE TRANSACTIONS.
           OPEN I-O HOLDS.
           MOVE WS-TD-ACCOUNT TO HOLD-ACCOUNT.
           MOVE 'TERME' TO HOLD-REFERENCE.
           MOVE WS-AMOUNT TO HOLD-AMOUNT.
           MOVE 0 TO HOLD-EXPIRY.
           MOVE 'A' TO HOLD-STATUS.
           WRITE HOLD-RECORD.
           CLOSE HOLDS.
           OPEN I-O TERM-DEPOSITS.
           MOVE WS-TD-ACCOUNT TO TD-ACCOUNT.
           MOVE WS-INPUT-CUSTOMER TO TD-CUSTOMER.
           MOVE WS-INPUT-PRODUCT TO TD-PRODUCT.
           MOVE WS-AMOUNT TO TD-PRINCIPAL.
           MOVE WS-TD-RATE TO TD-RATE.
           MOVE WS-TD-PENALTY TO TD-PENALTY.
           MOVE WS-TD-TERM TO TD-TERM.
           MOVE WS-TD-START TO TD-START-DATE.
           MOVE WS-TD-MATURITY TO TD-MATURITY-DATE.
           MOVE WS-TD-SETTLE TO TD-SETTLE-ACCOUNT.
           MOVE WS-TD-ROLLOVER TO TD-ROLLOVER.
           MOVE 'A' TO TD-STATUS.
           MOVE 0 TO TD-CLOSE-DATE.
           MOVE 0 TO TD-INTEREST-PAID.
           WRITE TERM-DEPOSIT-RECORD.
           CLOSE TERM-DEPOSITS.
           MOVE WS-TD-ACCOUNT TO WS-AUDIT-ACCOUNT.
           MOVE 'BOOK-TD' TO WS-AUDIT-ACTION.
           MOVE SPACES TO WS-AUDIT-BEFORE.
           PERFORM BUILD-TD-IMAGE.
           MOVE WS-TD-IMAGE TO WS-AUDIT-AFTER.
           PERFORM WRITE-AUDIT-EVENT.
           DISPLAY 'Echeance du depot: ' WS-TD-MATURITY.
           MOVE 'Depot a terme ouvert avec succes!' TO WS-LOG-M.
           PERFORM LOG-MESSAGE.

       COMPUTE-TD-MATURITY.
           MOVE WS-TD-START TO WS-TD-DATE-N.
           COMPUTE WS-TD-MONTHS-TOTAL =
               WS-TD-YYYY * 12 + WS-TD-MM - 1 + WS-TD-TERM.
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
           MOVE WS-TD-DATE-N TO WS-TD-MATURITY.

       BREAK-TERM-DEPOSIT.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
           ELSE
               PERFORM DO-BREAK-TERM-DEPOSIT
           END-IF.

       DO-BREAK-TERM-DEPOSIT.
           DISPLAY 'Numero du compte a terme: '.
           ACCEPT WS-TD-ACCOUNT.
           PERFORM GET-BUSINESS-DATE.
           OPEN INPUT TERM-DEPOSITS.
           MOVE WS-TD-ACCOUNT TO TD-ACCOUNT.
           MOVE 0 TO WS-TD-FOUND.
           READ TERM-DEPOSITS
               INVALID KEY
                   DISPLAY 'Depot a terme introuvable.'
               NOT INVALID KEY
                   IF NOT TD-ACTIVE THEN
                       DISPLAY 'Depot a terme deja echu ou rompu.'
                   ELSE IF TD-MATURITY-DATE <= WS-BUS-DATE THEN
                       DISPLAY 'Echeance atteinte, le depot sera '
                           'regle par le traitement d''echeance.'
                   ELSE
                       MOVE 1 TO WS-TD-FOUND
                       MOVE TD-PRINCIPAL TO WS-TD-PRINCIPAL
                       MOVE TD-RATE TO WS-TD-RATE
                       MOVE TD-PENALTY TO WS-TD-PENALTY
                       MOVE TD-START-DATE TO WS-TD-START
                       MOVE TD-SETTLE-ACCOUNT TO WS-TD-SETTLE
                   END-IF
           END-READ.
           CLOSE TERM-DEPOSITS.
           IF WS-TD-FOUND = 1 THEN
               PERFORM CHECK-BREAK-TERM-ACCOUNT
           END-IF.
           IF WS-TD-FOUND = 1 THEN
               MOVE 0 TO WS-DEST-FOUND
               OPEN INPUT ACCOUNTS
               MOVE WS-TD-SETTLE TO ACCOUNT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCOUNT-CLOSED OR ACCOUNT-DORMANT THEN
                           CONTINUE
                       ELSE
                           MOVE 1 TO WS-DEST-FOUND
                       END-IF
               END-READ
               CLOSE ACCOUNTS
               IF WS-DEST-FOUND = 0 THEN
                   DISPLAY 'Compte de reglement indisponible, '
                       'rupture impossible.'
               ELSE
                   PERFORM COMPUTE-BREAK-INTEREST
                   DISPLAY 'Interets apres penalite: ' WS-TD-INTEREST
                   DISPLAY 'Confirmer la rupture anticipee (O/N): '
                   ACCEPT WS-TD-ANSWER
                   IF WS-TD-ANSWER = 'O' THEN
                       PERFORM APPLY-BREAK-TERM-DEPOSIT
                   END-IF
               END-IF
           END-IF.

       CHECK-BREAK-TERM-ACCOUNT.
           OPEN INPUT ACCOUNTS.
           MOVE WS-TD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   DISPLAY 'Compte a terme introuvable.'
                   MOVE 0 TO WS-TD-FOUND
               NOT INVALID KEY
                   IF ACCOUNT-FROZEN THEN
                       DISPLAY 'Rupture refusee: COMPTE GELE.'
                       MOVE 0 TO WS-TD-FOUND
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
           IF WS-TD-FOUND = 1 THEN
               PERFORM COMPUTE-TD-OTHER-HOLDS
               IF WS-HOLDS-TOTAL > 0 THEN
                   DISPLAY 'Rupture refusee: SAISIE EN COURS.'
                   MOVE 0 TO WS-TD-FOUND
               END-IF
           END-IF.

       COMPUTE-TD-OTHER-HOLDS.
           MOVE 0 TO WS-HOLDS-TOTAL.
           OPEN INPUT HOLDS.
           MOVE 0 TO WS-HOLD-EOF.
           READ HOLDS NEXT AT END MOVE 1 TO WS-HOLD-EOF.
           PERFORM UNTIL WS-HOLD-EOF = 1
               IF HOLD-ACCOUNT = WS-TD-ACCOUNT AND HOLD-ACTIVE
                       AND HOLD-REFERENCE NOT = 'TERME'
                       AND (HOLD-EXPIRY = 0
                            OR HOLD-EXPIRY >= WS-BUS-DATE) THEN
                   ADD HOLD-AMOUNT TO WS-HOLDS-TOTAL
               END-IF
               READ HOLDS NEXT AT END MOVE 1 TO WS-HOLD-EOF
           END-PERFORM.
           CLOSE HOLDS.

       COMPUTE-BREAK-INTEREST.
           MOVE WS-TD-START TO WS-TD-FROM-DATE-N.
           MOVE WS-BUS-DATE TO WS-TD-DATE-N.
           COMPUTE WS-TD-ELAPSED =
               (WS-TD-YYYY * 12 + WS-TD-MM)
               - (WS-TD-FROM-YYYY * 12 + WS-TD-FROM-MM).
           IF WS-TD-DD < WS-TD-FROM-DD THEN
               SUBTRACT 1 FROM WS-TD-ELAPSED
           END-IF.
           IF WS-TD-ELAPSED < 0 THEN
               MOVE 0 TO WS-TD-ELAPSED
           END-IF.
           COMPUTE WS-TD-NET-RATE = WS-TD-RATE - WS-TD-PENALTY.
           IF WS-TD-NET-RATE < 0 THEN
               MOVE 0 TO WS-TD-NET-RATE
           END-IF.
           COMPUTE WS-TD-INTEREST ROUNDED =
               WS-TD-PRINCIPAL * WS-TD-NET-RATE * WS-TD-ELAPSED / 12.

       APPLY-BREAK-TERM-DEPOSIT.
           OPEN I-O HOLDS.
           MOVE WS-TD-ACCOUNT TO HOLD-ACCOUNT.
           MOVE 'TERME' TO HOLD-REFERENCE.
           READ HOLDS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'R' TO HOLD-STATUS
                   REWRITE HOLD-RECORD
           END-READ.
           CLOSE HOLDS.
           MOVE 0 TO WS-TD-PAYOUT.
           OPEN I-O ACCOUNTS.
           MOVE WS-TD-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-TD-INTEREST TO ACCOUNT-BALANCE
                   MOVE ACCOUNT-BALANCE TO WS-TD-PAYOUT
                   MOVE 0 TO ACCOUNT-BALANCE
                   MOVE 'C' TO ACCOUNT-STATUS
                   MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                   MOVE WS-BUS-DATE TO ACCOUNT-CLOSE-DATE
                   REWRITE ACCOUNT-RECORD
           END-READ.
           IF WS-TD-PAYOUT > 0 THEN
               MOVE WS-TD-SETTLE TO ACCOUNT-NUMBER
               READ ACCOUNTS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-TD-PAYOUT TO ACCOUNT-BALANCE
                       MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
               END-READ
           END-IF.
           CLOSE ACCOUNTS.
           OPEN I-O TRANSACTIONS.
           MOVE WS-BUS-DATE TO TRANS-DATE.
           ACCEPT TRANS-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO TRANS-OPERATOR.
           IF WS-TD-INTEREST > 0 THEN
               MOVE WS-TD-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'INTEREST' TO TRANS-TYPE
               MOVE WS-TD-INTEREST TO TRANS-AMOUNT
               PERFORM ASSIGN-TRANS-SEQUENCE
               WRITE TRANSACTION-RECORD
           END-IF.
           IF WS-TD-PAYOUT > 0 THEN
               MOVE WS-TD-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE 'TRANSFER-OUT' TO TRANS-TYPE
               MOVE WS-TD-PAYOUT TO TRANS-AMOUNT
               PERFORM ASSIGN-TRANS-SEQUENCE
               WRITE TRANSACTION-RECORD
               MOVE WS-TD-SETTLE TO TRANS-ACCOUNT-NUMBER
               MOVE 'TRANSFER-IN' TO TRANS-TYPE
               PERFORM ASSIGN-TRANS-SEQUENCE
               WRITE TRANSACTION-RECORD
           END-IF.
           CLOSE TRANSACTIONS.
           OPEN I-O TERM-DEPOSITS.
           MOVE WS-TD-ACCOUNT TO TD-ACCOUNT.
           READ TERM-DEPOSITS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM BUILD-TD-IMAGE
                   MOVE WS-TD-IMAGE TO WS-AUDIT-BEFORE
                   MOVE 'B' TO TD-STATUS
                   MOVE WS-BUS-DATE TO TD-CLOSE-DATE
                   ADD WS-TD-INTEREST TO TD-INTEREST-PAID
                   REWRITE TERM-DEPOSIT-RECORD
                   PERFORM BUILD-TD-IMAGE
                   MOVE WS-TD-IMAGE TO WS-AUDIT-AFTER
           END-READ.
           CLOSE TERM-DEPOSITS.
           MOVE WS-TD-ACCOUNT TO WS-AUDIT-ACCOUNT.
           MOVE 'BREAK-TD' TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-EVENT.
           MOVE 'Depot a terme rompu et regle.' TO WS-LOG-M.
           PERFORM LOG-MESSAGE.

       LIST-TERM-DEPOSITS.
           DISPLAY 'Numero de client: '.
           ACCEPT WS-INPUT-CUSTOMER.
           OPEN INPUT TERM-DEPOSITS.
           MOVE 0 TO WS-TD-EOF.
           MOVE 0 TO WS-TD-COUNT.
           READ TERM-DEPOSITS NEXT AT END MOVE 1 TO WS-TD-EOF.
           PERFORM UNTIL WS-TD-EOF = 1
               IF TD-CUSTOMER = WS-INPUT-CUSTOMER THEN
                   ADD 1 TO WS-TD-COUNT
                   DISPLAY TD-ACCOUNT ' ' TD-STATUS ' '
                       TD-PRINCIPAL ' taux=' TD-RATE
                       ' du ' TD-START-DATE ' au ' TD-MATURITY-DATE
                   DISPLAY '       reglement=' TD-SETTLE-ACCOUNT
                       ' renouvellement=' TD-ROLLOVER
                       ' interets verses=' TD-INTEREST-PAID
               END-IF
               READ TERM-DEPOSITS NEXT AT END MOVE 1 TO WS-TD-EOF
           END-PERFORM.
           CLOSE TERM-DEPOSITS.
           IF WS-TD-COUNT = 0 THEN
               DISPLAY 'Aucun depot a terme pour ce client.'
           END-IF.

       BUILD-TD-IMAGE.
           MOVE TD-STATUS TO WS-IMG-TD-STATUS.
           MOVE TD-PRINCIPAL TO WS-IMG-TD-PRIN.
           MOVE TD-RATE TO WS-IMG-TD-RATE.
           MOVE TD-MATURITY-DATE TO WS-IMG-TD-MATURITY.
           MOVE TD-ROLLOVER TO WS-IMG-TD-ROLLOVER.

       MANAGE-SWEEPS.
           DISPLAY '1. Creer ou modifier un balayage'.
           DISPLAY '2. Annuler un balayage'.
           DISPLAY '3. Lister les balayages'.
           DISPLAY '4. Retour'.
           ACCEPT WS-SWEEP-OPTION.
           EVALUATE WS-SWEEP-OPTION
               WHEN 1 PERFORM CREATE-SWEEP
               WHEN 2 PERFORM CANCEL-SWEEP
               WHEN 3 PERFORM LIST-SWEEPS
               WHEN 4 CONTINUE
               WHEN OTHER DISPLAY 'Option invalide'.

       CREATE-SWEEP.
           DISPLAY 'Compte a couvrir (compte courant): '.
           ACCEPT WS-INPUT-ACCOUNT.
           DISPLAY 'Compte d''alimentation (epargne): '.
           ACCEPT WS-DEST-ACCOUNT.
           OPEN INPUT ACCOUNTS.
           MOVE WS-INPUT-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE 0 TO WS-SRC-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-SRC-FOUND
                   MOVE ACCOUNT-CUSTOMER TO WS-SWEEP-TARGET-CUST
                   MOVE ACCOUNT-CURRENCY TO WS-SRC-CURRENCY
                   MOVE 0 TO WS-SRC-CLOSED
                   IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-SRC-CLOSED
                   END-IF
           END-READ.
           MOVE WS-DEST-ACCOUNT TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   MOVE 0 TO WS-DEST-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-DEST-FOUND
                   MOVE ACCOUNT-CUSTOMER TO WS-SWEEP-FUND-CUST
                   MOVE ACCOUNT-CURRENCY TO WS-DEST-CURRENCY
                   MOVE 0 TO WS-DEST-CLOSED
                   IF ACCOUNT-CLOSED THEN MOVE 1 TO WS-DEST-CLOSED
                   END-IF
           END-READ.
           CLOSE ACCOUNTS.
           PERFORM NORMALIZE-CURRENCIES.
           IF WS-SRC-FOUND = 0 OR WS-DEST-FOUND = 0 THEN
               DISPLAY 'Compte a couvrir ou d''alimentation '
                   'introuvable.'
           ELSE IF WS-SRC-CLOSED = 1 OR WS-DEST-CLOSED = 1 THEN
               DISPLAY 'Compte cloture, operation impossible.'
           ELSE IF WS-INPUT-ACCOUNT = WS-DEST-ACCOUNT THEN
               DISPLAY 'Comptes source et destination identiques.'
           ELSE IF WS-SWEEP-TARGET-CUST = SPACES
                   OR WS-SWEEP-TARGET-CUST NOT = WS-SWEEP-FUND-CUST
                   THEN
               DISPLAY 'Les comptes doivent appartenir au meme client.'
           ELSE IF WS-SRC-CURRENCY NOT = WS-DEST-CURRENCY THEN
               DISPLAY 'Comptes en devises differentes.'
           ELSE
               DISPLAY 'Plafond du compte courant (0 = pas de '
                   'remontee de l''excedent): '
               ACCEPT WS-SWEEP-CEILING
               PERFORM WRITE-SWEEP
           END-IF.

       WRITE-SWEEP.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O SWEEPS.
           MOVE WS-INPUT-ACCOUNT TO SWEEP-TARGET.
           READ SWEEPS
               INVALID KEY
                   MOVE WS-INPUT-ACCOUNT TO SWEEP-TARGET
                   MOVE WS-DEST-ACCOUNT TO SWEEP-FUNDING
                   MOVE WS-SWEEP-CEILING TO SWEEP-CEILING
                   MOVE 'A' TO SWEEP-STATUS
                   MOVE WS-BUS-DATE TO SWEEP-START-DATE
                   MOVE 0 TO SWEEP-LAST-DATE
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   WRITE SWEEP-RECORD
               NOT INVALID KEY
                   PERFORM BUILD-SWEEP-IMAGE
                   MOVE WS-SWEEP-IMAGE TO WS-AUDIT-BEFORE
                   MOVE WS-DEST-ACCOUNT TO SWEEP-FUNDING
                   MOVE WS-SWEEP-CEILING TO SWEEP-CEILING
                   IF NOT SWEEP-ACTIVE THEN
                       MOVE 'A' TO SWEEP-STATUS
                       MOVE WS-BUS-DATE TO SWEEP-START-DATE
                   END-IF
                   REWRITE SWEEP-RECORD
           END-READ.
           PERFORM BUILD-SWEEP-IMAGE.
           MOVE WS-SWEEP-IMAGE TO WS-AUDIT-AFTER.
           CLOSE SWEEPS.
           MOVE WS-INPUT-ACCOUNT TO WS-AUDIT-ACCOUNT.
           MOVE 'SWEEP-SET' TO WS-AUDIT-ACTION.
           PERFORM WRITE-AUDIT-EVENT.
           MOVE 'Balayage enregistre avec succes!' TO WS-LOG-M.
           PERFORM LOG-MESSAGE.

       CANCEL-SWEEP.
           DISPLAY 'Compte a couvrir: '.
           ACCEPT WS-INPUT-ACCOUNT.
           OPEN I-O SWEEPS.
           MOVE WS-INPUT-ACCOUNT TO SWEEP-TARGET.
           READ SWEEPS
               INVALID KEY
                   DISPLAY 'Balayage introuvable.'
               NOT INVALID KEY
                   IF SWEEP-CANCELLED THEN
                       DISPLAY 'Balayage deja annule.'
                   ELSE
                       PERFORM BUILD-SWEEP-IMAGE
                       MOVE WS-SWEEP-IMAGE TO WS-AUDIT-BEFORE
                       MOVE 'X' TO SWEEP-STATUS
                       REWRITE SWEEP-RECORD
                       PERFORM BUILD-SWEEP-IMAGE
                       MOVE WS-SWEEP-IMAGE TO WS-AUDIT-AFTER
                       MOVE WS-INPUT-ACCOUNT TO WS-AUDIT-ACCOUNT
                       MOVE 'SWEEP-CANCEL' TO WS-AUDIT-ACTION
                       PERFORM WRITE-AUDIT-EVENT
                       DISPLAY 'Balayage annule.'
                   END-IF
           END-READ.
           CLOSE SWEEPS.

       LIST-SWEEPS.
           OPEN INPUT SWEEPS.
           MOVE 0 TO WS-SWEEP-EOF.
           MOVE 0 TO WS-SWEEP-COUNT.
           READ SWEEPS NEXT AT END MOVE 1 TO WS-SWEEP-EOF.
           PERFORM UNTIL WS-SWEEP-EOF = 1
               ADD 1 TO WS-SWEEP-COUNT
               DISPLAY SWEEP-TARGET ' <- ' SWEEP-FUNDING
                   ' plafond=' SWEEP-CEILING ' ' SWEEP-STATUS
                   ' depuis ' SWEEP-START-DATE
                   ' dernier=' SWEEP-LAST-DATE
               READ SWEEPS NEXT AT END MOVE 1 TO WS-SWEEP-EOF
           END-PERFORM.
           CLOSE SWEEPS.
           IF WS-SWEEP-COUNT = 0 THEN
               DISPLAY 'Aucun balayage.'
           END-IF.

       BUILD-SWEEP-IMAGE.
           MOVE SWEEP-STATUS TO WS-IMG-SWEEP-STATUS.
           MOVE SWEEP-FUNDING TO WS-IMG-SWEEP-FUNDING.
           MOVE SWEEP-CEILING TO WS-IMG-SWEEP-CEILING.

       MANAGE-FX-RATES.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
           ELSE
               PERFORM MANAGE-FX-RATES-MENU
           END-IF.

       MANAGE-FX-RATES-MENU.
           DISPLAY 'Devise de reference: ' WS-BASE-CURRENCY.
           DISPLAY '1. Saisir un cours de change'.
           DISPLAY '2. Lister les cours de change'.
           DISPLAY '3. Retour'.
           ACCEPT WS-FX-OPTION.
           EVALUATE WS-FX-OPTION
               WHEN 1 PERFORM SET-FX-RATE
               WHEN 2 PERFORM LIST-FX-RATES
               WHEN 3 CONTINUE
               WHEN OTHER DISPLAY 'Option invalide'.

       SET-FX-RATE.
           DISPLAY 'Code devise: '.
           MOVE SPACES TO WS-INPUT-CURRENCY.
           ACCEPT WS-INPUT-CURRENCY.
           IF WS-INPUT-CURRENCY = SPACES
                   OR WS-INPUT-CURRENCY = WS-BASE-CURRENCY THEN
               DISPLAY 'Devise invalide.'
           ELSE
               PERFORM DO-SET-FX-RATE
           END-IF.

       DO-SET-FX-RATE.
           OPEN I-O FX-RATES.
           MOVE WS-INPUT-CURRENCY TO FX-CURRENCY.
           DISPLAY 'Date d''effet (AAAAMMJJ): '.
           ACCEPT FX-DATE.
           MOVE 0 TO WS-FX-EXISTS.
           READ FX-RATES
               INVALID KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
               NOT INVALID KEY
                   MOVE 1 TO WS-FX-EXISTS
                   DISPLAY 'Cours actuel: ' FX-RATE
                   PERFORM BUILD-FX-IMAGE
                   MOVE WS-FX-IMAGE TO WS-AUDIT-BEFORE
           END-READ.
           DISPLAY 'Cours (unites de ' WS-BASE-CURRENCY
               ' pour une unite de devise): '.
           ACCEPT WS-FX-NEW-RATE.
           IF WS-FX-NEW-RATE = 0 THEN
               DISPLAY 'Cours invalide.'
           ELSE
               MOVE WS-FX-NEW-RATE TO FX-RATE
               MOVE WS-OPERATOR-ID TO FX-OPERATOR
               ACCEPT FX-ENTRY-DATE FROM DATE YYYYMMDD
               IF WS-FX-EXISTS = 1 THEN
                   REWRITE FX-RATE-RECORD
                   DISPLAY 'Cours modifie avec succes!'
               ELSE
                   WRITE FX-RATE-RECORD
                   DISPLAY 'Cours cree avec succes!'
               END-IF
               MOVE SPACES TO WS-AUDIT-ACCOUNT
               MOVE 'SET-FX-RATE' TO WS-AUDIT-ACTION
               PERFORM BUILD-FX-IMAGE
               MOVE WS-FX-IMAGE TO WS-AUDIT-AFTER
               PERFORM WRITE-AUDIT-EVENT
           END-IF.
           CLOSE FX-RATES.

       LIST-FX-RATES.
           OPEN INPUT FX-RATES.
           MOVE 0 TO WS-FX-EOF.
           MOVE 0 TO WS-FX-COUNT.
           READ FX-RATES NEXT AT END MOVE 1 TO WS-FX-EOF.
           PERFORM UNTIL WS-FX-EOF = 1
               ADD 1 TO WS-FX-COUNT
               DISPLAY FX-CURRENCY ' effet=' FX-DATE
                   ' cours=' FX-RATE ' par ' FX-OPERATOR
               READ FX-RATES NEXT AT END MOVE 1 TO WS-FX-EOF
           END-PERFORM.
           CLOSE FX-RATES.
           IF WS-FX-COUNT = 0 THEN
               DISPLAY 'Aucun cours de change.'
           END-IF.

       BUILD-FX-IMAGE.
           MOVE FX-CURRENCY TO WS-IMG-FX-CURRENCY.
           MOVE FX-DATE TO WS-IMG-FX-DATE.
           MOVE FX-RATE TO WS-IMG-FX-RATE.

       UPDATE-CONTROL-TOTALS.
           MOVE 'U' TO WS-CTL-FUNCTION.
           CALL 'CONTROL-VERIFY' USING WS-CTL-FUNCTION
               WS-CTL-STATUS WS-CTL-BAD-FILE.

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

       REVERSE-TRANSACTION.
           IF WS-OPERATOR-ADMIN NOT = 'Y' THEN
               DISPLAY 'Operation reservee aux operateurs habilites.'
           ELSE
               PERFORM DO-REVERSAL
           END-IF.

       DO-REVERSAL.
           DISPLAY 'Numero de sequence a extourner: '.
           ACCEPT WS-REV-SEQ.
           PERFORM FIND-LEDGER-ENTRY.
           IF WS-REV-FOUND = 0 THEN
               DISPLAY 'Sequence introuvable dans le journal.'
           ELSE IF WS-REV-REVERSED = 1 THEN
               DISPLAY 'Operation deja extournee.'
           ELSE
               PERFORM SET-REVERSAL-DIRECTION
               IF WS-REV-SIGN = SPACE THEN
                   DISPLAY 'Type non extournable: ' WS-REV-TYPE
               ELSE
                   PERFORM REQUEST-REVERSAL
               END-IF
           END-IF.

       REQUEST-REVERSAL.
           PERFORM CLEAR-APPROVAL-REQUEST.
           MOVE 'R' TO WS-APPR-TYPE.
           MOVE WS-REV-ACCOUNT TO WS-APPR-ACCOUNT.
           MOVE WS-REV-SEQ TO WS-APPR-SEQUENCE.
           MOVE WS-REV-AMOUNT TO WS-APPR-AMOUNT.
           PERFORM CREATE-APPROVAL-REQUEST.

       APPROVE-REVERSAL.
           MOVE WS-APPR-SEQUENCE TO WS-REV-SEQ.
           PERFORM FIND-LEDGER-ENTRY.
           IF WS-REV-FOUND = 0 THEN
               DISPLAY 'Sequence introuvable dans le journal.'
           ELSE IF WS-REV-REVERSED = 1 THEN
                   DISPLAY 'Type non extournable: ' WS-REV-TYPE
               ELSE
                   PERFORM APPLY-REVERSAL
                   MOVE WS-REV-OK TO WS-APPR-APPLIED
               END-IF
           END-IF.

                       ELSE
                           ADD WS-REV-AMOUNT TO ACCOUNT-BALANCE
                       END-IF
                       PERFORM GET-BUSINESS-DATE
                       MOVE WS-BUS-DATE TO ACCOUNT-LAST-ACTIVITY
                       REWRITE ACCOUNT-RECORD
                       MOVE 1 TO WS-REV-OK
                   END-IF
               MOVE WS-REV-ACCOUNT TO TRANS-ACCOUNT-NUMBER
               MOVE WS-REV-NEW-TYPE TO TRANS-TYPE
               MOVE WS-REV-AMOUNT TO TRANS-AMOUNT
               PERFORM GET-BUSINESS-DATE
               MOVE WS-BUS-DATE TO TRANS-DATE
               ACCEPT TRANS-TIME FROM TIME
               MOVE WS-APPR-MAKER TO TRANS-OPERATOR
               PERFORM ASSIGN-TRANS-SEQUENCE
               MOVE WS-REV-SEQ TO TRANS-REF-SEQUENCE
               WRITE TRANSACTION-RECORD
           OPEN EXTEND AUDIT-FILE.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           IF WS-AUDIT-MAKER = SPACES THEN
               MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR
           ELSE
               MOVE WS-AUDIT-MAKER TO AUDIT-OPERATOR
           END-IF.
           MOVE WS-AUDIT-ACCOUNT TO AUDIT-ACCOUNT.
           MOVE WS-AUDIT-ACTION TO AUDIT-ACTION.
           MOVE WS-AUDIT-BEFORE TO AUDIT-BEFORE.
           MOVE WS-AUDIT-AFTER TO AUDIT-AFTER.
           MOVE WS-AUDIT-CHECKER TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

