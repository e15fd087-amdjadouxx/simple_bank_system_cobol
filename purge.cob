       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS ASSIGN TO 'comptes.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACCOUNT-NUMBER.
           SELECT OPTIONAL CUSTOMERS ASSIGN TO 'customers.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-NUMBER.
           SELECT OPTIONAL ACCOUNT-HOLDERS ASSIGN TO 'holders.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LINK-ID.
           SELECT OPTIONAL LOANS ASSIGN TO 'loans.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LOAN-NUMBER.
           SELECT OPTIONAL HOLDS ASSIGN TO 'holds.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HOLD-ID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PURGE-REPORT ASSIGN TO 'purge.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARAMS ASSIGN TO 'params.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PARAM-KEY.

       DATA DIVISION.
       FILE SECTION.
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
       FD CUSTOMERS.
       01 CUSTOMER-RECORD.
          05 CUSTOMER-NUMBER    PIC X(6).
          05 CUST-NAME          PIC X(20).
          05 CUST-FIRSTNAME     PIC X(20).
          05 CUST-ADDRESS       PIC X(40).
          05 CUST-PHONE         PIC X(15).
          05 CUST-ID-DOC        PIC X(20).
          05 CUST-NOTIFY        PIC X(1).
             88 CUST-NOTIFY-OPTOUT VALUE 'N'.
          05 CUST-ANON-DATE     PIC 9(8).
       FD ACCOUNT-HOLDERS.
       01 HOLDER-LINK-RECORD.
          05 LINK-ID.
             10 LINK-ACCOUNT    PIC X(6).
             10 LINK-CUSTOMER   PIC X(6).
          05 LINK-ROLE          PIC X(1).
             88 LINK-PRIMARY     VALUE 'P'.
             88 LINK-JOINT       VALUE 'J'.
             88 LINK-ATTORNEY    VALUE 'A'.
       FD LOANS.
       01 LOAN-RECORD.
          05 LOAN-NUMBER        PIC X(6).
          05 LOAN-ACCOUNT       PIC X(6).
          05 LOAN-PRINCIPAL     PIC 9(8)V99.
          05 LOAN-RATE          PIC 9V9999.
          05 LOAN-TERM          PIC 9(3).
          05 LOAN-NEXT-DATE     PIC 9(8).
          05 LOAN-INSTALLMENT   PIC 9(8)V99.
          05 LOAN-REMAINING     PIC S9(8)V99.
          05 LOAN-ARREARS       PIC 9(3).
          05 LOAN-STATUS        PIC X(1).
             88 LOAN-ACTIVE      VALUE 'A'.
             88 LOAN-SETTLED     VALUE 'S'.
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
       FD PURGE-REPORT.
       01 REPORT-LINE           PIC X(80).
       FD PARAMS.
       01 PARAM-RECORD.
          05 PARAM-KEY.
             10 PARAM-NAME      PIC X(14).
             10 PARAM-EFFECTIVE PIC 9(8).
          05 PARAM-VALUE        PIC 9(8)V9999.

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-YEARS             PIC 9(3).
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-CUTOFF.
          05 WS-CUT-YYYY       PIC 9(4).
          05 WS-CUT-MM         PIC 9(2).
          05 WS-CUT-DD         PIC 9(2).
       01 WS-CUTOFF-N REDEFINES WS-CUTOFF PIC 9(8).
       01 WS-DRY-ANSWER        PIC X(1).
       01 WS-DRY-RUN           PIC X(1) VALUE 'Y'.
       01 WS-CLOSE-DATE        PIC 9(8).
       01 WS-CAND-COUNT        PIC 9(5) VALUE 0.
       01 WS-ANON-ACCOUNTS     PIC 9(5) VALUE 0.
       01 WS-ACCT-COUNT        PIC 9(5) VALUE 0.
       01 WS-CUST-COUNT        PIC 9(5) VALUE 0.
       01 WS-PARAM-NAME        PIC X(14).
       01 WS-PARAM-DEFAULT     PIC 9(8)V9999.
       01 WS-PARAM-VALUE       PIC 9(8)V9999.
       01 WS-PARAM-EOF         PIC 9 VALUE 0.
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).
       01 WS-LOOKUP-ACCOUNT    PIC X(6).
       01 WS-LOOKUP-CUSTOMER   PIC X(6).
       01 WS-ACCT-FOUND        PIC 9 VALUE 0.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 1 TO 99999 TIMES
                           DEPENDING ON WS-ACCT-COUNT
                           ASCENDING KEY IS WS-ACCT-NUMBER
                           INDEXED BY WS-ACCT-IDX.
             10 WS-ACCT-NUMBER   PIC X(6).
             10 WS-ACCT-CUSTOMER PIC X(6).
             10 WS-ACCT-CLOSED   PIC 9(8).
             10 WS-ACCT-BLOCKED  PIC 9.
       01 WS-CUSTOMER-TABLE.
          05 WS-CUST-ENTRY OCCURS 1 TO 99999 TIMES
                           DEPENDING ON WS-CUST-COUNT
                           ASCENDING KEY IS WS-CUST-NUMBER
                           INDEXED BY WS-CUST-IDX.
             10 WS-CUST-NUMBER   PIC X(6).
             10 WS-CUST-ACCOUNTS PIC 9(5).
             10 WS-CUST-LAST     PIC 9(8).
             10 WS-CUST-BLOCKED  PIC 9.
             10 WS-CUST-STATE    PIC 9.
       01 WS-AUDIT-IMAGE.
          05 FILLER            PIC X(8) VALUE 'COMPTES '.
          05 WS-AIMG-ACCOUNTS  PIC 9(5).
          05 FILLER            PIC X(9) VALUE ' CLOTURE '.
          05 WS-AIMG-LAST      PIC 9(8).
          05 FILLER            PIC X(10) VALUE SPACES.
       01 WS-ANON-IMAGE.
          05 FILLER            PIC X(12) VALUE 'ANONYMISE LE'.
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-ANIMG-DATE     PIC 9(8).
          05 FILLER            PIC X(19) VALUE SPACES.
       01 WS-HEADER-LINE.
          05 FILLER            PIC X(22)
             VALUE 'PURGE DE RETENTION AU '.
          05 WS-HDR-DATE       PIC 9(8).
          05 FILLER            PIC X(7) VALUE ' SEUIL '.
          05 WS-HDR-CUTOFF     PIC 9(8).
          05 FILLER            PIC X(7) VALUE ' MODE '.
          05 WS-HDR-MODE       PIC X(10).
          05 FILLER            PIC X(18) VALUE SPACES.
       01 WS-DETAIL-LINE.
          05 WS-DET-CUSTOMER   PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DET-ACCOUNTS   PIC Z(4)9.
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DET-LAST       PIC 9(8).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-DET-ACTION     PIC X(10).
          05 FILLER            PIC X(45) VALUE SPACES.
       01 WS-TOTAL-LINE.
          05 WS-TOT-LABEL      PIC X(26).
          05 WS-TOT-COUNT      PIC Z(4)9.
          05 FILLER            PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Purge de retention des donnees clients'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM VERIFY-CONTROL-TOTALS.
           MOVE 'RETENTION-YRS' TO WS-PARAM-NAME.
           MOVE 0 TO WS-PARAM-DEFAULT.
           PERFORM GET-PARAM-VALUE.
           MOVE WS-PARAM-VALUE TO WS-YEARS.
           IF WS-YEARS = 0 THEN
               DISPLAY 'Parametre RETENTION-YRS absent.'
               DISPLAY 'Duree de conservation (annees): '
               ACCEPT WS-YEARS
           ELSE
               DISPLAY 'Duree de conservation (annees): ' WS-YEARS
           END-IF.
           IF WS-YEARS = 0 THEN
               DISPLAY 'Duree de conservation invalide.'
               STOP RUN
           END-IF.
           PERFORM COMPUTE-CUTOFF-DATE.
           DISPLAY 'Date seuil: ' WS-CUTOFF-N.
           DISPLAY 'Mode simulation (O/N): '.
           ACCEPT WS-DRY-ANSWER.
           IF WS-DRY-ANSWER = 'N' THEN
               MOVE 'N' TO WS-DRY-RUN
               DISPLAY 'Mode reel: les clients seront anonymises.'
           ELSE
               DISPLAY 'Mode simulation: aucune mise a jour.'
           END-IF.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM SCAN-LOANS.
           PERFORM SCAN-HOLDS.
           PERFORM LOAD-CUSTOMER-TABLE.
           PERFORM APPLY-ACCOUNT-OWNERS.
           PERFORM APPLY-HOLDER-LINKS.
           PERFORM PROCESS-CANDIDATES.
           IF WS-DRY-RUN = 'N' THEN
               PERFORM ANONYMIZE-ACCOUNTS
               PERFORM UPDATE-CONTROL-TOTALS
               DISPLAY 'Clients anonymises: ' WS-CAND-COUNT
               DISPLAY 'Comptes anonymises: ' WS-ANON-ACCOUNTS
           ELSE
               DISPLAY 'Clients candidats: ' WS-CAND-COUNT
           END-IF.
           DISPLAY 'Liste ecrite dans purge.rpt'.
           STOP RUN.

       COMPUTE-CUTOFF-DATE.
           MOVE WS-TODAY TO WS-CUTOFF-N.
           SUBTRACT WS-YEARS FROM WS-CUT-YYYY.
           IF WS-CUT-MM = 2 AND WS-CUT-DD > 28 THEN
               MOVE 28 TO WS-CUT-DD
           END-IF.

       LOAD-ACCOUNT-TABLE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ACCOUNTS.
           READ ACCOUNTS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACCOUNT-NUMBER TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
               MOVE ACCOUNT-CUSTOMER
                   TO WS-ACCT-CUSTOMER(WS-ACCT-COUNT)
               IF ACCOUNT-CLOSE-DATE IS NUMERIC
                       AND ACCOUNT-CLOSE-DATE > 0 THEN
                   MOVE ACCOUNT-CLOSE-DATE TO WS-CLOSE-DATE
               ELSE
                   MOVE ACCOUNT-LAST-ACTIVITY TO WS-CLOSE-DATE
               END-IF
               MOVE WS-CLOSE-DATE TO WS-ACCT-CLOSED(WS-ACCT-COUNT)
               IF ACCOUNT-CLOSED AND WS-CLOSE-DATE < WS-CUTOFF-N THEN
                   MOVE 0 TO WS-ACCT-BLOCKED(WS-ACCT-COUNT)
               ELSE
                   MOVE 1 TO WS-ACCT-BLOCKED(WS-ACCT-COUNT)
               END-IF
               READ ACCOUNTS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE ACCOUNTS.

       SCAN-LOANS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT LOANS.
           READ LOANS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               IF LOAN-ACTIVE THEN
                   MOVE LOAN-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM BLOCK-ACCOUNT
               END-IF
               READ LOANS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE LOANS.

       SCAN-HOLDS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT HOLDS.
           READ HOLDS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               IF HOLD-ACTIVE AND (HOLD-EXPIRY = 0
                       OR HOLD-EXPIRY >= WS-TODAY) THEN
                   MOVE HOLD-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM BLOCK-ACCOUNT
               END-IF
               READ HOLDS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE HOLDS.

       BLOCK-ACCOUNT.
           SEARCH ALL WS-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACCT-NUMBER(WS-ACCT-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE 1 TO WS-ACCT-BLOCKED(WS-ACCT-IDX)
           END-SEARCH.

       LOAD-CUSTOMER-TABLE.
           MOVE 0 TO WS-EOF.
           OPEN INPUT CUSTOMERS.
           READ CUSTOMERS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               ADD 1 TO WS-CUST-COUNT
               MOVE CUSTOMER-NUMBER TO WS-CUST-NUMBER(WS-CUST-COUNT)
               MOVE 0 TO WS-CUST-ACCOUNTS(WS-CUST-COUNT)
               MOVE 0 TO WS-CUST-LAST(WS-CUST-COUNT)
               MOVE 0 TO WS-CUST-BLOCKED(WS-CUST-COUNT)
               IF CUST-ANON-DATE IS NUMERIC
                       AND CUST-ANON-DATE > 0 THEN
                   MOVE 1 TO WS-CUST-STATE(WS-CUST-COUNT)
               ELSE
                   MOVE 0 TO WS-CUST-STATE(WS-CUST-COUNT)
               END-IF
               READ CUSTOMERS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE CUSTOMERS.

       APPLY-ACCOUNT-OWNERS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-CUSTOMER(WS-ACCT-IDX) NOT = SPACES THEN
                   MOVE WS-ACCT-CUSTOMER(WS-ACCT-IDX)
                       TO WS-LOOKUP-CUSTOMER
                   PERFORM APPLY-ACCOUNT-TO-CUSTOMER
               END-IF
           END-PERFORM.

       APPLY-HOLDER-LINKS.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ACCOUNT-HOLDERS.
           READ ACCOUNT-HOLDERS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               MOVE LINK-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF WS-ACCT-FOUND = 1 THEN
                   IF WS-ACCT-CUSTOMER(WS-ACCT-IDX)
                           NOT = LINK-CUSTOMER THEN
                       MOVE LINK-CUSTOMER TO WS-LOOKUP-CUSTOMER
                       PERFORM APPLY-ACCOUNT-TO-CUSTOMER
                   END-IF
               END-IF
               READ ACCOUNT-HOLDERS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE ACCOUNT-HOLDERS.

       FIND-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND.
           SEARCH ALL WS-ACCT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ACCT-NUMBER(WS-ACCT-IDX) = WS-LOOKUP-ACCOUNT
                   MOVE 1 TO WS-ACCT-FOUND
           END-SEARCH.

       APPLY-ACCOUNT-TO-CUSTOMER.
           SEARCH ALL WS-CUST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CUST-NUMBER(WS-CUST-IDX) = WS-LOOKUP-CUSTOMER
                   ADD 1 TO WS-CUST-ACCOUNTS(WS-CUST-IDX)
                   IF WS-ACCT-BLOCKED(WS-ACCT-IDX) = 1 THEN
                       MOVE 1 TO WS-CUST-BLOCKED(WS-CUST-IDX)
                   END-IF
                   IF WS-ACCT-CLOSED(WS-ACCT-IDX)
                           > WS-CUST-LAST(WS-CUST-IDX) THEN
                       MOVE WS-ACCT-CLOSED(WS-ACCT-IDX)
                           TO WS-CUST-LAST(WS-CUST-IDX)
                   END-IF
           END-SEARCH.

       PROCESS-CANDIDATES.
           IF WS-DRY-RUN = 'N' THEN
               OPEN I-O CUSTOMERS
               OPEN EXTEND AUDIT-FILE
               MOVE 'REEL' TO WS-HDR-MODE
           ELSE
               MOVE 'SIMULATION' TO WS-HDR-MODE
           END-IF.
           OPEN OUTPUT PURGE-REPORT.
           MOVE WS-TODAY TO WS-HDR-DATE.
           MOVE WS-CUTOFF-N TO WS-HDR-CUTOFF.
           MOVE WS-HEADER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-CUST-ACCOUNTS(WS-CUST-IDX) > 0
                       AND WS-CUST-BLOCKED(WS-CUST-IDX) = 0
                       AND WS-CUST-STATE(WS-CUST-IDX) = 0 THEN
                   PERFORM PROCESS-ONE-CANDIDATE
               END-IF
           END-PERFORM.
           IF WS-DRY-RUN = 'N' THEN
               MOVE 'CLIENTS ANONYMISES:       ' TO WS-TOT-LABEL
           ELSE
               MOVE 'CLIENTS CANDIDATS:        ' TO WS-TOT-LABEL
           END-IF.
           MOVE WS-CAND-COUNT TO WS-TOT-COUNT.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE PURGE-REPORT.
           IF WS-DRY-RUN = 'N' THEN
               CLOSE AUDIT-FILE
               CLOSE CUSTOMERS
           END-IF.

       PROCESS-ONE-CANDIDATE.
           IF WS-DRY-RUN = 'N' THEN
               MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO CUSTOMER-NUMBER
               READ CUSTOMERS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ANONYMIZE-CUSTOMER
               END-READ
           ELSE
               ADD 1 TO WS-CAND-COUNT
               MOVE 'CANDIDAT' TO WS-DET-ACTION
               PERFORM WRITE-PURGE-LINE
           END-IF.

       ANONYMIZE-CUSTOMER.
           MOVE 'ANONYME' TO CUST-NAME.
           MOVE SPACES TO CUST-FIRSTNAME.
           MOVE SPACES TO CUST-ADDRESS.
           MOVE SPACES TO CUST-PHONE.
           MOVE SPACES TO CUST-ID-DOC.
           MOVE 'N' TO CUST-NOTIFY.
           MOVE WS-TODAY TO CUST-ANON-DATE.
           REWRITE CUSTOMER-RECORD.
           MOVE 2 TO WS-CUST-STATE(WS-CUST-IDX).
           ADD 1 TO WS-CAND-COUNT.
           PERFORM WRITE-ANONYMIZE-AUDIT.
           MOVE 'ANONYMISE' TO WS-DET-ACTION.
           PERFORM WRITE-PURGE-LINE.

       WRITE-ANONYMIZE-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'PURGE' TO AUDIT-OPERATOR.
           MOVE CUSTOMER-NUMBER TO AUDIT-ACCOUNT.
           MOVE 'ANONYMIZE' TO AUDIT-ACTION.
           MOVE WS-CUST-ACCOUNTS(WS-CUST-IDX) TO WS-AIMG-ACCOUNTS.
           MOVE WS-CUST-LAST(WS-CUST-IDX) TO WS-AIMG-LAST.
           MOVE WS-AUDIT-IMAGE TO AUDIT-BEFORE.
           MOVE WS-TODAY TO WS-ANIMG-DATE.
           MOVE WS-ANON-IMAGE TO AUDIT-AFTER.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

       ANONYMIZE-ACCOUNTS.
           OPEN I-O ACCOUNTS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-CUSTOMER(WS-ACCT-IDX) NOT = SPACES THEN
                   PERFORM ANONYMIZE-ONE-ACCOUNT
               END-IF
           END-PERFORM.
           CLOSE ACCOUNTS.

       ANONYMIZE-ONE-ACCOUNT.
           SEARCH ALL WS-CUST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CUST-NUMBER(WS-CUST-IDX)
                       = WS-ACCT-CUSTOMER(WS-ACCT-IDX)
                   IF WS-CUST-STATE(WS-CUST-IDX) = 2 THEN
                       PERFORM REWRITE-ACCOUNT-NAME
                   END-IF
           END-SEARCH.

       REWRITE-ACCOUNT-NAME.
           MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO ACCOUNT-NUMBER.
           READ ACCOUNTS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'ANONYME' TO ACCOUNT-NAME
                   MOVE SPACES TO ACCOUNT-FIRSTNAME
                   REWRITE ACCOUNT-RECORD
                   ADD 1 TO WS-ANON-ACCOUNTS
           END-READ.

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
               STOP RUN
           END-IF.
           IF WS-CTL-STATUS = '2' THEN
               DISPLAY 'Fichier de controle absent, controle saute.'
           END-IF.

       UPDATE-CONTROL-TOTALS.
           MOVE 'U' TO WS-CTL-FUNCTION.
           CALL 'CONTROL-VERIFY' USING WS-CTL-FUNCTION
               WS-CTL-STATUS WS-CTL-BAD-FILE.

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

       WRITE-PURGE-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-CUST-NUMBER(WS-CUST-IDX) TO WS-DET-CUSTOMER.
           MOVE WS-CUST-ACCOUNTS(WS-CUST-IDX) TO WS-DET-ACCOUNTS.
           MOVE WS-CUST-LAST(WS-CUST-IDX) TO WS-DET-LAST.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
