       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROVAL-EXPIRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPROVALS ASSIGN TO 'approvals.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APPR-ID.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'audit.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-EXPIRED-COUNT     PIC 9(5) VALUE 0.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Expiration des demandes non validees'.
           PERFORM GET-BUSINESS-DATE.
           OPEN I-O APPROVALS.
           OPEN EXTEND AUDIT-FILE.
           READ APPROVALS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               IF APPR-PENDING AND APPR-DATE <= WS-TODAY THEN
                   PERFORM EXPIRE-APPROVAL
               END-IF
               READ APPROVALS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE APPROVALS.
           DISPLAY 'Demandes expirees: ' WS-EXPIRED-COUNT.
           GOBACK.

       EXPIRE-APPROVAL.
           PERFORM BUILD-APPROVAL-IMAGE.
           MOVE WS-APPR-IMAGE TO AUDIT-BEFORE.
           MOVE 'E' TO APPR-STATUS.
           MOVE SPACES TO APPR-CHECKER.
           ACCEPT APPR-DECISION-DATE FROM DATE YYYYMMDD.
           ACCEPT APPR-DECISION-TIME FROM TIME.
           REWRITE APPROVAL-RECORD.
           ADD 1 TO WS-EXPIRED-COUNT.
           MOVE 'E' TO WS-IMG-APPR-STATUS.
           MOVE WS-APPR-IMAGE TO AUDIT-AFTER.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE 'EXPIRY' TO AUDIT-OPERATOR.
           MOVE APPR-ACCOUNT TO AUDIT-ACCOUNT.
           MOVE 'APPR-EXPIRE' TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-APPROVER.
           WRITE AUDIT-RECORD.

       BUILD-APPROVAL-IMAGE.
           MOVE APPR-ID TO WS-IMG-APPR-ID.
           MOVE APPR-TYPE TO WS-IMG-APPR-TYPE.
           MOVE APPR-STATUS TO WS-IMG-APPR-STATUS.
           MOVE APPR-MAKER TO WS-IMG-APPR-MAKER.
           EVALUATE TRUE
               WHEN APPR-REVERSAL
                   MOVE APPR-SEQUENCE TO WS-IMG-APPR-DETAIL
               WHEN APPR-OVERDRAFT OR APPR-LIMIT
                   MOVE APPR-AMOUNT TO WS-IMG-APPR-AMT
                   MOVE WS-IMG-APPR-AMT TO WS-IMG-APPR-DETAIL
               WHEN APPR-PARAM
                   MOVE APPR-PARAM-NAME TO WS-IMG-APPR-DETAIL
               WHEN OTHER
                   MOVE SPACES TO WS-IMG-APPR-DETAIL
           END-EVALUATE.

       GET-BUSINESS-DATE.
           MOVE 'G' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-TODAY
               WS-BUS-STATUS.
           DISPLAY 'Date comptable: ' WS-TODAY.
           IF WS-BUS-STATUS = '2' THEN
               DISPLAY 'Date comptable non initialisee, '
                   'date systeme utilisee.'
           END-IF.
