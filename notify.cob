       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-CUSTOMER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMERS ASSIGN TO 'customers.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUSTOMER-NUMBER.
           SELECT OPTIONAL NOTIFY-LOG ASSIGN TO 'notiflog.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NLOG-KEY.
           SELECT OPTIONAL NOTIFY-OUTBOX ASSIGN TO 'notify.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD NOTIFY-LOG.
       01 NOTIFY-LOG-RECORD.
          05 NLOG-KEY.
             10 NLOG-EVENT      PIC X(10).
             10 NLOG-ACCOUNT    PIC X(6).
             10 NLOG-REFERENCE  PIC X(16).
             10 NLOG-BUS-DATE   PIC 9(8).
          05 NLOG-CUSTOMER      PIC X(6).
          05 NLOG-RESULT        PIC X(1).
             88 NLOG-SENT        VALUE 'E'.
             88 NLOG-OPTED-OUT   VALUE 'O'.
          05 NLOG-DATE          PIC 9(8).
          05 NLOG-TIME          PIC 9(8).
       FD NOTIFY-OUTBOX.
       01 NOTIFY-RECORD.
          05 NTF-BUS-DATE       PIC 9(8).
          05 NTF-TIME           PIC 9(8).
          05 NTF-EVENT          PIC X(10).
          05 NTF-CUSTOMER       PIC X(6).
          05 NTF-NAME           PIC X(20).
          05 NTF-FIRSTNAME      PIC X(20).
          05 NTF-ADDRESS        PIC X(40).
          05 NTF-PHONE          PIC X(15).
          05 NTF-ACCOUNT        PIC X(6).
          05 NTF-REFERENCE      PIC X(16).
          05 NTF-AMOUNT         PIC 9(8)V99.
          05 NTF-TEXT           PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-CUST-FOUND        PIC 9 VALUE 0.

       LINKAGE SECTION.
       01 LNK-NOTIFICATION.
          05 LNK-EVENT          PIC X(10).
          05 LNK-ACCOUNT        PIC X(6).
          05 LNK-CUSTOMER       PIC X(6).
          05 LNK-REFERENCE      PIC X(16).
          05 LNK-BUS-DATE       PIC 9(8).
          05 LNK-AMOUNT         PIC 9(8)V99.
          05 LNK-TEXT           PIC X(40).
       01 LNK-STATUS           PIC X(1).

       PROCEDURE DIVISION USING LNK-NOTIFICATION LNK-STATUS.
       MAIN-PROCEDURE.
           MOVE '0' TO LNK-STATUS.
           IF LNK-CUSTOMER = SPACES THEN
               MOVE '3' TO LNK-STATUS
               GOBACK
           END-IF.
           OPEN I-O NOTIFY-LOG.
           MOVE LNK-EVENT TO NLOG-EVENT.
           MOVE LNK-ACCOUNT TO NLOG-ACCOUNT.
           MOVE LNK-REFERENCE TO NLOG-REFERENCE.
           MOVE LNK-BUS-DATE TO NLOG-BUS-DATE.
           READ NOTIFY-LOG
               INVALID KEY
                   PERFORM SEND-NOTIFICATION
               NOT INVALID KEY
                   MOVE '1' TO LNK-STATUS
           END-READ.
           CLOSE NOTIFY-LOG.
           GOBACK.

       SEND-NOTIFICATION.
           PERFORM READ-CUSTOMER.
           IF WS-CUST-FOUND = 0 THEN
               MOVE '3' TO LNK-STATUS
           ELSE
               MOVE LNK-EVENT TO NLOG-EVENT
               MOVE LNK-ACCOUNT TO NLOG-ACCOUNT
               MOVE LNK-REFERENCE TO NLOG-REFERENCE
               MOVE LNK-BUS-DATE TO NLOG-BUS-DATE
               MOVE LNK-CUSTOMER TO NLOG-CUSTOMER
               ACCEPT NLOG-DATE FROM DATE YYYYMMDD
               ACCEPT NLOG-TIME FROM TIME
               IF CUST-NOTIFY-OPTOUT THEN
                   MOVE 'O' TO NLOG-RESULT
                   MOVE '2' TO LNK-STATUS
               ELSE
                   MOVE 'E' TO NLOG-RESULT
                   PERFORM WRITE-OUTBOX-RECORD
               END-IF
               WRITE NOTIFY-LOG-RECORD
           END-IF.

       READ-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND.
           OPEN INPUT CUSTOMERS.
           MOVE LNK-CUSTOMER TO CUSTOMER-NUMBER.
           READ CUSTOMERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-CUST-FOUND
           END-READ.
           CLOSE CUSTOMERS.

       WRITE-OUTBOX-RECORD.
           OPEN EXTEND NOTIFY-OUTBOX.
           MOVE LNK-BUS-DATE TO NTF-BUS-DATE.
           ACCEPT NTF-TIME FROM TIME.
           MOVE LNK-EVENT TO NTF-EVENT.
           MOVE CUSTOMER-NUMBER TO NTF-CUSTOMER.
           MOVE CUST-NAME TO NTF-NAME.
           MOVE CUST-FIRSTNAME TO NTF-FIRSTNAME.
           MOVE CUST-ADDRESS TO NTF-ADDRESS.
           MOVE CUST-PHONE TO NTF-PHONE.
           MOVE LNK-ACCOUNT TO NTF-ACCOUNT.
           MOVE LNK-REFERENCE TO NTF-REFERENCE.
           MOVE LNK-AMOUNT TO NTF-AMOUNT.
           MOVE LNK-TEXT TO NTF-TEXT.
           WRITE NOTIFY-RECORD.
           CLOSE NOTIFY-OUTBOX.
