       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-CERTIFICATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSACTIONS ASSIGN TO 'transactions.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRANS-SEQUENCE
           ALTERNATE RECORD KEY IS TRANS-ACCT-DATE WITH DUPLICATES
           ALTERNATE RECORD KEY IS TRANS-DATE WITH DUPLICATES.
           SELECT OPTIONAL ARCHIVE-TRANSACTIONS
           ASSIGN USING WS-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT CERTIFICATE-FILE ASSIGN TO 'taxcert.rpt'
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-FILE ASSIGN TO 'taxsum.dat'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD ARCHIVE-TRANSACTIONS.
       01 ARCHIVE-RECORD.
          05 ARCH-ACCOUNT-NUMBER PIC X(6).
          05 ARCH-TYPE           PIC X(13).
          05 ARCH-AMOUNT         PIC 9(8)V99.
          05 ARCH-DATE           PIC 9(8).
          05 ARCH-TIME           PIC 9(8).
          05 ARCH-OPERATOR       PIC X(8).
          05 ARCH-SEQUENCE       PIC 9(8).
          05 ARCH-REF-SEQUENCE   PIC 9(8).
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
       FD CERTIFICATE-FILE.
       01 REPORT-LINE           PIC X(80).
       FD SUMMARY-FILE.
       01 SUMMARY-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-LINK-EOF          PIC 9 VALUE 0.
       01 WS-TODAY             PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-TAX-YEAR          PIC 9(4).
       01 WS-TODAY-PARTS.
          05 WS-TODAY-YYYY     PIC 9(4).
          05 WS-TODAY-MM       PIC 9(2).
          05 WS-TODAY-DD       PIC 9(2).
       01 WS-TODAY-PARTS-N REDEFINES WS-TODAY-PARTS PIC 9(8).
       01 WS-ARCHIVE-NAME.
          05 FILLER            PIC X(4) VALUE 'arch'.
          05 WS-ARCH-PERIOD    PIC 9(6).
          05 FILLER            PIC X(4) VALUE '.dat'.
       01 WS-SCAN-PERIOD.
          05 WS-SCAN-YYYY      PIC 9(4).
          05 WS-SCAN-MM        PIC 9(2).
       01 WS-SCAN-PERIOD-N REDEFINES WS-SCAN-PERIOD PIC 9(6).
       01 WS-SCAN-LAST         PIC 9(6).
       01 WS-ARCHIVE-READ      PIC 9(7).
       01 WS-ARCHIVE-FILES     PIC 9(3) VALUE 0.
       01 WS-ENTRY.
          05 WS-ENT-ACCOUNT    PIC X(6).
          05 WS-ENT-TYPE       PIC X(13).
          05 WS-ENT-AMOUNT     PIC 9(8)V99.
          05 WS-ENT-DATE.
             10 WS-ENT-YYYY    PIC 9(4).
             10 WS-ENT-MMDD    PIC 9(4).
          05 WS-ENT-SEQUENCE   PIC 9(8).
          05 WS-ENT-REF        PIC 9(8).
       01 WS-REV-IDX           PIC 9(5).
       01 WS-REVINT-IDX        PIC 9(5).
       01 WS-REVINT-HIT        PIC 9.
       01 WS-OWNER-IDX         PIC 9(2).
       01 WS-OWNER-COUNT       PIC 9(2).
       01 WS-OWNER-TABLE.
          05 WS-OWNER-CUSTOMER PIC X(6) OCCURS 20 TIMES.
       01 WS-SHARE-GROSS       PIC 9(10)V99.
       01 WS-SHARE-REVERSED    PIC 9(10)V99.
       01 WS-FIRST-GROSS       PIC 9(10)V99.
       01 WS-FIRST-REVERSED    PIC 9(10)V99.
       01 WS-SHARE-IDX         PIC 9(5).
       01 WS-CUST-GROSS        PIC 9(10)V99.
       01 WS-CUST-REVERSED     PIC 9(10)V99.
       01 WS-CUST-NET          PIC S9(10)V99.
       01 WS-CUST-LINES        PIC 9(5).
       01 WS-LINE-NET          PIC S9(10)V99.
       01 WS-CERT-COUNT        PIC 9(7) VALUE 0.
       01 WS-ORPHAN-COUNT      PIC 9(7) VALUE 0.
       01 WS-TOTAL-GROSS       PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-REVERSED    PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-NET         PIC S9(12)V99 VALUE 0.
       01 WS-ACCT-COUNT        PIC 9(5) VALUE 0.
       01 WS-ACCOUNT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 1 TO 99999 TIMES
                           DEPENDING ON WS-ACCT-COUNT
                           ASCENDING KEY IS WS-ACCT-NUMBER
                           INDEXED BY WS-ACCT-IDX.
             10 WS-ACCT-NUMBER   PIC X(6).
             10 WS-ACCT-CUSTOMER PIC X(6).
             10 WS-ACCT-GROSS    PIC 9(10)V99.
             10 WS-ACCT-REVERSED PIC 9(10)V99.
       01 WS-REV-COUNT         PIC 9(5) VALUE 0.
       01 WS-REVERSAL-TABLE.
          05 WS-REV-ENTRY OCCURS 1 TO 9999 TIMES
                          DEPENDING ON WS-REV-COUNT.
             10 WS-REV-ACCOUNT   PIC X(6).
             10 WS-REV-REF       PIC 9(8).
             10 WS-REV-AMOUNT    PIC 9(8)V99.
       01 WS-REVINT-COUNT      PIC 9(5) VALUE 0.
       01 WS-REVINT-TABLE.
          05 WS-REVINT-SEQ OCCURS 1 TO 9999 TIMES
                           DEPENDING ON WS-REVINT-COUNT PIC 9(8).
       01 WS-SHARE-COUNT       PIC 9(5) VALUE 0.
       01 WS-SHARE-TABLE.
          05 WS-SHARE-ENTRY OCCURS 1 TO 99999 TIMES
                            DEPENDING ON WS-SHARE-COUNT.
             10 WS-SHR-CUSTOMER  PIC X(6).
             10 WS-SHR-ACCOUNT   PIC X(6).
             10 WS-SHR-OWNERS    PIC 9(2).
             10 WS-SHR-GROSS     PIC 9(10)V99.
             10 WS-SHR-REVERSED  PIC 9(10)V99.
       01 WS-TITLE-LINE.
          05 FILLER            PIC X(40)
             VALUE 'ATTESTATION FISCALE DES INTERETS ANNEE '.
          05 WS-TTL-YEAR       PIC 9(4).
          05 FILLER            PIC X(11) VALUE '  EDITE LE '.
          05 WS-TTL-DATE       PIC 9(8).
          05 FILLER            PIC X(17) VALUE SPACES.
       01 WS-CUSTOMER-LINE.
          05 FILLER            PIC X(8) VALUE 'CLIENT  '.
          05 WS-CST-NUMBER     PIC X(6).
          05 FILLER            PIC X(2) VALUE SPACES.
          05 WS-CST-NAME       PIC X(20).
          05 FILLER            PIC X(1) VALUE SPACE.
          05 WS-CST-FIRSTNAME  PIC X(20).
          05 FILLER            PIC X(23) VALUE SPACES.
       01 WS-ADDRESS-LINE.
          05 FILLER            PIC X(16) VALUE SPACES.
          05 WS-ADR-ADDRESS    PIC X(40).
          05 FILLER            PIC X(24) VALUE SPACES.
       01 WS-COLUMN-LINE.
          05 FILLER            PIC X(40)
             VALUE 'COMPTE  TITULAIRES    INTERETS BRUTS    '.
          05 FILLER            PIC X(40)
             VALUE '    EXTOURNES       INTERETS NETS       '.
       01 WS-DETAIL-LINE.
          05 WS-DET-ACCOUNT    PIC X(6).
          05 FILLER            PIC X(6) VALUE SPACES.
          05 WS-DET-OWNERS     PIC Z9.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-DET-GROSS      PIC Z(9)9.99.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-DET-REVERSED   PIC Z(9)9.99.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-DET-NET        PIC -(10)9.99.
          05 FILLER            PIC X(9) VALUE SPACES.
       01 WS-CERT-TOTAL-LINE.
          05 FILLER            PIC X(18) VALUE 'TOTAL DU CLIENT   '.
          05 WS-CTL-GROSS      PIC Z(9)9.99.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-CTL-REVERSED   PIC Z(9)9.99.
          05 FILLER            PIC X(4) VALUE SPACES.
          05 WS-CTL-NET        PIC -(10)9.99.
          05 FILLER            PIC X(9) VALUE SPACES.
       01 WS-SEPARATOR-LINE    PIC X(80) VALUE ALL '-'.
       01 TXS-HEADER.
          05 TXS-HDR-TYPE       PIC X(1) VALUE '1'.
          05 TXS-HDR-YEAR       PIC 9(4).
          05 TXS-HDR-DATE       PIC 9(8).
          05 FILLER             PIC X(87) VALUE SPACES.
       01 TXS-DETAIL.
          05 TXS-DET-TYPE       PIC X(1) VALUE '2'.
          05 TXS-DET-CUSTOMER   PIC X(6).
          05 TXS-DET-NAME       PIC X(20).
          05 TXS-DET-FIRSTNAME  PIC X(20).
          05 TXS-DET-GROSS      PIC 9(10)V99.
          05 TXS-DET-REVERSED   PIC 9(10)V99.
          05 TXS-DET-NET        PIC S9(10)V99
                                SIGN IS LEADING SEPARATE.
          05 FILLER             PIC X(16) VALUE SPACES.
       01 TXS-TRAILER.
          05 TXS-TRL-TYPE       PIC X(1) VALUE '9'.
          05 TXS-TRL-COUNT      PIC 9(7).
          05 TXS-TRL-GROSS      PIC 9(12)V99.
          05 TXS-TRL-REVERSED   PIC 9(12)V99.
          05 TXS-TRL-NET        PIC S9(12)V99
                                SIGN IS LEADING SEPARATE.
          05 FILLER             PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Attestations fiscales des interets'.
           PERFORM GET-BUSINESS-DATE.
           MOVE WS-TODAY TO WS-TODAY-PARTS-N.
           DISPLAY 'Annee fiscale (AAAA, 0 = annee precedente): '.
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR = 0 THEN
               COMPUTE WS-TAX-YEAR = WS-TODAY-YYYY - 1
           END-IF.
           IF WS-TAX-YEAR > WS-TODAY-YYYY THEN
               DISPLAY 'Annee fiscale invalide.'
               STOP RUN
           END-IF.
           DISPLAY 'Annee fiscale: ' WS-TAX-YEAR.
           PERFORM LOAD-ACCOUNT-TABLE.
           PERFORM SCAN-LIVE-LEDGER.
           PERFORM SCAN-ARCHIVES.
           PERFORM APPLY-INTEREST-REVERSALS.
           OPEN INPUT ACCOUNT-HOLDERS.
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-GROSS(WS-ACCT-IDX) > 0
                       OR WS-ACCT-REVERSED(WS-ACCT-IDX) > 0 THEN
                   PERFORM ALLOCATE-ACCOUNT-INTEREST
               END-IF
           END-PERFORM.
           CLOSE ACCOUNT-HOLDERS.
           PERFORM WRITE-CERTIFICATES.
           DISPLAY 'Archives lues: ' WS-ARCHIVE-FILES.
           DISPLAY 'Attestations editees: ' WS-CERT-COUNT.
           IF WS-ORPHAN-COUNT > 0 THEN
               DISPLAY 'Comptes sans titulaire: ' WS-ORPHAN-COUNT
           END-IF.
           DISPLAY 'Attestations ecrites dans taxcert.rpt'.
           DISPLAY 'Recapitulatif ecrit dans taxsum.dat'.
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

       LOAD-ACCOUNT-TABLE.
           OPEN INPUT ACCOUNTS.
           MOVE 0 TO WS-EOF.
           READ ACCOUNTS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               ADD 1 TO WS-ACCT-COUNT
               MOVE ACCOUNT-NUMBER TO WS-ACCT-NUMBER(WS-ACCT-COUNT)
               MOVE ACCOUNT-CUSTOMER TO WS-ACCT-CUSTOMER(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-GROSS(WS-ACCT-COUNT)
               MOVE 0 TO WS-ACCT-REVERSED(WS-ACCT-COUNT)
               READ ACCOUNTS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE ACCOUNTS.

       SCAN-LIVE-LEDGER.
           OPEN INPUT TRANSACTIONS.
           MOVE 0 TO WS-EOF.
           READ TRANSACTIONS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               MOVE TRANS-ACCOUNT-NUMBER TO WS-ENT-ACCOUNT
               MOVE TRANS-TYPE TO WS-ENT-TYPE
               MOVE TRANS-AMOUNT TO WS-ENT-AMOUNT
               MOVE TRANS-DATE TO WS-ENT-DATE
               MOVE TRANS-SEQUENCE TO WS-ENT-SEQUENCE
               MOVE TRANS-REF-SEQUENCE TO WS-ENT-REF
               PERFORM NOTE-LEDGER-ENTRY
               READ TRANSACTIONS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE TRANSACTIONS.

       SCAN-ARCHIVES.
           COMPUTE WS-SCAN-YYYY = WS-TAX-YEAR - 1.
           MOVE 1 TO WS-SCAN-MM.
           COMPUTE WS-SCAN-LAST = WS-TAX-YEAR * 100 + 12.
           IF WS-TODAY-YYYY * 100 + WS-TODAY-MM > WS-SCAN-LAST THEN
               COMPUTE WS-SCAN-LAST =
                   WS-TODAY-YYYY * 100 + WS-TODAY-MM
           END-IF.
           PERFORM UNTIL WS-SCAN-PERIOD-N > WS-SCAN-LAST
               MOVE WS-SCAN-PERIOD-N TO WS-ARCH-PERIOD
               PERFORM SCAN-ARCHIVE-FILE
               IF WS-SCAN-MM = 12 THEN
                   MOVE 1 TO WS-SCAN-MM
                   ADD 1 TO WS-SCAN-YYYY
               ELSE
                   ADD 1 TO WS-SCAN-MM
               END-IF
           END-PERFORM.

       SCAN-ARCHIVE-FILE.
           MOVE 0 TO WS-ARCHIVE-READ.
           OPEN INPUT ARCHIVE-TRANSACTIONS.
           MOVE 0 TO WS-EOF.
           READ ARCHIVE-TRANSACTIONS AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               ADD 1 TO WS-ARCHIVE-READ
               MOVE ARCH-ACCOUNT-NUMBER TO WS-ENT-ACCOUNT
               MOVE ARCH-TYPE TO WS-ENT-TYPE
               MOVE ARCH-AMOUNT TO WS-ENT-AMOUNT
               MOVE ARCH-DATE TO WS-ENT-DATE
               MOVE ARCH-SEQUENCE TO WS-ENT-SEQUENCE
               MOVE ARCH-REF-SEQUENCE TO WS-ENT-REF
               PERFORM NOTE-LEDGER-ENTRY
               READ ARCHIVE-TRANSACTIONS AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           CLOSE ARCHIVE-TRANSACTIONS.
           IF WS-ARCHIVE-READ > 0 THEN
               ADD 1 TO WS-ARCHIVE-FILES
           END-IF.

       NOTE-LEDGER-ENTRY.
           IF WS-ENT-TYPE = 'INTEREST' THEN
               IF WS-ENT-YYYY = WS-TAX-YEAR THEN
                   SEARCH ALL WS-ACCT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ACCT-NUMBER(WS-ACCT-IDX) = WS-ENT-ACCOUNT
                           ADD WS-ENT-AMOUNT
                               TO WS-ACCT-GROSS(WS-ACCT-IDX)
                   END-SEARCH
               END-IF
               IF WS-ENT-REF NOT = 0 THEN
                   IF WS-REVINT-COUNT >= 9999 THEN
                       DISPLAY 'Table des interets extournes pleine.'
                   ELSE
                       ADD 1 TO WS-REVINT-COUNT
                       MOVE WS-ENT-SEQUENCE
                           TO WS-REVINT-SEQ(WS-REVINT-COUNT)
                   END-IF
               END-IF
           END-IF.
           IF WS-ENT-TYPE = 'REVERSAL-DR'
                   AND WS-ENT-YYYY = WS-TAX-YEAR THEN
               IF WS-REV-COUNT >= 9999 THEN
                   DISPLAY 'Table des extournes pleine.'
               ELSE
                   ADD 1 TO WS-REV-COUNT
                   MOVE WS-ENT-ACCOUNT TO WS-REV-ACCOUNT(WS-REV-COUNT)
                   MOVE WS-ENT-REF TO WS-REV-REF(WS-REV-COUNT)
                   MOVE WS-ENT-AMOUNT TO WS-REV-AMOUNT(WS-REV-COUNT)
               END-IF
           END-IF.

       APPLY-INTEREST-REVERSALS.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
               MOVE 0 TO WS-REVINT-HIT
               PERFORM VARYING WS-REVINT-IDX FROM 1 BY 1
                       UNTIL WS-REVINT-IDX > WS-REVINT-COUNT
                          OR WS-REVINT-HIT = 1
                   IF WS-REVINT-SEQ(WS-REVINT-IDX)
                           = WS-REV-REF(WS-REV-IDX) THEN
                       MOVE 1 TO WS-REVINT-HIT
                   END-IF
               END-PERFORM
               IF WS-REVINT-HIT = 1 THEN
                   SEARCH ALL WS-ACCT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ACCT-NUMBER(WS-ACCT-IDX)
                               = WS-REV-ACCOUNT(WS-REV-IDX)
                           ADD WS-REV-AMOUNT(WS-REV-IDX)
                               TO WS-ACCT-REVERSED(WS-ACCT-IDX)
                   END-SEARCH
               END-IF
           END-PERFORM.

       ALLOCATE-ACCOUNT-INTEREST.
           PERFORM BUILD-OWNER-LIST.
           IF WS-OWNER-COUNT = 0 THEN
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY 'Compte sans titulaire: '
                   WS-ACCT-NUMBER(WS-ACCT-IDX)
           ELSE
               COMPUTE WS-SHARE-GROSS =
                   WS-ACCT-GROSS(WS-ACCT-IDX) / WS-OWNER-COUNT
               COMPUTE WS-SHARE-REVERSED =
                   WS-ACCT-REVERSED(WS-ACCT-IDX) / WS-OWNER-COUNT
               COMPUTE WS-FIRST-GROSS = WS-ACCT-GROSS(WS-ACCT-IDX)
                   - WS-SHARE-GROSS * (WS-OWNER-COUNT - 1)
               COMPUTE WS-FIRST-REVERSED =
                   WS-ACCT-REVERSED(WS-ACCT-IDX)
                   - WS-SHARE-REVERSED * (WS-OWNER-COUNT - 1)
               PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
                       UNTIL WS-OWNER-IDX > WS-OWNER-COUNT
                   PERFORM ADD-SHARE-ENTRY
               END-PERFORM
           END-IF.

       BUILD-OWNER-LIST.
           MOVE 0 TO WS-OWNER-COUNT.
           IF WS-ACCT-CUSTOMER(WS-ACCT-IDX) NOT = SPACES THEN
               MOVE 1 TO WS-OWNER-COUNT
               MOVE WS-ACCT-CUSTOMER(WS-ACCT-IDX)
                   TO WS-OWNER-CUSTOMER(1)
           END-IF.
           MOVE 0 TO WS-LINK-EOF.
           MOVE WS-ACCT-NUMBER(WS-ACCT-IDX) TO LINK-ACCOUNT.
           MOVE LOW-VALUES TO LINK-CUSTOMER.
           START ACCOUNT-HOLDERS KEY NOT < LINK-ID
               INVALID KEY MOVE 1 TO WS-LINK-EOF
           END-START.
           PERFORM UNTIL WS-LINK-EOF = 1
               READ ACCOUNT-HOLDERS NEXT
                   AT END MOVE 1 TO WS-LINK-EOF
               END-READ
               IF WS-LINK-EOF = 0 THEN
                   IF LINK-ACCOUNT NOT = WS-ACCT-NUMBER(WS-ACCT-IDX)
                           THEN
                       MOVE 1 TO WS-LINK-EOF
                   ELSE IF (LINK-PRIMARY OR LINK-JOINT)
                           AND LINK-CUSTOMER
                               NOT = WS-ACCT-CUSTOMER(WS-ACCT-IDX)
                           AND WS-OWNER-COUNT < 20 THEN
                       ADD 1 TO WS-OWNER-COUNT
                       MOVE LINK-CUSTOMER
                           TO WS-OWNER-CUSTOMER(WS-OWNER-COUNT)
                   END-IF
               END-IF
           END-PERFORM.

       ADD-SHARE-ENTRY.
           IF WS-SHARE-COUNT >= 99999 THEN
               DISPLAY 'Table des quotes-parts pleine.'
           ELSE
               ADD 1 TO WS-SHARE-COUNT
               MOVE WS-OWNER-CUSTOMER(WS-OWNER-IDX)
                   TO WS-SHR-CUSTOMER(WS-SHARE-COUNT)
               MOVE WS-ACCT-NUMBER(WS-ACCT-IDX)
                   TO WS-SHR-ACCOUNT(WS-SHARE-COUNT)
               MOVE WS-OWNER-COUNT TO WS-SHR-OWNERS(WS-SHARE-COUNT)
               IF WS-OWNER-IDX = 1 THEN
                   MOVE WS-FIRST-GROSS TO WS-SHR-GROSS(WS-SHARE-COUNT)
                   MOVE WS-FIRST-REVERSED
                       TO WS-SHR-REVERSED(WS-SHARE-COUNT)
               ELSE
                   MOVE WS-SHARE-GROSS TO WS-SHR-GROSS(WS-SHARE-COUNT)
                   MOVE WS-SHARE-REVERSED
                       TO WS-SHR-REVERSED(WS-SHARE-COUNT)
               END-IF
           END-IF.

       WRITE-CERTIFICATES.
           OPEN INPUT CUSTOMERS.
           OPEN OUTPUT CERTIFICATE-FILE.
           OPEN OUTPUT SUMMARY-FILE.
           MOVE WS-TAX-YEAR TO TXS-HDR-YEAR.
           MOVE WS-TODAY TO TXS-HDR-DATE.
           MOVE TXS-HEADER TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE WS-TAX-YEAR TO WS-TTL-YEAR.
           MOVE WS-TODAY TO WS-TTL-DATE.
           MOVE 0 TO WS-EOF.
           READ CUSTOMERS NEXT AT END MOVE 1 TO WS-EOF.
           PERFORM UNTIL WS-EOF = 1
               PERFORM WRITE-CUSTOMER-CERTIFICATE
               READ CUSTOMERS NEXT AT END MOVE 1 TO WS-EOF
           END-PERFORM.
           MOVE WS-CERT-COUNT TO TXS-TRL-COUNT.
           MOVE WS-TOTAL-GROSS TO TXS-TRL-GROSS.
           MOVE WS-TOTAL-REVERSED TO TXS-TRL-REVERSED.
           MOVE WS-TOTAL-NET TO TXS-TRL-NET.
           MOVE TXS-TRAILER TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           CLOSE SUMMARY-FILE.
           CLOSE CERTIFICATE-FILE.
           CLOSE CUSTOMERS.

       WRITE-CUSTOMER-CERTIFICATE.
           MOVE 0 TO WS-CUST-LINES.
           MOVE 0 TO WS-CUST-GROSS.
           MOVE 0 TO WS-CUST-REVERSED.
           PERFORM VARYING WS-SHARE-IDX FROM 1 BY 1
                   UNTIL WS-SHARE-IDX > WS-SHARE-COUNT
               IF WS-SHR-CUSTOMER(WS-SHARE-IDX) = CUSTOMER-NUMBER THEN
                   IF WS-CUST-LINES = 0 THEN
                       PERFORM WRITE-CERTIFICATE-HEADER
                   END-IF
                   ADD 1 TO WS-CUST-LINES
                   PERFORM WRITE-CERTIFICATE-DETAIL
               END-IF
           END-PERFORM.
           IF WS-CUST-LINES > 0 THEN
               PERFORM WRITE-CERTIFICATE-TOTAL
           END-IF.

       WRITE-CERTIFICATE-HEADER.
           MOVE WS-SEPARATOR-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CUSTOMER-NUMBER TO WS-CST-NUMBER.
           MOVE CUST-NAME TO WS-CST-NAME.
           MOVE CUST-FIRSTNAME TO WS-CST-FIRSTNAME.
           MOVE WS-CUSTOMER-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CUST-ADDRESS TO WS-ADR-ADDRESS.
           MOVE WS-ADDRESS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-COLUMN-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-CERTIFICATE-DETAIL.
           MOVE WS-SHR-ACCOUNT(WS-SHARE-IDX) TO WS-DET-ACCOUNT.
           MOVE WS-SHR-OWNERS(WS-SHARE-IDX) TO WS-DET-OWNERS.
           MOVE WS-SHR-GROSS(WS-SHARE-IDX) TO WS-DET-GROSS.
           MOVE WS-SHR-REVERSED(WS-SHARE-IDX) TO WS-DET-REVERSED.
           COMPUTE WS-LINE-NET = WS-SHR-GROSS(WS-SHARE-IDX)
               - WS-SHR-REVERSED(WS-SHARE-IDX).
           MOVE WS-LINE-NET TO WS-DET-NET.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD WS-SHR-GROSS(WS-SHARE-IDX) TO WS-CUST-GROSS.
           ADD WS-SHR-REVERSED(WS-SHARE-IDX) TO WS-CUST-REVERSED.

       WRITE-CERTIFICATE-TOTAL.
           COMPUTE WS-CUST-NET = WS-CUST-GROSS - WS-CUST-REVERSED.
           MOVE WS-CUST-GROSS TO WS-CTL-GROSS.
           MOVE WS-CUST-REVERSED TO WS-CTL-REVERSED.
           MOVE WS-CUST-NET TO WS-CTL-NET.
           MOVE WS-CERT-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CUSTOMER-NUMBER TO TXS-DET-CUSTOMER.
           MOVE CUST-NAME TO TXS-DET-NAME.
           MOVE CUST-FIRSTNAME TO TXS-DET-FIRSTNAME.
           MOVE WS-CUST-GROSS TO TXS-DET-GROSS.
           MOVE WS-CUST-REVERSED TO TXS-DET-REVERSED.
           MOVE WS-CUST-NET TO TXS-DET-NET.
           MOVE TXS-DETAIL TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           ADD 1 TO WS-CERT-COUNT.
           ADD WS-CUST-GROSS TO WS-TOTAL-GROSS.
           ADD WS-CUST-REVERSED TO WS-TOTAL-REVERSED.
           ADD WS-CUST-NET TO WS-TOTAL-NET.
