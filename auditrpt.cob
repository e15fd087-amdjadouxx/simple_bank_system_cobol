          05 AUDIT-ACTION       PIC X(15).
          05 AUDIT-BEFORE       PIC X(40).
          05 AUDIT-AFTER        PIC X(40).
          05 AUDIT-APPROVER     PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC 9 VALUE 0.
               AUDIT-ACCOUNT ' ' AUDIT-ACTION.
           DISPLAY '  avant: ' AUDIT-BEFORE.
           DISPLAY '  apres: ' AUDIT-AFTER.
           IF AUDIT-APPROVER NOT = SPACES THEN
               DISPLAY '  valide par: ' AUDIT-APPROVER
           END-IF.
