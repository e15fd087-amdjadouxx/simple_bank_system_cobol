       01 WS-EOF               PIC 9 VALUE 0.
       01 WS-USER-EOF          PIC 9 VALUE 0.
       01 WS-REPORT-DATE       PIC 9(8).
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-OP-COUNT          PIC 9(3) VALUE 0.
       01 WS-ACTIVE-COUNT      PIC 9(3) VALUE 0.
       01 WS-DECLARED          PIC S9(9)V99.
       MAIN-PROCEDURE.
           DISPLAY 'Preuve de caisse par guichetier'.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OP-COUNT = 0 THEN
               DISPLAY 'Aucun operateur dans users.dat.'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM ACCUMULATE-DAY.
           PERFORM RESOLVE-REVERSALS.
           PERFORM WRITE-PROOF-REPORT.
           DISPLAY 'Preuve ecrite dans teller_proof.rpt'.
           GOBACK.

       GET-BUSINESS-DATE.
           MOVE 'G' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-REPORT-DATE
               WS-BUS-STATUS.
           DISPLAY 'Date comptable: ' WS-REPORT-DATE.
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
