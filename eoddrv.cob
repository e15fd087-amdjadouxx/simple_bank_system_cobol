       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-DRIVER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-CONTROL ASSIGN TO 'runctl.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RC-KEY.
           SELECT OPTIONAL COUNTERS ASSIGN TO 'counters.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COUNTER-ID.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-CONTROL.
       01 RUN-CONTROL-RECORD.
          05 RC-KEY.
             10 RC-BUS-DATE     PIC 9(8).
             10 RC-STEP         PIC 9(2).
          05 RC-STEP-NAME       PIC X(16).
          05 RC-STATUS          PIC X(1).
             88 RC-RUNNING       VALUE 'R'.
             88 RC-COMPLETE      VALUE 'C'.
             88 RC-FAILED        VALUE 'F'.
             88 RC-SKIPPED       VALUE 'S'.
          05 RC-RUN-DATE        PIC 9(8).
          05 RC-START-TIME      PIC 9(8).
          05 RC-END-TIME        PIC 9(8).
          05 RC-RETURN-CODE     PIC 9(4).
          05 RC-RECORD-COUNT    PIC 9(8).
       FD COUNTERS.
       01 COUNTER-RECORD.
          05 COUNTER-ID         PIC X(8).
          05 COUNTER-VALUE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BUS-FUNCTION      PIC X(1).
       01 WS-BUS-DATE          PIC 9(8).
       01 WS-BUS-STATUS        PIC X(1).
       01 WS-NEXT-BUS-DATE     PIC 9(8).
       01 WS-DATE-PARTS.
          05 WS-DATE-YYYY      PIC 9(4).
          05 WS-DATE-MM        PIC 9(2).
          05 WS-DATE-DD        PIC 9(2).
       01 WS-DATE-PARTS-N REDEFINES WS-DATE-PARTS PIC 9(8).
       01 WS-CUR-MONTH         PIC 9(2).
       01 WS-MONTH-END         PIC 9 VALUE 0.
       01 WS-WINDOW-REFUSED    PIC 9 VALUE 0.
       01 WS-WINDOW-FAILED     PIC 9 VALUE 0.
       01 WS-STEP-IDX          PIC 9(2).
       01 WS-STEP-MAX          PIC 9(2) VALUE 16.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 16 TIMES.
             10 WS-ST-PROGRAM   PIC X(16).
             10 WS-ST-MONTH-END PIC X(1).
       01 WS-STEP-PROGRAM      PIC X(16).
       01 WS-STEP-RC           PIC S9(4).
       01 WS-STEP-STATUS       PIC X(1).
       01 WS-STEP-EXISTS       PIC 9 VALUE 0.
       01 WS-CALL-FAILED       PIC 9 VALUE 0.
       01 WS-SEQ-BEFORE        PIC 9(8).
       01 WS-SEQ-AFTER         PIC 9(8).
       01 WS-RUN-COUNT         PIC 9(2) VALUE 0.
       01 WS-SKIP-COUNT        PIC 9(2) VALUE 0.
       01 WS-DONE-COUNT        PIC 9(2) VALUE 0.
       01 WS-CTL-FUNCTION      PIC X(1).
       01 WS-CTL-STATUS        PIC X(1).
       01 WS-CTL-BAD-FILE      PIC X(16).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY 'Enchainement des traitements de fin de journee'.
           PERFORM GET-BUSINESS-DATE.
           PERFORM CHECK-MONTH-END.
           PERFORM SETUP-STEP-TABLE.
           OPEN I-O RUN-CONTROL.
           PERFORM OPEN-WINDOW.
           IF WS-WINDOW-REFUSED = 1 THEN
               CLOSE RUN-CONTROL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-MAX
                   OR WS-WINDOW-FAILED = 1
               PERFORM PROCESS-STEP
           END-PERFORM.
           PERFORM CLOSE-WINDOW.
           CLOSE RUN-CONTROL.
           DISPLAY 'Etapes executees: ' WS-RUN-COUNT.
           DISPLAY 'Etapes deja terminees: ' WS-DONE-COUNT.
           DISPLAY 'Etapes sans objet: ' WS-SKIP-COUNT.
           IF WS-WINDOW-FAILED = 1 THEN
               DISPLAY 'Fenetre interrompue, relancer apres '
                   'correction pour reprendre a l''etape en echec.'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Fenetre de fin de journee terminee.'
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       GET-BUSINESS-DATE.
           MOVE 'G' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-BUS-DATE
               WS-BUS-STATUS.
           DISPLAY 'Date comptable: ' WS-BUS-DATE.
           IF WS-BUS-STATUS = '2' THEN
               DISPLAY 'Date comptable non initialisee, '
                   'date systeme utilisee.'
           END-IF.

       CHECK-MONTH-END.
           MOVE WS-BUS-DATE TO WS-DATE-PARTS-N.
           MOVE WS-DATE-MM TO WS-CUR-MONTH.
           MOVE WS-BUS-DATE TO WS-NEXT-BUS-DATE.
           MOVE 'N' TO WS-BUS-FUNCTION.
           CALL 'BUSINESS-DATE' USING WS-BUS-FUNCTION WS-NEXT-BUS-DATE
               WS-BUS-STATUS.
           MOVE WS-NEXT-BUS-DATE TO WS-DATE-PARTS-N.
           IF WS-DATE-MM NOT = WS-CUR-MONTH THEN
               MOVE 1 TO WS-MONTH-END
               DISPLAY 'Dernier jour ouvre du mois.'
           ELSE
               MOVE 0 TO WS-MONTH-END
           END-IF.

       SETUP-STEP-TABLE.
           MOVE 'CONTROL-TOTALS' TO WS-ST-PROGRAM(1).
           MOVE 'APPROVAL-EXPIRY' TO WS-ST-PROGRAM(2).
           MOVE 'BATCH-POST' TO WS-ST-PROGRAM(3).
           MOVE 'INTERBANK-IN' TO WS-ST-PROGRAM(4).
           MOVE 'INTERBANK-OUT' TO WS-ST-PROGRAM(5).
           MOVE 'CHEQUE-CLEARING' TO WS-ST-PROGRAM(6).
           MOVE 'TD-MATURITY' TO WS-ST-PROGRAM(7).
           MOVE 'STANDING-BATCH' TO WS-ST-PROGRAM(8).
           MOVE 'LOAN-BATCH' TO WS-ST-PROGRAM(9).
           MOVE 'SWEEP-BATCH' TO WS-ST-PROGRAM(10).
           MOVE 'INTEREST-BATCH' TO WS-ST-PROGRAM(11).
           MOVE 'DORMANT-BATCH' TO WS-ST-PROGRAM(12).
           MOVE 'EOD-JOURNAL' TO WS-ST-PROGRAM(13).
           MOVE 'TELLER-PROOF' TO WS-ST-PROGRAM(14).
           MOVE 'GL-EXTRACT' TO WS-ST-PROGRAM(15).
           MOVE 'ARCHIVE-BATCH' TO WS-ST-PROGRAM(16).
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-MAX
               MOVE 'N' TO WS-ST-MONTH-END(WS-STEP-IDX)
           END-PERFORM.
           MOVE 'Y' TO WS-ST-MONTH-END(11).
           MOVE 'Y' TO WS-ST-MONTH-END(16).

       OPEN-WINDOW.
           MOVE 0 TO WS-WINDOW-REFUSED.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE 0 TO RC-STEP.
           READ RUN-CONTROL
               INVALID KEY
                   MOVE WS-BUS-DATE TO RC-BUS-DATE
                   MOVE 0 TO RC-STEP
                   MOVE 'FENETRE EOD' TO RC-STEP-NAME
                   PERFORM START-RUN-RECORD
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RC-COMPLETE THEN
                       DISPLAY 'Fenetre du ' WS-BUS-DATE
                           ' deja executee, execution refusee.'
                       MOVE 1 TO WS-WINDOW-REFUSED
                   ELSE
                       DISPLAY 'Reprise de la fenetre du '
                           WS-BUS-DATE
                       PERFORM START-RUN-RECORD
                       REWRITE RUN-CONTROL-RECORD
                   END-IF
           END-READ.

       CLOSE-WINDOW.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE 0 TO RC-STEP.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-WINDOW-FAILED = 1 THEN
                       MOVE 'F' TO RC-STATUS
                       MOVE 8 TO RC-RETURN-CODE
                   ELSE
                       MOVE 'C' TO RC-STATUS
                       MOVE 0 TO RC-RETURN-CODE
                   END-IF
                   ACCEPT RC-END-TIME FROM TIME
                   REWRITE RUN-CONTROL-RECORD
           END-READ.

       START-RUN-RECORD.
           MOVE 'R' TO RC-STATUS.
           ACCEPT RC-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RC-START-TIME FROM TIME.
           MOVE 0 TO RC-END-TIME.
           MOVE 0 TO RC-RETURN-CODE.
           MOVE 0 TO RC-RECORD-COUNT.

       PROCESS-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-STEP-PROGRAM.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-STEP-IDX TO RC-STEP.
           MOVE 0 TO WS-STEP-EXISTS.
           MOVE SPACE TO WS-STEP-STATUS.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-STEP-EXISTS
                   MOVE RC-STATUS TO WS-STEP-STATUS
           END-READ.
           IF WS-STEP-STATUS = 'C' OR WS-STEP-STATUS = 'S' THEN
               DISPLAY 'Etape ' WS-STEP-IDX ' ' WS-STEP-PROGRAM
                   ' deja terminee.'
               ADD 1 TO WS-DONE-COUNT
           ELSE IF WS-ST-MONTH-END(WS-STEP-IDX) = 'Y'
                   AND WS-MONTH-END = 0 THEN
               PERFORM SKIP-STEP
           ELSE
               PERFORM RUN-STEP
           END-IF.

       SKIP-STEP.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-STEP-IDX TO RC-STEP.
           MOVE WS-STEP-PROGRAM TO RC-STEP-NAME.
           PERFORM START-RUN-RECORD.
           MOVE 'S' TO RC-STATUS.
           MOVE RC-START-TIME TO RC-END-TIME.
           PERFORM WRITE-STEP-RECORD.
           ADD 1 TO WS-SKIP-COUNT.
           DISPLAY 'Etape ' WS-STEP-IDX ' ' WS-STEP-PROGRAM
               ' sans objet ce jour.'.

       RUN-STEP.
           DISPLAY 'Etape ' WS-STEP-IDX ' ' WS-STEP-PROGRAM
               ' demarree.'.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-STEP-IDX TO RC-STEP.
           MOVE WS-STEP-PROGRAM TO RC-STEP-NAME.
           PERFORM START-RUN-RECORD.
           PERFORM WRITE-STEP-RECORD.
           PERFORM READ-TRANS-SEQUENCE.
           MOVE WS-SEQ-AFTER TO WS-SEQ-BEFORE.
           MOVE 0 TO WS-CALL-FAILED.
           MOVE 0 TO WS-STEP-RC.
           IF WS-STEP-PROGRAM = 'CONTROL-TOTALS' THEN
               PERFORM RUN-CONTROL-TOTALS
           ELSE
               PERFORM CALL-STEP-PROGRAM
           END-IF.
           PERFORM READ-TRANS-SEQUENCE.
           PERFORM END-STEP.

       CALL-STEP-PROGRAM.
           MOVE 0 TO RETURN-CODE.
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   DISPLAY 'Programme introuvable: ' WS-STEP-PROGRAM
                   MOVE 1 TO WS-CALL-FAILED
           END-CALL.
           IF WS-CALL-FAILED = 1 THEN
               MOVE 12 TO WS-STEP-RC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-STEP-PROGRAM
           END-IF.
           MOVE 0 TO RETURN-CODE.

       RUN-CONTROL-TOTALS.
           MOVE 'V' TO WS-CTL-FUNCTION.
           CALL 'CONTROL-VERIFY' USING WS-CTL-FUNCTION
               WS-CTL-STATUS WS-CTL-BAD-FILE.
           IF WS-CTL-STATUS = '1' THEN
               DISPLAY 'Integrite en echec sur ' WS-CTL-BAD-FILE
               MOVE 8 TO WS-STEP-RC
           ELSE
               IF WS-CTL-STATUS = '2' THEN
                   DISPLAY 'Fichier de controle absent, creation.'
                   MOVE 4 TO WS-STEP-RC
               END-IF
               MOVE 'U' TO WS-CTL-FUNCTION
               CALL 'CONTROL-VERIFY' USING WS-CTL-FUNCTION
                   WS-CTL-STATUS WS-CTL-BAD-FILE
           END-IF.

       END-STEP.
           MOVE WS-BUS-DATE TO RC-BUS-DATE.
           MOVE WS-STEP-IDX TO RC-STEP.
           READ RUN-CONTROL
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-STEP-RC >= 8 THEN
               MOVE 'F' TO RC-STATUS
               MOVE 1 TO WS-WINDOW-FAILED
           ELSE
               MOVE 'C' TO RC-STATUS
           END-IF.
           IF WS-STEP-RC < 0 THEN
               MOVE 9999 TO RC-RETURN-CODE
           ELSE
               MOVE WS-STEP-RC TO RC-RETURN-CODE
           END-IF.
           ACCEPT RC-END-TIME FROM TIME.
           COMPUTE RC-RECORD-COUNT = WS-SEQ-AFTER - WS-SEQ-BEFORE.
           REWRITE RUN-CONTROL-RECORD.
           ADD 1 TO WS-RUN-COUNT.
           DISPLAY 'Etape ' WS-STEP-IDX ' ' WS-STEP-PROGRAM
               ' code retour ' RC-RETURN-CODE
               ' mouvements ' RC-RECORD-COUNT.
           IF WS-WINDOW-FAILED = 1 THEN
               DISPLAY 'Etape ' WS-STEP-IDX ' en echec.'
           END-IF.

       WRITE-STEP-RECORD.
           IF WS-STEP-EXISTS = 1 THEN
               REWRITE RUN-CONTROL-RECORD
           ELSE
               WRITE RUN-CONTROL-RECORD
               MOVE 1 TO WS-STEP-EXISTS
           END-IF.

       READ-TRANS-SEQUENCE.
           MOVE 0 TO WS-SEQ-AFTER.
           OPEN INPUT COUNTERS.
           MOVE 'TRANSSEQ' TO COUNTER-ID.
           READ COUNTERS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE COUNTER-VALUE TO WS-SEQ-AFTER
           END-READ.
           CLOSE COUNTERS.
