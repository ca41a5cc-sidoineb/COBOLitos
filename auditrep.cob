       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
       01 AUDIT-RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-AUDIT-LINE PIC X(400) VALUE SPACES.
       01 WS-DATE-DEBUT PIC 9(8) VALUE ZERO.
       01 WS-DATE-FIN PIC 9(8) VALUE ZERO.
       01 WS-DATE-COURANTE PIC 9(8) VALUE ZERO.
       01 WS-TOTAL-OPS PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-REGISTRE PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-SIMPLE PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-REPORTS PIC 9(6) VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.
       01 WS-SCAN-PTR PIC 9(4) VALUE 1.
       01 WS-SCAN-FIN PIC X VALUE "N".
       01 WS-TOKEN PIC X(60) VALUE SPACES.
       01 WS-LIGNE-QUBIT-1 PIC X VALUE SPACE.
       01 WS-LIGNE-QUBIT-2 PIC X VALUE SPACE.
       01 WS-LIGNE-REGISTRE PIC X VALUE "N".
       01 WS-LIGNE-REPORT PIC X VALUE "N".
       01 WS-LIGNE-COMBO PIC X(5) VALUE SPACES.
       01 WS-OP-MAX PIC 99 VALUE ZERO.
       01 WS-OP-IDX PIC 99 VALUE ZERO.
           PERFORM INITIALISER-COMPTEURS.
           DISPLAY " ".
           DISPLAY "--- Rapport journalier des operations ---".
           MOVE "L" TO WS-DT-ACTION.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           DISPLAY "Date de debut (AAAAMMJJ, vide = date de traitement "
               WS-DT-DATE ") : ".
           ACCEPT WS-DATE-DEBUT.
           IF WS-DATE-DEBUT = ZERO
               MOVE WS-DT-DATE TO WS-DATE-DEBUT
           END-IF.
           DISPLAY "Date de fin (AAAAMMJJ, vide = date de debut) : ".
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-FIN = ZERO
           MOVE ZERO TO WS-TOTAL-OPS.
           MOVE ZERO TO WS-COMPTE-REGISTRE.
           MOVE ZERO TO WS-COMPTE-SIMPLE.
           MOVE ZERO TO WS-COMPTE-REPORTS.
           MOVE ZERO TO WS-OP-MAX.
           MOVE ZERO TO WS-COMBO-MAX.
           MOVE SPACES TO WS-OP-TABLE.
           MOVE SPACE TO WS-LIGNE-QUBIT-1.
           MOVE SPACE TO WS-LIGNE-QUBIT-2.
           MOVE "N" TO WS-LIGNE-REGISTRE.
           MOVE "N" TO WS-LIGNE-REPORT.
           MOVE 1 TO WS-SCAN-PTR.
           MOVE "N" TO WS-SCAN-FIN.
           PERFORM UNTIL WS-SCAN-FIN = "Y"
                   INTO WS-TOKEN WITH POINTER WS-SCAN-PTR
                   ON OVERFLOW CONTINUE
               END-UNSTRING
               IF WS-TOKEN = SPACES OR WS-SCAN-PTR > 400
                   MOVE "Y" TO WS-SCAN-FIN
               ELSE
                   PERFORM CLASSER-TOKEN
               ELSE
                   ADD 1 TO WS-COMPTE-SIMPLE
               END-IF
               IF WS-LIGNE-REPORT = "Y"
                   ADD 1 TO WS-COMPTE-REPORTS
               END-IF
               PERFORM COMPTER-OPERATION
               PERFORM COMPTER-COMBO
           END-IF.

       CLASSER-TOKEN.
           EVALUATE TRUE
               WHEN WS-TOKEN (1:7) = "Report="
                   MOVE "Y" TO WS-LIGNE-REPORT
               WHEN WS-TOKEN (1:5) = "Gate="
                   MOVE WS-TOKEN (6:20) TO WS-LIGNE-GATE
               WHEN WS-TOKEN (1:7) = "Qubits="
           DISPLAY "----------------------------------------------".
           DISPLAY "  Executions registre     : " WS-COMPTE-REGISTRE.
           DISPLAY "  Executions qubit simple : " WS-COMPTE-SIMPLE.
           IF WS-COMPTE-REPORTS > ZERO
               DISPLAY "  Reportees (jour clos)   : " WS-COMPTE-REPORTS
           END-IF.
           DISPLAY "----------------------------------------------".
           DISPLAY "  Par qubits en entree (Q1/Q2) :".
           PERFORM VARYING WS-COMBO-IDX FROM 1 BY 1
