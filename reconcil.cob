       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-LOG-FILE.
       01 AUDIT-RECORD PIC X(400).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).
       01 WS-AUDIT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-AUDIT-LINE PIC X(400) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-LIGNE PIC X(200) VALUE SPACES.
       01 WS-REPOST-ACTIF PIC X VALUE "N".
       01 WS-REPOST-CHOIX PIC X VALUE SPACE.
       01 WS-RETOUR PIC 99 VALUE ZERO.
       01 WS-AVANT-GATE PIC X(400) VALUE SPACES.
       01 WS-APRES-GATE PIC X(400) VALUE SPACES.
       01 WS-LIGNE-GATE PIC X(20) VALUE SPACES.
       01 WS-LIGNE-QUBITS PIC X(30) VALUE SPACES.
       01 WS-LIGNE-RESULTAT PIC X(120) VALUE SPACES.
           05 WS-FICHE-OPERATION PIC X(20) VALUE SPACES.
           05 WS-FICHE-QUBITS PIC X(30) VALUE SPACES.
           05 WS-FICHE-RESULTAT PIC X(120) VALUE SPACES.
           05 WS-FICHE-RUN-CIRCUIT PIC X(16) VALUE SPACES.
           05 WS-FICHE-ETAPE PIC 9(4) VALUE ZERO.
       01 WS-RM-TABLE.
           05 WS-RM-ENTREE OCCURS 1000 TIMES.
               10 WS-RM-RUN-ID PIC X(16).
                   INTO WS-TOKEN WITH POINTER WS-SCAN-PTR
                   ON OVERFLOW CONTINUE
               END-UNSTRING
               IF WS-TOKEN = SPACES OR WS-SCAN-PTR > 400
                   MOVE "Y" TO WS-SCAN-FIN
               ELSE
                   IF WS-TOKEN (1:7) = "Qubit1="
               MOVE "W" TO WS-MASTER-ACTION
               MOVE SPACE TO WS-MASTER-CRITERE
               MOVE SPACES TO WS-FICHE-RUN-ID
               MOVE SPACES TO WS-FICHE-RUN-CIRCUIT
               MOVE ZERO TO WS-FICHE-ETAPE
               MOVE WS-ORPH-OPERATION (WS-ORPH-IDX)
                   TO WS-FICHE-OPERATION
               MOVE WS-ORPH-QUBITS (WS-ORPH-IDX) TO WS-FICHE-QUBITS
               MOVE WS-ORPH-RESULTAT (WS-ORPH-IDX)
                   TO WS-FICHE-RESULTAT
               MOVE WS-DATE-AUDIT TO WS-FICHE-DATE
               CALL "RESULT-MASTER"
                   USING WS-MASTER-COMMANDE WS-MASTER-FICHE
               IF WS-MASTER-ETAT = "0"
                   ADD 1 TO WS-COMPTE-REPOSTES
                   MOVE SPACES TO WS-REPORT-LIGNE
                   IF WS-FICHE-DATE = WS-DATE-AUDIT
                       STRING "REPOST        Run-id=" WS-FICHE-RUN-ID
                           " Gate=" WS-FICHE-OPERATION
                           INTO WS-REPORT-LIGNE
                   ELSE
                       STRING "REPOST        Run-id=" WS-FICHE-RUN-ID
                           " Gate=" WS-FICHE-OPERATION
                           " Report=" WS-FICHE-DATE
                           " (journee " WS-DATE-AUDIT " cloturee)"
                           INTO WS-REPORT-LIGNE
                   END-IF
                   PERFORM ECRIRE-RAPPORT
               ELSE
                   ADD 1 TO WS-COMPTE-REPOST-KO
