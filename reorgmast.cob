       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(80).

      * Les fiches anterieures au rattachement aux executions de
      * circuit (194 caracteres) sont reecrites au format complet, sans
      * execution ni numero d'etape.
       FD MASTER-FILE
           RECORD VARYING IN SIZE FROM 194 TO 214 CHARACTERS
               DEPENDING ON WS-MASTER-LONGUEUR.
       01 MASTER-RECORD.
           05 RM-RUN-ID PIC X(16).
           05 RM-DATE PIC 9(8).
           05 RM-OPERATION PIC X(20).
           05 RM-QUBITS PIC X(30).
           05 RM-RESULTAT PIC X(120).
           05 RM-RUN-CIRCUIT PIC X(16).
           05 RM-ETAPE PIC 9(4).

       FD NEW-MASTER-FILE
           RECORD VARYING IN SIZE FROM 194 TO 214 CHARACTERS
               DEPENDING ON WS-NEW-LONGUEUR.
       01 NEW-MASTER-RECORD.
           05 NM-RUN-ID PIC X(16).
           05 NM-DATE PIC 9(8).
           05 NM-OPERATION PIC X(20).
           05 NM-QUBITS PIC X(30).
           05 NM-RESULTAT PIC X(120).
           05 NM-RUN-CIRCUIT PIC X(16).
           05 NM-ETAPE PIC 9(4).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD PIC X(214).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(120).
       01 WS-MASTER-FILE-NAME PIC X(40) VALUE "results_master.dat".
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-MASTER-LONGUEUR PIC 9(4) VALUE 214.
       01 WS-NEW-LONGUEUR PIC 9(4) VALUE 214.
       01 WS-NEW-FILE-NAME PIC X(40) VALUE "results_master.new".
       01 WS-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-MV-RC PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-EXTRAITS PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-CONSERVES PIC 9(6) VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-REORG.
           PERFORM CHARGER-RETENTION.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
               - WS-MASTER-JOURS.
           END-EVALUATE.

       CLASSER-FICHE.
           IF WS-MASTER-LONGUEUR < 214
               MOVE SPACES TO RM-RUN-CIRCUIT
               MOVE ZERO TO RM-ETAPE
           END-IF.
           IF RM-DATE < WS-DATE-LIMITE
               PERFORM EXTRAIRE-FICHE
           ELSE
               MOVE MASTER-RECORD TO NEW-MASTER-RECORD
               MOVE 214 TO WS-NEW-LONGUEUR
               WRITE NEW-MASTER-RECORD
               ADD 1 TO WS-COMPTE-CONSERVES
           END-IF.
