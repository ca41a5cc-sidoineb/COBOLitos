       01 WS-DATE-DEMANDEE PIC 9(8) VALUE ZERO.
       01 WS-DATE-EXTRACTION PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-FICHES PIC 9(6) VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.
       01 WS-MASTER-COMMANDE.
           05 WS-MASTER-ACTION PIC X VALUE SPACE.
           05 WS-MASTER-CRITERE PIC X VALUE SPACE.
           05 WS-FICHE-OPERATION PIC X(20) VALUE SPACES.
           05 WS-FICHE-QUBITS PIC X(30) VALUE SPACES.
           05 WS-FICHE-RESULTAT PIC X(120) VALUE SPACES.
           05 WS-FICHE-RUN-CIRCUIT PIC X(16) VALUE SPACES.
           05 WS-FICHE-ETAPE PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-EXTRACT.
           ACCEPT WS-DATE-TEXTE FROM COMMAND-LINE.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-EXTRACTION.
           IF WS-DATE-TEXTE = SPACES
               MOVE WS-DATE-EXTRACTION TO WS-DATE-DEMANDEE
           ELSE
