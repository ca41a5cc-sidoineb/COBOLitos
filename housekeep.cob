       01 WS-AUDIT-MOIS PIC 9(4) VALUE 6.
       01 WS-AUDIT-JOURS PIC 9(4) VALUE ZERO.
       01 WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-FICHIER PIC X(60) VALUE SPACES.
       01 WS-OLD-TABLE.
           MOVE ZERO TO WS-COMPTE-CONSERVES.
           PERFORM CHARGER-RETENTION.
           COMPUTE WS-AUDIT-JOURS = WS-AUDIT-MOIS * 30.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "archive_" WS-DATE-JOUR ".txt"
               INTO WS-ARCHIVE-FILE-NAME.
