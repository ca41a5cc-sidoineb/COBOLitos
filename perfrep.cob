       01 WS-TOTAL-GENERAL PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-CIRCUITS PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-LENTES PIC 9(4) VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PERF.
           ACCEPT WS-DATE-TEXTE FROM COMMAND-LINE.
           IF WS-DATE-TEXTE = SPACES
               CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES
               MOVE WS-DT-DATE TO WS-DATE-JOUR
           ELSE
               MOVE FUNCTION NUMVAL(WS-DATE-TEXTE) TO WS-DATE-JOUR
           END-IF.
