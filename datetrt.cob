       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-TRAITEMENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-FILE ASSIGN TO DYNAMIC WS-CONTROLE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROLE-FILE.
       01 CONTROLE-RECORD.
           05 CTL-DATE-OUVERTE PIC 9(8).
           05 CTL-DERNIERE-CLOTURE PIC 9(8).
           05 CTL-CLOTURE-HEURE PIC 9(6).
           05 CTL-CLOTURE-OPER PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-CONTROLE-FILE-NAME PIC X(40) VALUE "processing_date.dat".
       01 WS-CONTROLE-STATUS PIC XX VALUE SPACES.
       01 WS-CONTROLE-OK PIC X VALUE "N".
       01 WS-DATE-SYSTEME PIC 9(8) VALUE ZERO.
       01 WS-HEURE-SYSTEME PIC 9(8) VALUE ZERO.
       01 WS-DATE-OUVERTE PIC 9(8) VALUE ZERO.
       01 WS-DERNIERE-CLOTURE PIC 9(8) VALUE ZERO.
       01 WS-CLOTURE-HEURE PIC 9(6) VALUE ZERO.
       01 WS-CLOTURE-OPER PIC X(8) VALUE SPACES.
       01 WS-JOUR-ENTIER PIC 9(7) VALUE ZERO.

       LINKAGE SECTION.
       01 LNK-COMMANDE.
           05 LNK-ACTION PIC X.
           05 LNK-ETAT PIC X.
       01 LNK-DATES.
           05 LNK-DATE PIC 9(8).
           05 LNK-DERNIERE-CLOTURE PIC 9(8).
           05 LNK-OPER PIC X(8).

       PROCEDURE DIVISION USING LNK-COMMANDE LNK-DATES.
       MAIN-DATE-TRAITEMENT.
           PERFORM LIRE-CONTROLE.
           EVALUATE LNK-ACTION
               WHEN "L"
                   PERFORM RENDRE-DATE-OUVERTE
               WHEN "P"
                   PERFORM CONTROLER-DATE-POSTE
               WHEN "V"
                   PERFORM PREVOIR-CLOTURE
               WHEN "C"
                   PERFORM CLOTURER-DATE-OUVERTE
               WHEN OTHER
                   MOVE "9" TO LNK-ETAT
           END-EVALUATE.
           GOBACK.

      * Le fichier de controle porte la journee ouverte et la derniere
      * journee cloturee. A la premiere utilisation il est cree sur la
      * date systeme, aucune journee n'etant encore cloturee.
       LIRE-CONTROLE.
           MOVE "N" TO WS-CONTROLE-OK.
           ACCEPT WS-DATE-SYSTEME FROM DATE YYYYMMDD.
           OPEN INPUT CONTROLE-FILE.
           IF WS-CONTROLE-STATUS = "35"
               MOVE WS-DATE-SYSTEME TO WS-DATE-OUVERTE
               MOVE ZERO TO WS-DERNIERE-CLOTURE
               MOVE ZERO TO WS-CLOTURE-HEURE
               MOVE SPACES TO WS-CLOTURE-OPER
               PERFORM ECRIRE-CONTROLE
           ELSE
               IF WS-CONTROLE-STATUS = "00"
                   READ CONTROLE-FILE
                       AT END
                           MOVE "10" TO WS-CONTROLE-STATUS
                   END-READ
                   IF WS-CONTROLE-STATUS = "00"
                       AND CTL-DATE-OUVERTE IS NUMERIC
                       AND CTL-DATE-OUVERTE > ZERO
                       MOVE CTL-DATE-OUVERTE TO WS-DATE-OUVERTE
                       IF CTL-DERNIERE-CLOTURE IS NUMERIC
                           MOVE CTL-DERNIERE-CLOTURE
                               TO WS-DERNIERE-CLOTURE
                       ELSE
                           MOVE ZERO TO WS-DERNIERE-CLOTURE
                       END-IF
                       IF CTL-CLOTURE-HEURE IS NUMERIC
                           MOVE CTL-CLOTURE-HEURE TO WS-CLOTURE-HEURE
                       ELSE
                           MOVE ZERO TO WS-CLOTURE-HEURE
                       END-IF
                       MOVE CTL-CLOTURE-OPER TO WS-CLOTURE-OPER
                       MOVE "Y" TO WS-CONTROLE-OK
                   END-IF
                   CLOSE CONTROLE-FILE
               END-IF
           END-IF.
      * Fichier de controle illisible : on rend la date systeme pour
      * ne pas bloquer les ecritures, avec un etat 9 que l'appelant
      * peut signaler.
           IF WS-CONTROLE-OK NOT = "Y"
               MOVE WS-DATE-SYSTEME TO WS-DATE-OUVERTE
               MOVE ZERO TO WS-DERNIERE-CLOTURE
           END-IF.

       ECRIRE-CONTROLE.
           OPEN OUTPUT CONTROLE-FILE.
           IF WS-CONTROLE-STATUS = "00"
               MOVE WS-DATE-OUVERTE TO CTL-DATE-OUVERTE
               MOVE WS-DERNIERE-CLOTURE TO CTL-DERNIERE-CLOTURE
               MOVE WS-CLOTURE-HEURE TO CTL-CLOTURE-HEURE
               MOVE WS-CLOTURE-OPER TO CTL-CLOTURE-OPER
               WRITE CONTROLE-RECORD
               CLOSE CONTROLE-FILE
               MOVE "Y" TO WS-CONTROLE-OK
           END-IF.

       RENDRE-DATE-OUVERTE.
           MOVE WS-DATE-OUVERTE TO LNK-DATE.
           MOVE WS-DERNIERE-CLOTURE TO LNK-DERNIERE-CLOTURE.
           MOVE WS-CLOTURE-OPER TO LNK-OPER.
           IF WS-CONTROLE-OK = "Y"
               MOVE "0" TO LNK-ETAT
           ELSE
               MOVE "9" TO LNK-ETAT
           END-IF.

      * Une ecriture datee d'une autre journee que la journee ouverte
      * (journee deja cloturee) est reportee sur la journee ouverte :
      * l'etat R permet a l'appelant de le signaler dans son journal.
       CONTROLER-DATE-POSTE.
           IF LNK-DATE NOT = ZERO
               AND LNK-DATE NOT = WS-DATE-OUVERTE
               AND WS-CONTROLE-OK = "Y"
               MOVE "R" TO LNK-ETAT
               MOVE WS-DATE-OUVERTE TO LNK-DATE
               MOVE WS-DERNIERE-CLOTURE TO LNK-DERNIERE-CLOTURE
               MOVE WS-CLOTURE-OPER TO LNK-OPER
           ELSE
               PERFORM RENDRE-DATE-OUVERTE
           END-IF.

      * Controle prealable a la cloture : rend la date qui sera
      * ouverte ensuite, sans rien modifier dans le fichier de controle.
       PREVOIR-CLOTURE.
           IF WS-CONTROLE-OK NOT = "Y"
               OR LNK-DATE NOT = WS-DATE-OUVERTE
               MOVE WS-DATE-OUVERTE TO LNK-DATE
               MOVE "9" TO LNK-ETAT
           ELSE
               PERFORM CALCULER-LENDEMAIN
               COMPUTE LNK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
               MOVE WS-DERNIERE-CLOTURE TO LNK-DERNIERE-CLOTURE
               MOVE "0" TO LNK-ETAT
           END-IF.

       CALCULER-LENDEMAIN.
           COMPUTE WS-JOUR-ENTIER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-OUVERTE) + 1.

       CLOTURER-DATE-OUVERTE.
           IF WS-CONTROLE-OK NOT = "Y"
               OR LNK-DATE NOT = WS-DATE-OUVERTE
               MOVE WS-DATE-OUVERTE TO LNK-DATE
               MOVE "9" TO LNK-ETAT
           ELSE
               ACCEPT WS-HEURE-SYSTEME FROM TIME
               MOVE WS-DATE-OUVERTE TO WS-DERNIERE-CLOTURE
               MOVE WS-HEURE-SYSTEME (1:6) TO WS-CLOTURE-HEURE
               MOVE LNK-OPER TO WS-CLOTURE-OPER
               PERFORM CALCULER-LENDEMAIN
               COMPUTE WS-DATE-OUVERTE =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
               MOVE "N" TO WS-CONTROLE-OK
               PERFORM ECRIRE-CONTROLE
               IF WS-CONTROLE-OK = "Y"
                   PERFORM RENDRE-DATE-OUVERTE
               ELSE
                   MOVE "9" TO LNK-ETAT
               END-IF
           END-IF.
