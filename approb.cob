       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPROBATION-CIRCUIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORIQUE-FILE ASSIGN TO DYNAMIC WS-HIST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CIRCUIT-FILE ASSIGN TO DYNAMIC WS-CIRCUIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CIRCUIT-STATUS.
           SELECT CKSUM-FILE ASSIGN TO DYNAMIC WS-CKSUM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Historique des approbations, un evenement par ligne :
      * M = modification declaree, A = approbation (nouvelle version),
      * R = retour a une version approuvee anterieure.
       FD HISTORIQUE-FILE.
       01 HISTORIQUE-RECORD.
           05 AH-NOM PIC X(20).
           05 AH-EVENEMENT PIC X.
           05 AH-VERSION PIC 9(4).
           05 AH-DATE PIC 9(8).
           05 AH-HEURE PIC 9(6).
           05 AH-OPER PIC X(8).
           05 AH-AUTEUR PIC X(8).
           05 AH-PATH PIC X(30).
           05 AH-ETAPES PIC 9(4).
           05 AH-CKSUM PIC X(10).
           05 AH-TAILLE PIC X(10).
           05 AH-COPIE PIC X(40).

       FD CIRCUIT-FILE.
       01 CIRCUIT-RECORD PIC X(80).

       FD CKSUM-FILE.
       01 CKSUM-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-HIST-FILE-NAME PIC X(40) VALUE "approval_history.dat".
       01 WS-HIST-STATUS PIC XX VALUE SPACES.
       01 WS-HIST-EOF PIC X VALUE "N".
       01 WS-CIRCUIT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-CIRCUIT-STATUS PIC XX VALUE SPACES.
       01 WS-CIRCUIT-EOF PIC X VALUE "N".
       01 WS-CKSUM-FILE-NAME PIC X(40) VALUE "approb_cksum.tmp".
       01 WS-CKSUM-STATUS PIC XX VALUE SPACES.
       01 WS-COPIE-REPERTOIRE PIC X(20) VALUE "approbations".
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-HEURE PIC 9(8) VALUE ZERO.
       01 WS-COUR-OK PIC X VALUE "N".
       01 WS-COUR-ETAPES PIC 9(4) VALUE ZERO.
       01 WS-COUR-CKSUM PIC X(10) VALUE SPACES.
       01 WS-COUR-TAILLE PIC X(10) VALUE SPACES.
       01 WS-APP-TROUVE PIC X VALUE "N".
       01 WS-APP-VERSION PIC 9(4) VALUE ZERO.
       01 WS-APP-DATE PIC 9(8) VALUE ZERO.
       01 WS-APP-OPER PIC X(8) VALUE SPACES.
       01 WS-APP-ETAPES PIC 9(4) VALUE ZERO.
       01 WS-APP-CKSUM PIC X(10) VALUE SPACES.
       01 WS-APP-TAILLE PIC X(10) VALUE SPACES.
       01 WS-MOD-TROUVE PIC X VALUE "N".
       01 WS-MOD-OPER PIC X(8) VALUE SPACES.
       01 WS-MOD-DATE PIC 9(8) VALUE ZERO.
       01 WS-MOD-ETAPES PIC 9(4) VALUE ZERO.
       01 WS-MOD-CKSUM PIC X(10) VALUE SPACES.
       01 WS-MOD-TAILLE PIC X(10) VALUE SPACES.
       01 WS-CIBLE-TROUVE PIC X VALUE "N".
       01 WS-CIBLE-ETAPES PIC 9(4) VALUE ZERO.
       01 WS-CIBLE-CKSUM PIC X(10) VALUE SPACES.
       01 WS-CIBLE-TAILLE PIC X(10) VALUE SPACES.
       01 WS-CIBLE-COPIE PIC X(40) VALUE SPACES.
       01 WS-VERSION-MAX PIC 9(4) VALUE ZERO.
       01 WS-NOUVELLE-COPIE PIC X(40) VALUE SPACES.
       01 WS-BROWSE-OUVERT PIC X VALUE "N".
       01 WS-BROWSE-FIN PIC X VALUE "N".
       01 WS-BROWSE-TROUVE PIC X VALUE "N".
       01 WS-BROWSE-MOD-DATE PIC 9(8) VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-COMMANDE.
           05 LNK-ACTION PIC X.
           05 LNK-ETAT PIC X.
       01 LNK-APPROBATION.
           05 LNK-NOM PIC X(20).
           05 LNK-PATH PIC X(30).
           05 LNK-OPER PIC X(8).
           05 LNK-STATUT PIC X.
           05 LNK-VERSION PIC 9(4).
           05 LNK-APP-DATE PIC 9(8).
           05 LNK-APP-OPER PIC X(8).
           05 LNK-APP-ETAPES PIC 9(4).
           05 LNK-APP-CKSUM PIC X(10).
           05 LNK-AUTEUR PIC X(8).
           05 LNK-AUTEUR-DATE PIC 9(8).
           05 LNK-COUR-ETAPES PIC 9(4).
           05 LNK-COUR-CKSUM PIC X(10).

      * Actions : C controle du contenu courant contre la derniere
      * version approuvee (etat 0 conforme, 1 jamais approuve,
      * 2 modifie, 9 fichier illisible) ; D declaration d'une
      * modification ; A approbation (etat 3 approbateur = auteur de la
      * modification, 4 deja approuve, 5 modification non declaree) ;
      * R retour a la version LNK-VERSION (etat 1 version inconnue) ;
      * F/N parcours des versions approuvees d'un circuit.
       PROCEDURE DIVISION USING LNK-COMMANDE LNK-APPROBATION.
       MAIN-APPROBATION.
           EVALUATE LNK-ACTION
               WHEN "C"
                   PERFORM CONTROLER-CIRCUIT
               WHEN "D"
                   PERFORM DECLARER-MODIFICATION
               WHEN "A"
                   PERFORM APPROUVER-CIRCUIT
               WHEN "R"
                   PERFORM RETABLIR-VERSION
               WHEN "F"
                   PERFORM DEBUTER-RECHERCHE
               WHEN "N"
                   PERFORM CONTINUER-RECHERCHE
               WHEN OTHER
                   MOVE "9" TO LNK-ETAT
           END-EVALUATE.
           GOBACK.

       CONTROLER-CIRCUIT.
           PERFORM CALCULER-EMPREINTE.
           PERFORM LIRE-HISTORIQUE.
           PERFORM RENDRE-STATUT.
           EVALUATE TRUE
               WHEN WS-COUR-OK NOT = "Y"
                   MOVE "9" TO LNK-ETAT
               WHEN LNK-STATUT = "A"
                   MOVE "0" TO LNK-ETAT
               WHEN LNK-STATUT = "N"
                   MOVE "1" TO LNK-ETAT
               WHEN OTHER
                   MOVE "2" TO LNK-ETAT
           END-EVALUATE.

       DECLARER-MODIFICATION.
           PERFORM CALCULER-EMPREINTE.
           IF WS-COUR-OK NOT = "Y"
               MOVE "9" TO LNK-ETAT
           ELSE
               MOVE SPACES TO HISTORIQUE-RECORD
               MOVE "M" TO AH-EVENEMENT
               MOVE ZERO TO AH-VERSION
               MOVE LNK-OPER TO AH-AUTEUR
               PERFORM ECRIRE-HISTORIQUE
               PERFORM LIRE-HISTORIQUE
               PERFORM RENDRE-STATUT
           END-IF.

      * Le contenu approuve est recopie dans approbations/ sous le nom
      * <circuit>.v<version> : c'est la source d'un retour arriere.
       APPROUVER-CIRCUIT.
           PERFORM CALCULER-EMPREINTE.
           PERFORM LIRE-HISTORIQUE.
           EVALUATE TRUE
               WHEN WS-COUR-OK NOT = "Y"
                   MOVE "9" TO LNK-ETAT
               WHEN WS-APP-TROUVE = "Y"
                   AND WS-COUR-ETAPES = WS-APP-ETAPES
                   AND WS-COUR-CKSUM = WS-APP-CKSUM
                   AND WS-COUR-TAILLE = WS-APP-TAILLE
                   MOVE "4" TO LNK-ETAT
               WHEN WS-MOD-TROUVE NOT = "Y"
                   OR WS-COUR-ETAPES NOT = WS-MOD-ETAPES
                   OR WS-COUR-CKSUM NOT = WS-MOD-CKSUM
                   OR WS-COUR-TAILLE NOT = WS-MOD-TAILLE
                   MOVE "5" TO LNK-ETAT
               WHEN WS-MOD-OPER = LNK-OPER
                   MOVE "3" TO LNK-ETAT
               WHEN OTHER
                   PERFORM ENREGISTRER-APPROBATION
           END-EVALUATE.
           PERFORM RENDRE-STATUT.

       ENREGISTRER-APPROBATION.
           ADD 1 TO WS-VERSION-MAX.
           MOVE SPACES TO WS-NOUVELLE-COPIE.
           STRING FUNCTION TRIM(WS-COPIE-REPERTOIRE) "/"
               FUNCTION TRIM(LNK-NOM) ".v" WS-VERSION-MAX
               DELIMITED BY SIZE INTO WS-NOUVELLE-COPIE.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "mkdir -p " FUNCTION TRIM(WS-COPIE-REPERTOIRE)
               " && cp " FUNCTION TRIM(LNK-PATH) " "
               FUNCTION TRIM(WS-NOUVELLE-COPIE)
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE WS-NOUVELLE-COPIE TO WS-CIRCUIT-FILE-NAME.
           OPEN INPUT CIRCUIT-FILE.
           IF WS-CIRCUIT-STATUS NOT = "00"
               MOVE "9" TO LNK-ETAT
           ELSE
               CLOSE CIRCUIT-FILE
               MOVE SPACES TO HISTORIQUE-RECORD
               MOVE "A" TO AH-EVENEMENT
               MOVE WS-VERSION-MAX TO AH-VERSION
               MOVE WS-MOD-OPER TO AH-AUTEUR
               MOVE WS-NOUVELLE-COPIE TO AH-COPIE
               PERFORM ECRIRE-HISTORIQUE
               PERFORM LIRE-HISTORIQUE
           END-IF.

      * La copie de la version demandee remplace le fichier du
      * catalogue ; l'empreinte obtenue doit etre celle approuvee.
       RETABLIR-VERSION.
           PERFORM LIRE-HISTORIQUE.
           IF WS-CIBLE-TROUVE NOT = "Y"
               MOVE "1" TO LNK-ETAT
           ELSE
               MOVE SPACES TO WS-CMD-LINE
               STRING "cp " FUNCTION TRIM(WS-CIBLE-COPIE) " "
                   FUNCTION TRIM(LNK-PATH)
                   DELIMITED BY SIZE INTO WS-CMD-LINE
               CALL "SYSTEM" USING WS-CMD-LINE
               PERFORM CALCULER-EMPREINTE
               IF WS-COUR-OK NOT = "Y"
                   OR WS-COUR-ETAPES NOT = WS-CIBLE-ETAPES
                   OR WS-COUR-CKSUM NOT = WS-CIBLE-CKSUM
                   OR WS-COUR-TAILLE NOT = WS-CIBLE-TAILLE
                   MOVE "9" TO LNK-ETAT
               ELSE
                   MOVE SPACES TO HISTORIQUE-RECORD
                   MOVE "R" TO AH-EVENEMENT
                   MOVE LNK-VERSION TO AH-VERSION
                   MOVE LNK-OPER TO AH-AUTEUR
                   MOVE WS-CIBLE-COPIE TO AH-COPIE
                   PERFORM ECRIRE-HISTORIQUE
                   PERFORM LIRE-HISTORIQUE
               END-IF
           END-IF.
           PERFORM RENDRE-STATUT.

      * Empreinte du contenu : nombre d'etapes (lignes non vides) et
      * cksum du fichier (somme de controle et taille en octets).
       CALCULER-EMPREINTE.
           MOVE "N" TO WS-COUR-OK.
           MOVE ZERO TO WS-COUR-ETAPES.
           MOVE SPACES TO WS-COUR-CKSUM.
           MOVE SPACES TO WS-COUR-TAILLE.
           MOVE LNK-PATH TO WS-CIRCUIT-FILE-NAME.
           MOVE "N" TO WS-CIRCUIT-EOF.
           OPEN INPUT CIRCUIT-FILE.
           IF WS-CIRCUIT-STATUS = "00"
               PERFORM UNTIL WS-CIRCUIT-EOF = "Y"
                   READ CIRCUIT-FILE
                       AT END
                           MOVE "Y" TO WS-CIRCUIT-EOF
                       NOT AT END
                           IF CIRCUIT-RECORD NOT = SPACES
                               ADD 1 TO WS-COUR-ETAPES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CIRCUIT-FILE
               MOVE SPACES TO WS-CMD-LINE
               STRING "cksum " FUNCTION TRIM(LNK-PATH) " > "
                   FUNCTION TRIM(WS-CKSUM-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CMD-LINE
               CALL "SYSTEM" USING WS-CMD-LINE
               OPEN INPUT CKSUM-FILE
               IF WS-CKSUM-STATUS = "00"
                   READ CKSUM-FILE
                       AT END
                           MOVE SPACES TO CKSUM-RECORD
                   END-READ
                   CLOSE CKSUM-FILE
                   UNSTRING CKSUM-RECORD DELIMITED BY ALL SPACE
                       INTO WS-COUR-CKSUM WS-COUR-TAILLE
                   IF WS-COUR-CKSUM NOT = SPACES
                       MOVE "Y" TO WS-COUR-OK
                   END-IF
               END-IF
               MOVE SPACES TO WS-CMD-LINE
               STRING "rm -f " FUNCTION TRIM(WS-CKSUM-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CMD-LINE
               CALL "SYSTEM" USING WS-CMD-LINE
           END-IF.

      * Derniere version en vigueur (A ou R) et derniere modification
      * declaree depuis ; une modification anterieure a l'approbation
      * est consommee par celle-ci.
       LIRE-HISTORIQUE.
           MOVE "N" TO WS-APP-TROUVE.
           MOVE "N" TO WS-MOD-TROUVE.
           MOVE "N" TO WS-CIBLE-TROUVE.
           MOVE ZERO TO WS-VERSION-MAX.
           MOVE "N" TO WS-HIST-EOF.
           OPEN INPUT HISTORIQUE-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ HISTORIQUE-FILE
                       AT END
                           MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF AH-NOM = LNK-NOM
                               PERFORM CLASSER-EVENEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORIQUE-FILE
           END-IF.

       CLASSER-EVENEMENT.
           EVALUATE AH-EVENEMENT
               WHEN "A"
               WHEN "R"
                   MOVE "Y" TO WS-APP-TROUVE
                   MOVE AH-VERSION TO WS-APP-VERSION
                   MOVE AH-DATE TO WS-APP-DATE
                   MOVE AH-OPER TO WS-APP-OPER
                   MOVE AH-ETAPES TO WS-APP-ETAPES
                   MOVE AH-CKSUM TO WS-APP-CKSUM
                   MOVE AH-TAILLE TO WS-APP-TAILLE
                   MOVE "N" TO WS-MOD-TROUVE
                   IF AH-EVENEMENT = "A"
                       IF AH-VERSION > WS-VERSION-MAX
                           MOVE AH-VERSION TO WS-VERSION-MAX
                       END-IF
                       IF AH-VERSION = LNK-VERSION
                           MOVE "Y" TO WS-CIBLE-TROUVE
                           MOVE AH-ETAPES TO WS-CIBLE-ETAPES
                           MOVE AH-CKSUM TO WS-CIBLE-CKSUM
                           MOVE AH-TAILLE TO WS-CIBLE-TAILLE
                           MOVE AH-COPIE TO WS-CIBLE-COPIE
                       END-IF
                   END-IF
               WHEN "M"
                   MOVE "Y" TO WS-MOD-TROUVE
                   MOVE AH-OPER TO WS-MOD-OPER
                   MOVE AH-DATE TO WS-MOD-DATE
                   MOVE AH-ETAPES TO WS-MOD-ETAPES
                   MOVE AH-CKSUM TO WS-MOD-CKSUM
                   MOVE AH-TAILLE TO WS-MOD-TAILLE
           END-EVALUATE.

       RENDRE-STATUT.
           MOVE WS-COUR-ETAPES TO LNK-COUR-ETAPES.
           MOVE WS-COUR-CKSUM TO LNK-COUR-CKSUM.
           IF WS-APP-TROUVE = "Y"
               MOVE WS-APP-VERSION TO LNK-VERSION
               MOVE WS-APP-DATE TO LNK-APP-DATE
               MOVE WS-APP-OPER TO LNK-APP-OPER
               MOVE WS-APP-ETAPES TO LNK-APP-ETAPES
               MOVE WS-APP-CKSUM TO LNK-APP-CKSUM
               IF WS-COUR-OK = "Y"
                   AND WS-COUR-ETAPES = WS-APP-ETAPES
                   AND WS-COUR-CKSUM = WS-APP-CKSUM
                   AND WS-COUR-TAILLE = WS-APP-TAILLE
                   MOVE "A" TO LNK-STATUT
               ELSE
                   MOVE "M" TO LNK-STATUT
               END-IF
           ELSE
               MOVE ZERO TO LNK-VERSION
               MOVE ZERO TO LNK-APP-DATE
               MOVE SPACES TO LNK-APP-OPER
               MOVE ZERO TO LNK-APP-ETAPES
               MOVE SPACES TO LNK-APP-CKSUM
               MOVE "N" TO LNK-STATUT
           END-IF.
           IF WS-MOD-TROUVE = "Y"
               MOVE WS-MOD-OPER TO LNK-AUTEUR
               MOVE WS-MOD-DATE TO LNK-AUTEUR-DATE
           ELSE
               MOVE SPACES TO LNK-AUTEUR
               MOVE ZERO TO LNK-AUTEUR-DATE
           END-IF.

       ECRIRE-HISTORIQUE.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           ACCEPT WS-HEURE FROM TIME.
           MOVE LNK-NOM TO AH-NOM.
           MOVE WS-DT-DATE TO AH-DATE.
           MOVE WS-HEURE (1:6) TO AH-HEURE.
           MOVE LNK-OPER TO AH-OPER.
           MOVE LNK-PATH TO AH-PATH.
           MOVE WS-COUR-ETAPES TO AH-ETAPES.
           MOVE WS-COUR-CKSUM TO AH-CKSUM.
           MOVE WS-COUR-TAILLE TO AH-TAILLE.
           OPEN EXTEND HISTORIQUE-FILE.
           IF WS-HIST-STATUS = "35"
               OPEN OUTPUT HISTORIQUE-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "9" TO LNK-ETAT
           ELSE
               WRITE HISTORIQUE-RECORD
               CLOSE HISTORIQUE-FILE
               MOVE "0" TO LNK-ETAT
           END-IF.

       DEBUTER-RECHERCHE.
           IF WS-BROWSE-OUVERT = "Y"
               CLOSE HISTORIQUE-FILE
               MOVE "N" TO WS-BROWSE-OUVERT
           END-IF.
           OPEN INPUT HISTORIQUE-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "1" TO LNK-ETAT
           ELSE
               MOVE "Y" TO WS-BROWSE-OUVERT
               MOVE ZERO TO WS-BROWSE-MOD-DATE
               PERFORM CONTINUER-RECHERCHE
           END-IF.

       CONTINUER-RECHERCHE.
           IF WS-BROWSE-OUVERT NOT = "Y"
               MOVE "1" TO LNK-ETAT
           ELSE
               MOVE "N" TO WS-BROWSE-FIN
               MOVE "N" TO WS-BROWSE-TROUVE
               PERFORM UNTIL WS-BROWSE-FIN = "Y"
                   READ HISTORIQUE-FILE
                       AT END
                           MOVE "Y" TO WS-BROWSE-FIN
                       NOT AT END
                           IF AH-NOM = LNK-NOM
                               PERFORM SUIVRE-EVENEMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-BROWSE-TROUVE = "Y"
                   MOVE AH-VERSION TO LNK-VERSION
                   MOVE AH-DATE TO LNK-APP-DATE
                   MOVE AH-OPER TO LNK-APP-OPER
                   MOVE AH-ETAPES TO LNK-APP-ETAPES
                   MOVE AH-CKSUM TO LNK-APP-CKSUM
                   MOVE AH-AUTEUR TO LNK-AUTEUR
                   MOVE WS-BROWSE-MOD-DATE TO LNK-AUTEUR-DATE
                   MOVE ZERO TO WS-BROWSE-MOD-DATE
                   MOVE "0" TO LNK-ETAT
               ELSE
                   MOVE "1" TO LNK-ETAT
                   CLOSE HISTORIQUE-FILE
                   MOVE "N" TO WS-BROWSE-OUVERT
               END-IF
           END-IF.

      * La date d'auteur d'une version est celle de la derniere
      * modification enregistree avant son approbation ; une
      * restauration annule les modifications en attente.
       SUIVRE-EVENEMENT.
           EVALUATE AH-EVENEMENT
               WHEN "M"
                   MOVE AH-DATE TO WS-BROWSE-MOD-DATE
               WHEN "R"
                   MOVE ZERO TO WS-BROWSE-MOD-DATE
               WHEN "A"
                   MOVE "Y" TO WS-BROWSE-TROUVE
                   MOVE "Y" TO WS-BROWSE-FIN
           END-EVALUATE.
