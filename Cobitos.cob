           SELECT CIRCUIT-FILE ASSIGN TO DYNAMIC WS-CIRCUIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CIRCUIT-STATUS.
           SELECT INCLUDE-FILE ASSIGN TO DYNAMIC WS-INC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-CHECKPOINT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               ASSIGN TO DYNAMIC WS-MESURES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MESURES-STATUS.
           SELECT SUSPENSE-FILE
               ASSIGN TO DYNAMIC WS-SUSPENS-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENS-STATUS.
           SELECT SUSPENS-TRAVAIL-FILE
               ASSIGN TO DYNAMIC WS-SUS-TRAVAIL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-TRAVAIL-STATUS.
           SELECT SUSPENS-LOG-FILE
               ASSIGN TO DYNAMIC WS-SUS-LOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 RESULT-RECORD PIC X(200).

       FD AUDIT-LOG-FILE.
       01 AUDIT-RECORD PIC X(400).

       FD CIRCUIT-FILE.
       01 CIRCUIT-RECORD PIC X(30).

       FD INCLUDE-FILE.
       01 INCLUDE-RECORD PIC X(30).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD PIC X(250).

           05 MES-COMPTE-1 PIC 9(4).
           05 MES-PROBA-0 PIC 9V9(4).

      * Resultats python3 juges non plausibles, retenus hors du maitre
      * jusqu'a decision d'un superviseur (liberer, corriger, ecarter).
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-ID PIC X(16).
           05 SUS-STATUT PIC X.
           05 SUS-DATE PIC 9(8).
           05 SUS-HEURE PIC 9(6).
           05 SUS-OPER PIC X(8).
           05 SUS-MODE PIC X.
           05 SUS-RUN-CIRCUIT PIC X(16).
           05 SUS-CIRCUIT PIC X(30).
           05 SUS-ETAPE PIC 9(4).
           05 SUS-LIGNE PIC X(30).
           05 SUS-OPERATION PIC X(20).
           05 SUS-REGISTRE PIC X.
           05 SUS-REG-TAILLE PIC 99.
           05 SUS-QUBIT-1 PIC X.
           05 SUS-QUBIT-2 PIC X.
           05 SUS-QUBITS PIC X(30).
           05 SUS-MOTIF PIC X(20).
           05 SUS-RESULTAT PIC X(200).

       FD SUSPENS-TRAVAIL-FILE.
       01 SUS-TRAVAIL-RECORD PIC X(395).

       FD SUSPENS-LOG-FILE.
       01 SUS-LOG-RECORD PIC X(400).

       FD MASTER-ARCH-FILE.
       01 ARCH-RECORD.
           05 AR-RUN-ID PIC X(16).
           05 AR-OPERATION PIC X(20).
           05 AR-QUBITS PIC X(30).
           05 AR-RESULTAT PIC X(120).
           05 AR-RUN-CIRCUIT PIC X(16).
           05 AR-ETAPE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 CHOICE PIC X.
       01 WS-AUDIT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-AUDIT-LINE PIC X(200) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-REPORT PIC X(16) VALUE SPACES.
       01 WS-DATE-TRAITEMENT PIC 9(8) VALUE ZERO.
       01 WS-DATE-POSTE PIC 9(8) VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE SPACE.
           05 WS-DT-ETAT PIC X VALUE SPACE.
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.
       01 WS-CIRCUIT-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-CIRCUIT-STATUS PIC XX VALUE SPACES.
       01 WS-CIRCUIT-EOF PIC X VALUE "N".
       01 WS-STEP-QUBIT-1 PIC X VALUE SPACE.
       01 WS-STEP-QUBIT-2 PIC X VALUE SPACE.
       01 WS-STEP-NUM PIC 9(4) VALUE ZERO.
      * Origine d'une etape : ligne du circuit parent et, pour une
      * etape apportee par INCLUDE, son rang dans l'inclusion.
       01 WS-STEP-LIGNE PIC 9(4) VALUE ZERO.
       01 WS-STEP-INCLUS PIC 9(4) VALUE ZERO.
       01 WS-STEP-CIRCUIT-INCLUS PIC X(20) VALUE SPACES.
       01 WS-STEP-ORIGINE PIC X(50) VALUE SPACES.
       01 WS-STEP-LIBELLE PIC X(70) VALUE SPACES.
       01 WS-INC-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-INC-STATUS PIC XX VALUE SPACES.
       01 WS-INC-OUVERT PIC X VALUE "N".
       01 WS-INC-MOT PIC X(12) VALUE SPACES.
       01 WS-INC-CIBLE PIC X(20) VALUE SPACES.
       01 WS-INC-MOTIF PIC X(60) VALUE SPACES.
       01 WS-INC-RACINE PIC X(20) VALUE SPACES.
       01 WS-INC-TROUVE PIC X VALUE "N".
       01 WS-INC-CHEMIN PIC X(30) VALUE SPACES.
       01 WS-INC-PILE.
           05 WS-INC-NIVEAU-ENTREE OCCURS 8 TIMES.
               10 WS-INC-PILE-NOM PIC X(20).
               10 WS-INC-PILE-PATH PIC X(30).
               10 WS-INC-PILE-POS PIC 9(4).
       01 WS-INC-NIVEAU PIC 99 VALUE ZERO.
       01 WS-INC-NIV-IDX PIC 99 VALUE ZERO.
       01 WS-INC-TABLE.
           05 WS-INC-ENTREE OCCURS 500 TIMES.
               10 WS-INC-LIGNE PIC X(30).
               10 WS-INC-CIRCUIT PIC X(20).
       01 WS-INC-MAX PIC 9(4) VALUE ZERO.
       01 WS-INC-IDX PIC 9(4) VALUE ZERO.
       01 WS-INC-SAUT PIC 9(4) VALUE ZERO.
       01 WS-INC-REFUS PIC X VALUE "N".
       01 WS-INC-NON-APPROUVE PIC X(20) VALUE SPACES.
       01 WS-ROTATION-AXE PIC X VALUE SPACE.
       01 WS-ROTATION-ANGLE PIC X(8) VALUE SPACES.
       01 WS-ROTATION-QUBIT PIC X VALUE SPACE.
       01 WS-CHECKPOINT-TABLE.
           05 WS-CHECKPOINT-ENTREE PIC X(250) OCCURS 9999 TIMES.
       01 WS-CHECKPOINT-IDX PIC 9(4) VALUE ZERO.
       01 WS-CHECKPOINT-SUSPENS PIC 9(4) VALUE ZERO.
       01 WS-REG-SIZE PIC 99 VALUE ZERO.
       01 WS-REG-IDX PIC 99 VALUE ZERO.
       01 WS-REG-CHOICE PIC X.
       01 WS-JOURNAL-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-LIGNE PIC X(200) VALUE SPACES.
       01 WS-JOURNAL-ISSUE PIC X(210) VALUE SPACES.
       01 WS-JOURNAL-DATE PIC 9(8) VALUE ZERO.
       01 WS-BATCH-RC PIC 99 VALUE ZERO.
       01 WS-BATCH-MESURES PIC 9(4) VALUE ZERO.
       01 WS-BATCH-VALIDATION PIC X VALUE "N".
           88 VALIDATION-SEULE VALUE "Y".
       01 WS-RC-AFFICHAGE PIC 9(4) VALUE ZERO.
       01 WS-MASTER-COMMANDE.
           05 WS-MASTER-ACTION PIC X VALUE SPACE.
           05 WS-FICHE-OPERATION PIC X(20) VALUE SPACES.
           05 WS-FICHE-QUBITS PIC X(30) VALUE SPACES.
           05 WS-FICHE-RESULTAT PIC X(120) VALUE SPACES.
           05 WS-FICHE-RUN-CIRCUIT PIC X(16) VALUE SPACES.
           05 WS-FICHE-ETAPE PIC 9(4) VALUE ZERO.
       01 WS-RUN-COMMANDE.
           05 WS-RUN-ACTION PIC X VALUE SPACE.
           05 WS-RUN-CRITERE PIC X VALUE SPACE.
           05 WS-RUN-ETAT PIC X VALUE SPACE.
       01 WS-RUN-ENTETE.
           05 WS-ENTETE-RUN-CIRCUIT PIC X(16) VALUE SPACES.
           05 WS-ENTETE-DATE PIC 9(8) VALUE ZERO.
           05 WS-ENTETE-ORIGINE PIC X VALUE SPACE.
           05 WS-ENTETE-CIRCUIT PIC X(30) VALUE SPACES.
           05 WS-ENTETE-CATALOGUE PIC X(20) VALUE SPACES.
           05 WS-ENTETE-PARAM PIC X(40) VALUE SPACES.
           05 WS-ENTETE-OPER PIC X(8) VALUE SPACES.
           05 WS-ENTETE-MODE PIC X VALUE SPACE.
           05 WS-ENTETE-DEBUT-DATE PIC 9(8) VALUE ZERO.
           05 WS-ENTETE-DEBUT-HEURE PIC 9(6) VALUE ZERO.
           05 WS-ENTETE-FIN-DATE PIC 9(8) VALUE ZERO.
           05 WS-ENTETE-FIN-HEURE PIC 9(6) VALUE ZERO.
           05 WS-ENTETE-STATUT PIC X VALUE SPACE.
           05 WS-ENTETE-RC PIC 9(4) VALUE ZERO.
           05 WS-ENTETE-REPRISE PIC 9(4) VALUE ZERO.
           05 WS-ENTETE-ETAPES PIC 9(4) VALUE ZERO.
           05 WS-ENTETE-REJETS PIC 9(4) VALUE ZERO.
           05 WS-ENTETE-VERDICT PIC X(4) VALUE SPACES.
       01 WS-RUN-CIRCUIT-ID PIC X(16) VALUE SPACES.
       01 WS-RUN-HEURE PIC 9(8) VALUE ZERO.
       01 WS-RUN-LIBELLE PIC X(24) VALUE SPACES.
       01 WS-RUN-COMPTE PIC 9(4) VALUE ZERO.
       01 WS-CMP-VERDICT PIC X(4) VALUE SPACES.
       01 WS-INQ-CHOIX PIC X VALUE SPACE.
       01 WS-INQ-COMPTE PIC 9(4) VALUE ZERO.
      * Fiches d'une execution, classees par etape puis par run-id
      * avant affichage.
       01 WS-ETP-TABLE.
           05 WS-ETP-ENTREE OCCURS 2000 TIMES.
               10 WS-ETP-CLE PIC X(20).
               10 WS-ETP-FICHE PIC X(214).
       01 WS-ETP-MAX PIC 9(4) VALUE ZERO.
       01 WS-ETP-IDX PIC 9(4) VALUE ZERO.
       01 WS-ETP-POS PIC 9(4) VALUE ZERO.
       01 WS-ETP-ECARTES PIC 9(4) VALUE ZERO.
       01 WS-ETP-NOUV-CLE.
           05 WS-ETP-NOUV-ETAPE PIC 9(4) VALUE ZERO.
           05 WS-ETP-NOUV-RUN-ID PIC X(16) VALUE SPACES.
       01 WS-ARCH-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-ARCH-STATUS PIC XX VALUE SPACES.
       01 WS-ARCH-EOF PIC X VALUE "N".
       01 WS-ARCH-AFFICHER PIC X VALUE "N".
       01 WS-ARCH-RUNID-CIBLE PIC X(16) VALUE SPACES.
       01 WS-ARCH-DATE-CIBLE PIC 9(8) VALUE ZERO.
       01 WS-ARCH-EXEC-CIBLE PIC X(16) VALUE SPACES.
       01 WS-WORK-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-CAT-ACTION PIC X VALUE SPACE.
       01 WS-CAT-FIN PIC X VALUE "N".
       01 WS-CAT-DATE PIC 9(8) VALUE ZERO.
       01 WS-APR-COMMANDE.
           05 WS-APR-ACTION PIC X VALUE SPACE.
           05 WS-APR-ETAT PIC X VALUE SPACE.
       01 WS-APR-ZONE.
           05 WS-APR-NOM PIC X(20) VALUE SPACES.
           05 WS-APR-PATH PIC X(30) VALUE SPACES.
           05 WS-APR-OPER PIC X(8) VALUE SPACES.
           05 WS-APR-STATUT PIC X VALUE SPACE.
           05 WS-APR-VERSION PIC 9(4) VALUE ZERO.
           05 WS-APR-APP-DATE PIC 9(8) VALUE ZERO.
           05 WS-APR-APP-OPER PIC X(8) VALUE SPACES.
           05 WS-APR-APP-ETAPES PIC 9(4) VALUE ZERO.
           05 WS-APR-APP-CKSUM PIC X(10) VALUE SPACES.
           05 WS-APR-AUTEUR PIC X(8) VALUE SPACES.
           05 WS-APR-AUTEUR-DATE PIC 9(8) VALUE ZERO.
           05 WS-APR-COUR-ETAPES PIC 9(4) VALUE ZERO.
           05 WS-APR-COUR-CKSUM PIC X(10) VALUE SPACES.
       01 WS-APR-LIBELLE PIC X(40) VALUE SPACES.
       01 WS-APR-CHOIX PIC 9(4) VALUE ZERO.
       01 WS-APR-CONFIRME PIC X VALUE SPACE.
       01 WS-APR-TROUVE PIC X VALUE "N".
       01 WS-REJECT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REJECT-STATUS PIC XX VALUE SPACES.
       01 WS-REJET-COMPTE PIC 9(4) VALUE ZERO.
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(6) VALUE "LIGNE=".
           05 WS-REJET-LIGNE PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(7) VALUE "PARENT=".
           05 WS-REJET-PARENT PIC 9(4).
           05 FILLER PIC X VALUE "/".
           05 WS-REJET-INCLUS PIC 9(4).
       01 WS-REPRISE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPRISE-STATUS PIC XX VALUE SPACES.
       01 WS-REPRISE-EOF PIC X VALUE "N".
       01 WS-CMP-TMP PIC X(150) VALUE SPACES.
       01 WS-ACTUAL-TABLE.
           05 WS-ACTUAL-ENTREE PIC X(100) OCCURS 2000 TIMES.
       01 WS-ACTUAL-ORIGINES.
           05 WS-ACTUAL-ORIGINE PIC X(50) OCCURS 2000 TIMES.
       01 WS-CMP-LIBELLE PIC X(70) VALUE SPACES.
       01 WS-CMP-SUITE PIC X(100) VALUE SPACES.
       01 WS-CMP-PARENT PIC X(10) VALUE SPACES.
       01 WS-CMP-INCLUS PIC X(30) VALUE SPACES.
       01 WS-ACTUAL-MAX PIC 9(4) VALUE ZERO.
       01 WS-CMP-IDX PIC 9(4) VALUE ZERO.
       01 WS-CMP-CONFORMES PIC 9(4) VALUE ZERO.
       01 WS-CMP-ECARTS PIC 9(4) VALUE ZERO.
       01 WS-CMP-MANQUANTES PIC 9(4) VALUE ZERO.
       01 WS-CMP-EN-TROP PIC 9(4) VALUE ZERO.
       01 WS-CACHE-COMMANDE.
           05 WS-CACHE-ACTION PIC X VALUE SPACE.
           05 WS-CACHE-ETAT PIC X VALUE SPACE.
       01 WS-CACHE-ENTREE.
           05 WS-CACHE-OPERATION PIC X(20) VALUE SPACES.
           05 WS-CACHE-QUBITS PIC X(30) VALUE SPACES.
           05 WS-CACHE-ANGLE PIC X(8) VALUE SPACES.
           05 WS-CACHE-VERSION PIC X(24) VALUE SPACES.
           05 WS-CACHE-RESULTAT PIC X(200) VALUE SPACES.
           05 WS-CACHE-COMPTE PIC 9(6) VALUE ZERO.
       01 WS-CACHE-SCRIPTS PIC X(24) VALUE SPACES.
           88 CACHE-INDISPONIBLE VALUE "INDISPONIBLE".
       01 WS-CACHE-CRC PIC X(12) VALUE SPACES.
       01 WS-CACHE-TAILLE PIC X(12) VALUE SPACES.
       01 WS-CACHE-UTILISE PIC X VALUE "N".
           88 RESULTAT-DU-CACHE VALUE "Y".
       01 WS-CACHE-SUCCES PIC 9(4) VALUE ZERO.
       01 WS-CACHE-ECHECS PIC 9(4) VALUE ZERO.
       01 WS-CACHE-REPONSE PIC X VALUE SPACE.
       01 WS-CACHE-CMD-SAUVE PIC X(200) VALUE SPACES.
       01 WS-AUDIT-CACHE PIC X(8) VALUE SPACES.
       01 WS-AUDIT-EXEC PIC X(22) VALUE SPACES.
       01 WS-PROBA-TOLER PIC 9V9(6) VALUE 0.001.
       01 WS-PLAUS-OK PIC X VALUE "Y".
           88 RESULTAT-PLAUSIBLE VALUE "Y".
           88 RESULTAT-SUSPENDU VALUE "N".
       01 WS-PLAUS-MOTIF PIC X(20) VALUE SPACES.
       01 WS-PLAUS-COMPTE PIC 9(4) VALUE ZERO.
       01 WS-PLAUS-ATTENDU PIC 9(4) VALUE ZERO.
       01 WS-PLAUS-COMPOSANTES PIC 9(4) VALUE ZERO.
       01 WS-PLAUS-CHIFFRES PIC 9(4) VALUE ZERO.
       01 WS-PLAUS-ESPACES PIC 9(4) VALUE ZERO.
       01 WS-PLAUS-TRAVAIL PIC X(200) VALUE SPACES.
       01 WS-PLAUS-TOKEN PIC X(40) VALUE SPACES.
       01 WS-PLAUS-PTR PIC 9(4) VALUE 1.
       01 WS-PLAUS-P0 PIC S9(3)V9(6) VALUE ZERO.
       01 WS-PLAUS-P1 PIC S9(3)V9(6) VALUE ZERO.
       01 WS-PLAUS-VALEUR PIC S9(3)V9(6) VALUE ZERO.
       01 WS-PLAUS-SOMME PIC S9(5)V9(6) VALUE ZERO.
       01 WS-PLAUS-CARRES PIC S9(5)V9(6) VALUE ZERO.
       01 WS-PLAUS-ECART PIC 9(5)V9(6) VALUE ZERO.
       01 WS-SUSPENS-FILE-NAME PIC X(40) VALUE "suspens.dat".
       01 WS-SUSPENS-STATUS PIC XX VALUE SPACES.
       01 WS-SUSPENS-EOF PIC X VALUE "N".
       01 WS-SUS-TRAVAIL-FILE-NAME PIC X(40) VALUE "suspens.tmp".
       01 WS-SUS-TRAVAIL-STATUS PIC XX VALUE SPACES.
       01 WS-SUS-LOG-FILE-NAME PIC X(40) VALUE "suspens.log".
       01 WS-SUS-LOG-STATUS PIC XX VALUE SPACES.
       01 WS-SUSPENS-COMPTE PIC 9(4) VALUE ZERO.
       01 WS-SUS-SEQ PIC 99 VALUE ZERO.
       01 WS-SUS-TABLE.
           05 WS-SUS-ENTREE OCCURS 200 TIMES.
               10 WS-SUS-ID PIC X(16).
               10 WS-SUS-STATUT PIC X.
               10 WS-SUS-DATE PIC 9(8).
               10 WS-SUS-HEURE PIC 9(6).
               10 WS-SUS-OPER PIC X(8).
               10 WS-SUS-MODE PIC X.
               10 WS-SUS-RUN-CIRCUIT PIC X(16).
               10 WS-SUS-CIRCUIT PIC X(30).
               10 WS-SUS-ETAPE PIC 9(4).
               10 WS-SUS-LIGNE PIC X(30).
               10 WS-SUS-OPERATION PIC X(20).
               10 WS-SUS-REGISTRE PIC X.
               10 WS-SUS-REG-TAILLE PIC 99.
               10 WS-SUS-QUBIT-1 PIC X.
               10 WS-SUS-QUBIT-2 PIC X.
               10 WS-SUS-QUBITS PIC X(30).
               10 WS-SUS-MOTIF PIC X(20).
               10 WS-SUS-RESULTAT PIC X(200).
       01 WS-SUS-MAX PIC 9(3) VALUE ZERO.
       01 WS-SUS-IDX PIC 9(3) VALUE ZERO.
       01 WS-SUS-SEL PIC 9(3) VALUE ZERO.
       01 WS-SUS-SEL-OK PIC X VALUE "N".
       01 WS-SUS-LUS PIC 9(4) VALUE ZERO.
       01 WS-SUS-RELUS PIC 9(4) VALUE ZERO.
       01 WS-SUS-ATTENTE PIC 9(4) VALUE ZERO.
       01 WS-SUS-DECISIONS PIC 9(4) VALUE ZERO.
       01 WS-SUS-RESTE PIC X VALUE "N".
       01 WS-SUS-ACTION PIC X VALUE SPACE.
       01 WS-SUS-FIN PIC X VALUE "N".
       01 WS-SUS-REPONSE PIC X VALUE SPACE.
       01 WS-SUS-DECISION PIC X(8) VALUE SPACES.
       01 WS-SUS-CORRECTION PIC X(200) VALUE SPACES.
       01 WS-SUS-OPER-SAUVE PIC X(8) VALUE SPACES.
       01 WS-SUS-LOG-PTR PIC 9(4) VALUE 1.

       PROCEDURE DIVISION.
       MAIN-PROGRAM.
           PERFORM LIRE-DATE-TRAITEMENT.
           PERFORM CHARGER-TOLERANCE-MESURE.
           ACCEPT WS-PARAM-FILE-NAME FROM COMMAND-LINE.
           IF WS-PARAM-FILE-NAME NOT = SPACES
               MOVE "B" TO WS-MODE-EXECUTION
           PERFORM AFFICHER-LOGO.
           PERFORM MAIN-MENU.

       LIRE-DATE-TRAITEMENT.
           MOVE "L" TO WS-DT-ACTION.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-TRAITEMENT.
           MOVE WS-DT-DATE TO WS-DATE-POSTE.

      * Toute ecriture (audit, maitre, mesures) passe par la date de
      * traitement ouverte. Si la journee de la session a ete cloturee
      * entre-temps, l'ecriture est reportee sur la journee ouverte et
      * le report est signale au journal.
       DETERMINER-DATE-POSTE.
           MOVE SPACES TO WS-AUDIT-REPORT.
           MOVE "P" TO WS-DT-ACTION.
           MOVE WS-DATE-TRAITEMENT TO WS-DT-DATE.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-POSTE.
           IF WS-DT-ETAT = "R"
               STRING " Report=" WS-DATE-TRAITEMENT
                   DELIMITED BY SIZE INTO WS-AUDIT-REPORT
               MOVE SPACES TO WS-JOURNAL-LIGNE
               STRING "Journee " WS-DATE-TRAITEMENT
                   " cloturee : ecriture reportee au " WS-DATE-POSTE
                   DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
               IF MODE-BATCH
                   PERFORM ECRIRE-JOURNAL
               ELSE
                   DISPLAY FUNCTION TRIM(WS-JOURNAL-LIGNE)
               END-IF
               MOVE WS-DATE-POSTE TO WS-DATE-TRAITEMENT
           END-IF.

       SIGNER-OPERATEUR.
           PERFORM VERIFIER-FICHIER-OPERATEURS.
           MOVE ZERO TO WS-SIGNON-ESSAIS.
               MOVE 12 TO WS-BATCH-RC
           ELSE
               IF WS-JOURNAL-FILE-NAME = SPACES
                   MOVE WS-DATE-TRAITEMENT TO WS-JOURNAL-DATE
                   STRING "job_" WS-JOURNAL-DATE ".log"
                       INTO WS-JOURNAL-FILE-NAME
               END-IF
      * Une validation seule a ses propres bornes dans le journal :
      * les lectures du journal ne comptent que les traitements batch.
               MOVE SPACES TO WS-JOURNAL-LIGNE
               IF VALIDATION-SEULE
                   STRING "Debut de validation seule, circuit : "
                       WS-CIRCUIT-FILE-NAME INTO WS-JOURNAL-LIGNE
               ELSE
                   STRING "Debut du traitement batch, circuit : "
                       WS-CIRCUIT-FILE-NAME INTO WS-JOURNAL-LIGNE
               END-IF
               PERFORM ECRIRE-JOURNAL
               IF WS-OPERATEUR-SAISIE NOT = SPACES
                   PERFORM CHERCHER-OPERATEUR
                       PERFORM ECRIRE-JOURNAL
                       MOVE 12 TO WS-BATCH-RC
                   ELSE
                       PERFORM CONTROLER-APPROBATION-BATCH
                   END-IF
               END-IF
               IF WS-BATCH-RC = ZERO
                   PERFORM VALIDER-CIRCUIT-FICHIER
                   IF CIRCUIT-INVALIDE
                       IF WS-INC-REFUS = "Y"
                           MOVE SPACES TO WS-JOURNAL-LIGNE
                           STRING "Execution refusee : circuit inclus "
                               "non approuve (voir "
                               FUNCTION TRIM(WS-VALID-FILE-NAME) ")."
                               DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
                           PERFORM ECRIRE-JOURNAL
                           MOVE 16 TO WS-BATCH-RC
                       ELSE
                           MOVE
                               "Execution refusee : validation echec."
                               TO WS-JOURNAL-LIGNE
                           PERFORM ECRIRE-JOURNAL
                           MOVE 8 TO WS-BATCH-RC
                       END-IF
                   ELSE
                       IF VALIDATION-SEULE
                           MOVE SPACES TO WS-JOURNAL-LIGNE
                           STRING "Validation seule : circuit "
                               "conforme, execution non lancee."
                               DELIMITED BY SIZE
                               INTO WS-JOURNAL-LIGNE
                           PERFORM ECRIRE-JOURNAL
                       ELSE
                           PERFORM EXECUTER-CIRCUIT-FICHIER
                           IF CIRCUIT-RUN-ECHEC
                               MOVE 8 TO WS-BATCH-RC
                           END-IF
                           IF WS-BATCH-RC = ZERO
                               AND WS-SUSPENS-COMPTE > 0
                               MOVE 4 TO WS-BATCH-RC
                           END-IF
                           IF WS-BATCH-RC = ZERO
                               AND WS-BATCH-MESURES > 0
                               PERFORM MESURER-BATCH
               END-IF
               MOVE SPACES TO WS-JOURNAL-LIGNE
               MOVE WS-BATCH-RC TO WS-RC-AFFICHAGE
               IF VALIDATION-SEULE
                   STRING "Fin de validation seule, code retour "
                       WS-RC-AFFICHAGE INTO WS-JOURNAL-LIGNE
               ELSE
                   STRING "Fin du traitement batch, code retour "
                       WS-RC-AFFICHAGE INTO WS-JOURNAL-LIGNE
               END-IF
               PERFORM ECRIRE-JOURNAL
           END-IF.

      * Un circuit du catalogue ne s'execute en batch que si son contenu
      * correspond a l'empreinte de la derniere version approuvee.
       CONTROLER-APPROBATION-BATCH.
           PERFORM CHERCHER-CATALOGUE-APPROBATION.
           IF WS-APR-TROUVE = "Y"
               MOVE "C" TO WS-APR-ACTION
               CALL "APPROBATION-CIRCUIT"
                   USING WS-APR-COMMANDE WS-APR-ZONE
               MOVE SPACES TO WS-JOURNAL-LIGNE
               EVALUATE WS-APR-ETAT
                   WHEN "0"
                       STRING "Circuit " FUNCTION TRIM(WS-APR-NOM)
                           " conforme a la version approuvee "
                           WS-APR-VERSION
                           DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
                   WHEN "1"
                       STRING "Execution refusee : circuit "
                           FUNCTION TRIM(WS-APR-NOM)
                           " jamais approuve."
                           DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
                       MOVE 16 TO WS-BATCH-RC
                   WHEN "2"
                       STRING "Execution refusee : circuit "
                           FUNCTION TRIM(WS-APR-NOM)
                           " modifie depuis la version approuvee "
                           WS-APR-VERSION
                           DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
                       MOVE 16 TO WS-BATCH-RC
                   WHEN OTHER
                       STRING "Execution refusee : empreinte du "
                           "circuit " FUNCTION TRIM(WS-APR-NOM)
                           " non calculable."
                           DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
                       MOVE 16 TO WS-BATCH-RC
               END-EVALUATE
               PERFORM ECRIRE-JOURNAL
           END-IF.

       CHERCHER-CATALOGUE-APPROBATION.
           MOVE "N" TO WS-APR-TROUVE.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-PATH = WS-CIRCUIT-FILE-NAME
                               MOVE "Y" TO WS-APR-TROUVE
                               MOVE CAT-NOM TO WS-APR-NOM
                               MOVE CAT-PATH TO WS-APR-PATH
                               MOVE WS-OPERATEUR-ID TO WS-APR-OPER
                               MOVE "Y" TO WS-CATALOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       CHARGER-PARAMETRES.
           MOVE "N" TO WS-PARAM-EOF.
           OPEN INPUT PARAM-FILE.
               WHEN "ATTENDU"
                   MOVE WS-PARAM-VALEUR TO WS-ATTENDU-FILE-NAME
                   MOVE "Y" TO WS-COMPARE-ACTIF
               WHEN "VALIDATION"
                   IF WS-PARAM-VALEUR = "SEULE"
                       MOVE "Y" TO WS-BATCH-VALIDATION
                   END-IF
           END-EVALUATE.

       ECRIRE-JOURNAL.
           DISPLAY "O. Gestion des operateurs (superviseur)".
           DISPLAY "E. Console des travaux en cours".
           DISPLAY "S. Rapport des sessions de mesure".
           DISPLAY "K. Invalider le cache des resultats (superviseur)".
           DISPLAY "U. Resultats en suspens (superviseur)".
           DISPLAY "0. Quitter".
           ACCEPT CHOICE.

                   PERFORM CONSOLE-ENCOURS
               WHEN "S"
                   PERFORM RAPPORT-MESURES
               WHEN "K"
                   PERFORM INVALIDER-CACHE
               WHEN "U"
                   PERFORM GERER-SUSPENS
               WHEN "0"
                   DISPLAY "Au revoir !"
                   STOP RUN
           END-IF.
           PERFORM MAIN-MENU.

      * A utiliser apres une mise a niveau des scripts Quantum_*.py :
      * les entrees sont de toute facon ignorees des que l'empreinte
      * des scripts change, la purge libere le fichier et trace
      * l'intervention au journal d'audit.
       INVALIDER-CACHE.
           IF OPERATEUR-SUPERVISEUR
               DISPLAY "Invalider tout le cache des resultats (O/N) : "
               ACCEPT WS-CACHE-REPONSE
               IF WS-CACHE-REPONSE = "O"
                   MOVE "P" TO WS-CACHE-ACTION
                   CALL "RESULT-CACHE"
                       USING WS-CACHE-COMMANDE WS-CACHE-ENTREE
                   IF WS-CACHE-ETAT = "0"
                       MOVE SPACES TO WS-CACHE-SCRIPTS
                       PERFORM CALCULER-VERSION-SCRIPTS
                       PERFORM TRACER-INVALIDATION-CACHE
                       DISPLAY "Cache invalide : " WS-CACHE-COMPTE
                           " entree(s) supprimee(s)."
                   ELSE
                       DISPLAY "Cache des resultats inaccessible."
                   END-IF
               END-IF
           ELSE
               DISPLAY "Action reservee aux superviseurs."
           END-IF.
           PERFORM MAIN-MENU.

       TRACER-INVALIDATION-CACHE.
           PERFORM DETERMINER-DATE-POSTE.
           MOVE WS-DATE-POSTE TO WS-AUDIT-DATE.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING "audit_" WS-AUDIT-DATE ".log" INTO WS-AUDIT-FILE-NAME.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES TO AUDIT-RECORD.
           STRING "Oper=" FUNCTION TRIM(WS-OPERATEUR-ID)
                   " Heure=" WS-AUDIT-HEURE (1:6)
                   " Cache=INVALIDE Entrees=" WS-CACHE-COMPTE
                   " Scripts=" FUNCTION TRIM(WS-CACHE-SCRIPTS)
               DELIMITED BY SIZE INTO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-LOG-FILE.

      * Revue des resultats en suspens : chaque element en attente
      * peut etre libere tel quel, corrige (la correction repasse les
      * controles de plausibilite) ou ecarte. Toute decision est
      * tracee dans suspens.log ; les elements traites sortent de
      * suspens.dat.
       GERER-SUSPENS.
           IF OPERATEUR-SUPERVISEUR
               PERFORM CHARGER-SUSPENS
               MOVE ZERO TO WS-SUS-DECISIONS
               MOVE "N" TO WS-SUS-FIN
               PERFORM UNTIL WS-SUS-FIN = "Y"
                   PERFORM AFFICHER-SUSPENS
                   DISPLAY "L. Liberer  C. Corriger  E. Ecarter  "
                       "Q. Retour"
                   ACCEPT WS-SUS-ACTION
                   EVALUATE WS-SUS-ACTION
                       WHEN "L"
                           PERFORM LIBERER-SUSPENS
                       WHEN "C"
                           PERFORM CORRIGER-SUSPENS
                       WHEN "E"
                           PERFORM ECARTER-SUSPENS
                       WHEN "Q"
                           MOVE "Y" TO WS-SUS-FIN
                       WHEN OTHER
                           DISPLAY "Choix invalide, reessayez."
                   END-EVALUATE
               END-PERFORM
               IF WS-SUS-DECISIONS > 0
                   PERFORM SAUVER-SUSPENS
               END-IF
           ELSE
               DISPLAY "Action reservee aux superviseurs."
           END-IF.
           PERFORM MAIN-MENU.

       CHARGER-SUSPENS.
           MOVE ZERO TO WS-SUS-MAX.
           MOVE ZERO TO WS-SUS-LUS.
           MOVE "N" TO WS-SUS-RESTE.
           MOVE "N" TO WS-SUSPENS-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENS-STATUS = "00"
               PERFORM UNTIL WS-SUSPENS-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-SUSPENS-EOF
                       NOT AT END
                           IF WS-SUS-MAX >= 200
                               MOVE "Y" TO WS-SUS-RESTE
                               MOVE "Y" TO WS-SUSPENS-EOF
                           ELSE
                               ADD 1 TO WS-SUS-MAX
                               ADD 1 TO WS-SUS-LUS
                               MOVE SUSPENSE-RECORD
                                   TO WS-SUS-ENTREE (WS-SUS-MAX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.

       AFFICHER-SUSPENS.
           MOVE ZERO TO WS-SUS-ATTENTE.
           DISPLAY " ".
           DISPLAY "--- Resultats en suspens ---".
           PERFORM VARYING WS-SUS-IDX FROM 1 BY 1
                   UNTIL WS-SUS-IDX > WS-SUS-MAX
               IF WS-SUS-STATUT (WS-SUS-IDX) = "A"
                   ADD 1 TO WS-SUS-ATTENTE
                   DISPLAY WS-SUS-IDX ". " WS-SUS-ID (WS-SUS-IDX)
                       " " WS-SUS-OPERATION (WS-SUS-IDX)
                       " Oper=" WS-SUS-OPER (WS-SUS-IDX)
                       " Motif=" WS-SUS-MOTIF (WS-SUS-IDX)
                   IF WS-SUS-RUN-CIRCUIT (WS-SUS-IDX) NOT = SPACES
                       DISPLAY "    Execution "
                           WS-SUS-RUN-CIRCUIT (WS-SUS-IDX)
                           " " WS-SUS-CIRCUIT (WS-SUS-IDX)
                           " etape " WS-SUS-ETAPE (WS-SUS-IDX)
                           " : " WS-SUS-LIGNE (WS-SUS-IDX)
                   END-IF
                   DISPLAY "    Qubits="
                       FUNCTION TRIM(WS-SUS-QUBITS (WS-SUS-IDX))
                       " Resultat="
                       FUNCTION TRIM(WS-SUS-RESULTAT (WS-SUS-IDX))
               END-IF
           END-PERFORM.
           IF WS-SUS-ATTENTE = ZERO
               DISPLAY "Aucun resultat en attente de decision."
           END-IF.
           IF WS-SUS-RESTE = "Y"
               DISPLAY "(autres elements en attente au-dela des 200 "
                   "premiers : les traiter au prochain passage)"
           END-IF.

       CHOISIR-SUSPENS.
           MOVE "N" TO WS-SUS-SEL-OK.
           DISPLAY "Numero de l'element : ".
           ACCEPT WS-SUS-SEL.
           IF WS-SUS-SEL >= 1 AND WS-SUS-SEL <= WS-SUS-MAX
               IF WS-SUS-STATUT (WS-SUS-SEL) = "A"
                   MOVE "Y" TO WS-SUS-SEL-OK
               ELSE
                   DISPLAY "Element deja traite."
               END-IF
           ELSE
               DISPLAY "Numero invalide."
           END-IF.

       LIBERER-SUSPENS.
           PERFORM CHOISIR-SUSPENS.
           IF WS-SUS-SEL-OK = "Y"
               MOVE WS-SUS-RESULTAT (WS-SUS-SEL) TO RESULT-LINE
               PERFORM POSTER-SUSPENS
               IF WS-MASTER-ETAT = "0"
                   MOVE "L" TO WS-SUS-STATUT (WS-SUS-SEL)
                   MOVE "LIBERE" TO WS-SUS-DECISION
                   PERFORM TRACER-DECISION-SUSPENS
                   DISPLAY "Resultat libere : fiche " WS-FICHE-RUN-ID
               END-IF
           END-IF.

       CORRIGER-SUSPENS.
           PERFORM CHOISIR-SUSPENS.
           IF WS-SUS-SEL-OK = "Y"
               DISPLAY "Resultat actuel : "
                   FUNCTION TRIM(WS-SUS-RESULTAT (WS-SUS-SEL))
               DISPLAY "Resultat corrige : "
               MOVE SPACES TO WS-SUS-CORRECTION
               ACCEPT WS-SUS-CORRECTION
               MOVE WS-SUS-CORRECTION TO RESULT-LINE
               MOVE WS-SUS-OPERATION (WS-SUS-SEL) TO WS-OPERATION-NOM
               MOVE WS-SUS-REG-TAILLE (WS-SUS-SEL) TO WS-REG-SIZE
               PERFORM CONTROLER-PLAUSIBILITE
               MOVE ZERO TO WS-REG-SIZE
               IF RESULTAT-SUSPENDU
                   DISPLAY "Correction refusee : "
                       FUNCTION TRIM(WS-PLAUS-MOTIF)
               ELSE
                   PERFORM POSTER-SUSPENS
                   IF WS-MASTER-ETAT = "0"
                       MOVE "C" TO WS-SUS-STATUT (WS-SUS-SEL)
                       MOVE "CORRIGE" TO WS-SUS-DECISION
                       PERFORM TRACER-DECISION-SUSPENS
                       DISPLAY "Resultat corrige : fiche "
                           WS-FICHE-RUN-ID
                   END-IF
               END-IF
           END-IF.

       ECARTER-SUSPENS.
           PERFORM CHOISIR-SUSPENS.
           IF WS-SUS-SEL-OK = "Y"
               DISPLAY "Ecarter definitivement ce resultat (O/N) : "
               ACCEPT WS-SUS-REPONSE
               IF WS-SUS-REPONSE = "O"
                   MOVE "E" TO WS-SUS-STATUT (WS-SUS-SEL)
                   MOVE "ECARTE" TO WS-SUS-DECISION
                   PERFORM TRACER-DECISION-SUSPENS
                   DISPLAY "Resultat ecarte."
               END-IF
           END-IF.

      * La fiche est ecrite au nom de l'operateur et de l'execution
      * d'origine ; l'audit n'est ecrit qu'une fois la fiche au maitre.
       POSTER-SUSPENS.
           MOVE WS-OPERATEUR-ID TO WS-SUS-OPER-SAUVE.
           MOVE WS-SUS-OPER (WS-SUS-SEL) TO WS-OPERATEUR-ID.
           MOVE WS-SUS-OPERATION (WS-SUS-SEL) TO WS-OPERATION-NOM.
           MOVE WS-SUS-REGISTRE (WS-SUS-SEL) TO WS-REGISTRE-ACTIF.
           MOVE WS-SUS-QUBIT-1 (WS-SUS-SEL) TO QUBIT-1.
           MOVE WS-SUS-QUBIT-2 (WS-SUS-SEL) TO QUBIT-2.
           MOVE WS-SUS-QUBITS (WS-SUS-SEL) TO WS-REGISTRE-QUBITS-TXT.
           MOVE WS-SUS-RUN-CIRCUIT (WS-SUS-SEL) TO WS-RUN-CIRCUIT-ID.
           MOVE WS-SUS-ETAPE (WS-SUS-SEL) TO WS-STEP-NUM.
           MOVE "N" TO WS-CACHE-UTILISE.
           PERFORM DETERMINER-DATE-POSTE.
           PERFORM ENREGISTRER-MASTER.
           IF WS-MASTER-ETAT = "0"
               PERFORM ENREGISTRER-AUDIT
           END-IF.
           MOVE WS-SUS-OPER-SAUVE TO WS-OPERATEUR-ID.
           MOVE SPACES TO WS-RUN-CIRCUIT-ID.
           MOVE "N" TO WS-REGISTRE-ACTIF.

       TRACER-DECISION-SUSPENS.
           ADD 1 TO WS-SUS-DECISIONS.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           OPEN EXTEND SUSPENS-LOG-FILE.
           IF WS-SUS-LOG-STATUS = "35"
               OPEN OUTPUT SUSPENS-LOG-FILE
           END-IF.
           MOVE SPACES TO SUS-LOG-RECORD.
           MOVE 1 TO WS-SUS-LOG-PTR.
           STRING "Date=" WS-DATE-TRAITEMENT
               " Heure=" WS-AUDIT-HEURE (1:6)
               " Superviseur=" FUNCTION TRIM(WS-OPERATEUR-ID)
               " Decision=" FUNCTION TRIM(WS-SUS-DECISION)
               " Suspens=" WS-SUS-ID (WS-SUS-SEL)
               " Oper=" FUNCTION TRIM(WS-SUS-OPER (WS-SUS-SEL))
               " Execution=" WS-SUS-RUN-CIRCUIT (WS-SUS-SEL)
               " Etape=" WS-SUS-ETAPE (WS-SUS-SEL)
               " Gate=" FUNCTION TRIM(WS-SUS-OPERATION (WS-SUS-SEL))
               " Motif=" FUNCTION TRIM(WS-SUS-MOTIF (WS-SUS-SEL))
               " Resultat=" FUNCTION TRIM(WS-SUS-RESULTAT (WS-SUS-SEL))
               DELIMITED BY SIZE
               INTO SUS-LOG-RECORD WITH POINTER WS-SUS-LOG-PTR.
           IF WS-SUS-DECISION = "CORRIGE"
               STRING " Corrige=" FUNCTION TRIM(WS-SUS-CORRECTION)
                   DELIMITED BY SIZE
                   INTO SUS-LOG-RECORD WITH POINTER WS-SUS-LOG-PTR
           END-IF.
           IF WS-SUS-DECISION NOT = "ECARTE"
               STRING " Fiche=" WS-FICHE-RUN-ID
                   DELIMITED BY SIZE
                   INTO SUS-LOG-RECORD WITH POINTER WS-SUS-LOG-PTR
           END-IF.
           WRITE SUS-LOG-RECORD.
           CLOSE SUSPENS-LOG-FILE.

      * Les elements ajoutes par un traitement pendant la revue (au-dela
      * des enregistrements charges) sont recopies tels quels.
       SAUVER-SUSPENS.
           MOVE ZERO TO WS-SUS-RELUS.
           MOVE "N" TO WS-SUSPENS-EOF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENS-STATUS = "00"
               OPEN OUTPUT SUSPENS-TRAVAIL-FILE
               PERFORM UNTIL WS-SUSPENS-EOF = "Y"
                   READ SUSPENSE-FILE
                       AT END
                           MOVE "Y" TO WS-SUSPENS-EOF
                       NOT AT END
                           ADD 1 TO WS-SUS-RELUS
                           PERFORM RECOPIER-SUSPENS
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
               CLOSE SUSPENS-TRAVAIL-FILE
               MOVE SPACES TO CMD-LINE
               STRING "mv " FUNCTION TRIM(WS-SUS-TRAVAIL-FILE-NAME)
                   " " FUNCTION TRIM(WS-SUSPENS-FILE-NAME)
                   DELIMITED BY SIZE INTO CMD-LINE
               CALL "SYSTEM" USING CMD-LINE
           END-IF.

       RECOPIER-SUSPENS.
           IF WS-SUS-RELUS > WS-SUS-LUS
               MOVE SUSPENSE-RECORD TO SUS-TRAVAIL-RECORD
               WRITE SUS-TRAVAIL-RECORD
           ELSE
               IF WS-SUS-STATUT (WS-SUS-RELUS) = "A"
                   MOVE WS-SUS-ENTREE (WS-SUS-RELUS)
                       TO SUS-TRAVAIL-RECORD
                   WRITE SUS-TRAVAIL-RECORD
               END-IF
           END-IF.

       GERER-OPERATEURS.
           IF OPERATEUR-SUPERVISEUR
               PERFORM CHARGER-OPERATEURS
           END-PERFORM.

       ENREGISTRER-MESURE.
           PERFORM DETERMINER-DATE-POSTE.
           MOVE WS-DATE-POSTE TO WS-AUDIT-DATE.
           MOVE SPACES TO WS-MESURE-REFERENCE.
           IF WS-DERNIER-RUN-ID NOT = SPACES
               MOVE WS-DERNIER-RUN-ID TO WS-MESURE-REFERENCE
               WHEN "MESURE-TOLER"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALEUR)
                       TO WS-MESURE-TOLER
               WHEN "PROBA-TOLER"
                   MOVE FUNCTION NUMVAL(WS-CFG-VALEUR)
                       TO WS-PROBA-TOLER
           END-EVALUATE.

       SAISIR-QUBIT-1.

       EXECUTER-COMMANDE-SYSTEME.
           MOVE "Y" TO WS-SYSTEM-OK.
           PERFORM CONSULTER-CACHE.
           IF RESULTAT-DU-CACHE
               MOVE ZERO TO WS-DUREE-SECONDES
           ELSE
               PERFORM LANCER-COMMANDE-SYSTEME
           END-IF.

       LANCER-COMMANDE-SYSTEME.
           COMPUTE WS-DUREE-DEBUT = FUNCTION SECONDS-PAST-MIDNIGHT.
           CALL "SYSTEM" USING CMD-LINE.
           COMPUTE WS-DUREE-CALC =
               END-IF
           END-IF.

      * Le cache est cle par operation, qubits (ou registre) et angle
      * de rotation ; une entree trouvee est recopiee dans le fichier
      * de resultat, la suite du traitement est donc inchangee.
       CONSULTER-CACHE.
           MOVE "N" TO WS-CACHE-UTILISE.
           IF WS-CACHE-SCRIPTS = SPACES
               PERFORM CALCULER-VERSION-SCRIPTS
           END-IF.
           IF NOT CACHE-INDISPONIBLE
               PERFORM PREPARER-CLE-CACHE
               MOVE "L" TO WS-CACHE-ACTION
               CALL "RESULT-CACHE"
                   USING WS-CACHE-COMMANDE WS-CACHE-ENTREE
               IF WS-CACHE-ETAT = "0"
                   PERFORM RESTITUER-RESULTAT-CACHE
               END-IF
               IF RESULTAT-DU-CACHE
                   ADD 1 TO WS-CACHE-SUCCES
               ELSE
                   ADD 1 TO WS-CACHE-ECHECS
               END-IF
           END-IF.

       PREPARER-CLE-CACHE.
           MOVE WS-OPERATION-NOM TO WS-CACHE-OPERATION.
           IF REGISTRE-ACTIF
               MOVE WS-REGISTRE-QUBITS-TXT TO WS-CACHE-QUBITS
           ELSE
               MOVE SPACES TO WS-CACHE-QUBITS
               STRING QUBIT-1 " " QUBIT-2 INTO WS-CACHE-QUBITS
           END-IF.
           MOVE SPACES TO WS-CACHE-ANGLE.
           IF WS-OPERATION-NOM (1:9) = "Rotation-"
               MOVE WS-ROTATION-ANGLE TO WS-CACHE-ANGLE
           END-IF.
           MOVE WS-CACHE-SCRIPTS TO WS-CACHE-VERSION.

       RESTITUER-RESULTAT-CACHE.
           OPEN OUTPUT RESULT-TEXT-FILE.
           IF WS-RESULT-STATUS = "00"
               MOVE WS-CACHE-RESULTAT TO RESULT-RECORD
               WRITE RESULT-RECORD
               CLOSE RESULT-TEXT-FILE
               MOVE "Y" TO WS-CACHE-UTILISE
           END-IF.

      * L'empreinte (cksum) des scripts Quantum_*.py est calculee une
      * fois par execution ; sans script lisible le cache n'est ni lu
      * ni alimente.
       CALCULER-VERSION-SCRIPTS.
           MOVE CMD-LINE TO WS-CACHE-CMD-SAUVE.
           MOVE SPACES TO WS-WORK-FILE-NAME.
           STRING RESULT-FILE DELIMITED BY SPACE
               ".ver" DELIMITED BY SIZE
               INTO WS-WORK-FILE-NAME.
           MOVE SPACES TO CMD-LINE.
           STRING "cat Quantum_*.py 2>/dev/null | cksum > "
               WS-WORK-FILE-NAME
               DELIMITED BY SIZE INTO CMD-LINE.
           CALL "SYSTEM" USING CMD-LINE.
           MOVE "INDISPONIBLE" TO WS-CACHE-SCRIPTS.
           MOVE SPACES TO WS-CACHE-CRC.
           MOVE SPACES TO WS-CACHE-TAILLE.
           OPEN INPUT WORKLIST-FILE.
           IF WS-WORK-STATUS = "00"
               READ WORKLIST-FILE
                   AT END
                       MOVE SPACES TO WORKLIST-RECORD
               END-READ
               CLOSE WORKLIST-FILE
               UNSTRING WORKLIST-RECORD DELIMITED BY ALL SPACE
                   INTO WS-CACHE-CRC WS-CACHE-TAILLE
               IF WS-CACHE-TAILLE NOT = SPACES
                   AND WS-CACHE-TAILLE NOT = "0"
                   MOVE SPACES TO WS-CACHE-SCRIPTS
                   STRING FUNCTION TRIM(WS-CACHE-CRC) "-"
                       FUNCTION TRIM(WS-CACHE-TAILLE)
                       DELIMITED BY SIZE INTO WS-CACHE-SCRIPTS
               END-IF
           END-IF.
           MOVE SPACES TO CMD-LINE.
           STRING "rm -f " WS-WORK-FILE-NAME
               DELIMITED BY SIZE INTO CMD-LINE.
           CALL "SYSTEM" USING CMD-LINE.
           MOVE WS-CACHE-CMD-SAUVE TO CMD-LINE.

       ALIMENTER-CACHE.
           IF NOT CACHE-INDISPONIBLE AND WS-CACHE-SCRIPTS NOT = SPACES
               PERFORM PREPARER-CLE-CACHE
               MOVE RESULT-LINE TO WS-CACHE-RESULTAT
               MOVE "E" TO WS-CACHE-ACTION
               CALL "RESULT-CACHE"
                   USING WS-CACHE-COMMANDE WS-CACHE-ENTREE
           END-IF.

       SIGNALER-CACHE.
           IF NOT CACHE-INDISPONIBLE
               MOVE SPACES TO WS-JOURNAL-LIGNE
               STRING "Cache des resultats : " WS-CACHE-SUCCES
                   " trouve(s), " WS-CACHE-ECHECS
                   " absent(s) (python3 lance)"
                   INTO WS-JOURNAL-LIGNE
               IF MODE-BATCH
                   PERFORM ECRIRE-JOURNAL
               ELSE
                   DISPLAY FUNCTION TRIM(WS-JOURNAL-LIGNE)
               END-IF
           END-IF.

       TENSOR-REGISTRE-CORE.
           MOVE "Y" TO WS-REGISTRE-ACTIF.
           MOVE "Tensor-N" TO WS-OPERATION-NOM.
               PERFORM AFFICHER-RESULTAT
           END-IF.

      * Controle du resultat avant historisation : format attendu
      * selon l'operation, bornes numeriques et somme des
      * probabilites a PROBA-TOLER pres (retention.cfg).
       CONTROLER-PLAUSIBILITE.
           MOVE SPACES TO WS-PLAUS-MOTIF.
           MOVE ZERO TO WS-PLAUS-COMPTE.
           INSPECT RESULT-LINE TALLYING WS-PLAUS-COMPTE
               FOR ALL "Traceback" ALL "Error" ALL "error".
           EVALUATE TRUE
               WHEN RESULT-LINE = SPACES
                   MOVE "RESULTAT-VIDE" TO WS-PLAUS-MOTIF
               WHEN WS-PLAUS-COMPTE > ZERO
                   MOVE "ERREUR-PYTHON" TO WS-PLAUS-MOTIF
               WHEN WS-OPERATION-NOM = "Hadamard"
               WHEN WS-OPERATION-NOM (1:9) = "Rotation-"
                   PERFORM CONTROLER-PAIRE-PROBA
               WHEN WS-OPERATION-NOM = "Pauli-X"
                   MOVE 1 TO WS-PLAUS-ATTENDU
                   PERFORM CONTROLER-ETAT-BASE
               WHEN WS-OPERATION-NOM = "CNOT"
                   MOVE 2 TO WS-PLAUS-ATTENDU
                   PERFORM CONTROLER-ETAT-BASE
               WHEN WS-OPERATION-NOM = "Tensor-N"
               WHEN WS-OPERATION-NOM = "Intrication-N"
                   COMPUTE WS-PLAUS-ATTENDU = 2 ** WS-REG-SIZE
                   PERFORM CONTROLER-VECTEUR
               WHEN WS-OPERATION-NOM = "Tensor"
               WHEN WS-OPERATION-NOM = "Intrication"
                   MOVE 4 TO WS-PLAUS-ATTENDU
                   PERFORM CONTROLER-VECTEUR
               WHEN OTHER
                   MOVE ZERO TO WS-PLAUS-COMPTE
                   INSPECT RESULT-LINE TALLYING WS-PLAUS-COMPTE
                       FOR ALL "|"
                   IF WS-PLAUS-COMPTE > ZERO
                       PERFORM CONTROLER-PAIRE-PROBA
                   END-IF
           END-EVALUATE.
           IF WS-PLAUS-MOTIF = SPACES
               MOVE "Y" TO WS-PLAUS-OK
           ELSE
               MOVE "N" TO WS-PLAUS-OK
           END-IF.

       CONTROLER-PAIRE-PROBA.
           MOVE ZERO TO WS-PLAUS-COMPTE.
           INSPECT RESULT-LINE TALLYING WS-PLAUS-COMPTE FOR ALL "|".
           IF WS-PLAUS-COMPTE NOT = 1
               MOVE "FORMAT-PROBA" TO WS-PLAUS-MOTIF
           ELSE
               MOVE SPACES TO WS-PROBA-0-TXT
               MOVE SPACES TO WS-PROBA-1-TXT
               UNSTRING RESULT-LINE DELIMITED BY "|"
                   INTO WS-PROBA-0-TXT WS-PROBA-1-TXT
               IF WS-PROBA-0-TXT = SPACES OR WS-PROBA-1-TXT = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-PROBA-0-TXT) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(WS-PROBA-1-TXT) NOT = ZERO
                   MOVE "FORMAT-PROBA" TO WS-PLAUS-MOTIF
               ELSE
                   MOVE FUNCTION NUMVAL(WS-PROBA-0-TXT) TO WS-PLAUS-P0
                   MOVE FUNCTION NUMVAL(WS-PROBA-1-TXT) TO WS-PLAUS-P1
                   IF WS-PLAUS-P0 < 0 OR WS-PLAUS-P0 > 1
                       OR WS-PLAUS-P1 < 0 OR WS-PLAUS-P1 > 1
                       MOVE "PROBA-HORS-BORNES" TO WS-PLAUS-MOTIF
                   ELSE
                       COMPUTE WS-PLAUS-ECART =
                           FUNCTION ABS(WS-PLAUS-P0 + WS-PLAUS-P1 - 1)
                       IF WS-PLAUS-ECART > WS-PROBA-TOLER
                           MOVE "SOMME-PROBA" TO WS-PLAUS-MOTIF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Etat de base : uniquement des 0/1, un chiffre par qubit.
       CONTROLER-ETAT-BASE.
           MOVE RESULT-LINE TO WS-PLAUS-TRAVAIL.
           INSPECT WS-PLAUS-TRAVAIL CONVERTING "[](),;" TO "      ".
           MOVE ZERO TO WS-PLAUS-CHIFFRES.
           MOVE ZERO TO WS-PLAUS-ESPACES.
           INSPECT WS-PLAUS-TRAVAIL TALLYING WS-PLAUS-CHIFFRES
               FOR ALL "0" ALL "1".
           INSPECT WS-PLAUS-TRAVAIL TALLYING WS-PLAUS-ESPACES
               FOR ALL SPACE.
           IF WS-PLAUS-CHIFFRES + WS-PLAUS-ESPACES NOT = 200
               OR WS-PLAUS-CHIFFRES NOT = WS-PLAUS-ATTENDU
               MOVE "FORMAT-BASE" TO WS-PLAUS-MOTIF
           END-IF.

      * Vecteur d'etat : 2**n composantes numeriques dans [-1, 1],
      * normees (somme des carres des amplitudes, ou somme des
      * probabilites, egale a 1). Un vecteur tronque a la largeur du
      * resultat est rejete sur sa longueur.
       CONTROLER-VECTEUR.
           MOVE RESULT-LINE TO WS-PLAUS-TRAVAIL.
           INSPECT WS-PLAUS-TRAVAIL CONVERTING "[](),;|" TO "       ".
           MOVE FUNCTION TRIM(WS-PLAUS-TRAVAIL) TO WS-PLAUS-TRAVAIL.
           MOVE ZERO TO WS-PLAUS-COMPOSANTES.
           MOVE ZERO TO WS-PLAUS-SOMME.
           MOVE ZERO TO WS-PLAUS-CARRES.
           MOVE 1 TO WS-PLAUS-PTR.
           PERFORM UNTIL WS-PLAUS-PTR > 200
                   OR WS-PLAUS-MOTIF NOT = SPACES
               MOVE SPACES TO WS-PLAUS-TOKEN
               UNSTRING WS-PLAUS-TRAVAIL DELIMITED BY ALL SPACE
                   INTO WS-PLAUS-TOKEN WITH POINTER WS-PLAUS-PTR
               IF WS-PLAUS-TOKEN NOT = SPACES
                   PERFORM CONTROLER-COMPOSANTE
               END-IF
           END-PERFORM.
           IF WS-PLAUS-MOTIF = SPACES
               IF WS-PLAUS-COMPOSANTES NOT = WS-PLAUS-ATTENDU
                   MOVE "LONGUEUR-VECTEUR" TO WS-PLAUS-MOTIF
               ELSE
                   COMPUTE WS-PLAUS-ECART =
                       FUNCTION ABS(WS-PLAUS-CARRES - 1)
                   IF WS-PLAUS-ECART > WS-PROBA-TOLER
                       COMPUTE WS-PLAUS-ECART =
                           FUNCTION ABS(WS-PLAUS-SOMME - 1)
                       IF WS-PLAUS-ECART > WS-PROBA-TOLER
                           MOVE "NORME-VECTEUR" TO WS-PLAUS-MOTIF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CONTROLER-COMPOSANTE.
           ADD 1 TO WS-PLAUS-COMPOSANTES.
           IF FUNCTION TEST-NUMVAL(WS-PLAUS-TOKEN) NOT = ZERO
               MOVE "VECTEUR-NON-NUM" TO WS-PLAUS-MOTIF
           ELSE
               MOVE FUNCTION NUMVAL(WS-PLAUS-TOKEN) TO WS-PLAUS-VALEUR
               IF WS-PLAUS-VALEUR < -1 OR WS-PLAUS-VALEUR > 1
                   MOVE "AMPL-HORS-BORNES" TO WS-PLAUS-MOTIF
               ELSE
                   ADD WS-PLAUS-VALEUR TO WS-PLAUS-SOMME
                   COMPUTE WS-PLAUS-CARRES = WS-PLAUS-CARRES
                       + WS-PLAUS-VALEUR * WS-PLAUS-VALEUR
               END-IF
           END-IF.

      * Un resultat non plausible n'est ni audite ni historise ni mis
      * en cache : il part en suspens avec le contexte de l'etape.
      * L'etape reste consideree comme executee (checkpoint) pour ne
      * pas relancer python3 a la reprise ; l'execution sort en RC 4.
       METTRE-EN-SUSPENS.
           ADD 1 TO WS-SUSPENS-COMPTE.
           PERFORM DETERMINER-DATE-POSTE.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           ADD 1 TO WS-SUS-SEQ.
           IF WS-SUS-SEQ > 99
               MOVE 1 TO WS-SUS-SEQ
           END-IF.
           MOVE SPACES TO SUSPENSE-RECORD.
           STRING WS-DATE-POSTE WS-AUDIT-HEURE (1:6) WS-SUS-SEQ
               DELIMITED BY SIZE INTO SUS-ID.
           MOVE "A" TO SUS-STATUT.
           MOVE WS-DATE-POSTE TO SUS-DATE.
           MOVE WS-AUDIT-HEURE (1:6) TO SUS-HEURE.
           MOVE WS-OPERATEUR-ID TO SUS-OPER.
           MOVE WS-MODE-EXECUTION TO SUS-MODE.
           MOVE WS-RUN-CIRCUIT-ID TO SUS-RUN-CIRCUIT.
           IF WS-RUN-CIRCUIT-ID = SPACES
               MOVE ZERO TO SUS-ETAPE
           ELSE
               MOVE WS-ENTETE-CIRCUIT TO SUS-CIRCUIT
               MOVE WS-STEP-NUM TO SUS-ETAPE
               MOVE CIRCUIT-RECORD TO SUS-LIGNE
           END-IF.
           MOVE WS-OPERATION-NOM TO SUS-OPERATION.
           MOVE WS-REGISTRE-ACTIF TO SUS-REGISTRE.
           MOVE WS-REG-SIZE TO SUS-REG-TAILLE.
           MOVE QUBIT-1 TO SUS-QUBIT-1.
           MOVE QUBIT-2 TO SUS-QUBIT-2.
           IF REGISTRE-ACTIF
               MOVE WS-REGISTRE-QUBITS-TXT TO SUS-QUBITS
           ELSE
               STRING QUBIT-1 " " QUBIT-2
                   DELIMITED BY SIZE INTO SUS-QUBITS
           END-IF.
           MOVE WS-PLAUS-MOTIF TO SUS-MOTIF.
           MOVE RESULT-LINE TO SUS-RESULTAT.
           OPEN EXTEND SUSPENSE-FILE.
           IF WS-SUSPENS-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENS-STATUS = "00"
               WRITE SUSPENSE-RECORD
               CLOSE SUSPENSE-FILE
           END-IF.
           MOVE SPACES TO WS-JOURNAL-LIGNE.
           MOVE 1 TO WS-SUS-LOG-PTR.
           IF WS-RUN-CIRCUIT-ID NOT = SPACES
               STRING "Etape " WS-STEP-NUM " : "
                   DELIMITED BY SIZE
                   INTO WS-JOURNAL-LIGNE WITH POINTER WS-SUS-LOG-PTR
           END-IF.
           IF WS-SUSPENS-STATUS = "00"
               STRING "resultat non plausible ("
                   FUNCTION TRIM(WS-PLAUS-MOTIF) ") mis en suspens "
                   SUS-ID
                   DELIMITED BY SIZE
                   INTO WS-JOURNAL-LIGNE WITH POINTER WS-SUS-LOG-PTR
           ELSE
               MOVE "N" TO WS-SYSTEM-OK
               MOVE "SUSPENS" TO WS-REJET-RAISON
               SUBTRACT 1 FROM WS-SUSPENS-COMPTE
               STRING "resultat non plausible ("
                   FUNCTION TRIM(WS-PLAUS-MOTIF)
                   "), fichier de suspens inaccessible ("
                   WS-SUSPENS-STATUS ")"
                   DELIMITED BY SIZE
                   INTO WS-JOURNAL-LIGNE WITH POINTER WS-SUS-LOG-PTR
           END-IF.
           IF MODE-BATCH
               PERFORM ECRIRE-JOURNAL
           ELSE
               DISPLAY FUNCTION TRIM(WS-JOURNAL-LIGNE)
               DISPLAY "Resultat non historise : revue superviseur "
                   "(option U)."
           END-IF.

       SIGNALER-SUSPENS.
           IF WS-SUSPENS-COMPTE > 0
               MOVE SPACES TO WS-JOURNAL-LIGNE
               STRING WS-SUSPENS-COMPTE
                   " resultat(s) mis en suspens -> "
                   WS-SUSPENS-FILE-NAME
                   DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
               IF MODE-BATCH
                   PERFORM ECRIRE-JOURNAL
               ELSE
                   DISPLAY FUNCTION TRIM(WS-JOURNAL-LIGNE)
               END-IF
           END-IF.

       EXECUTER-CIRCUIT.
           PERFORM CHARGER-CATALOGUE.
           MOVE ZERO TO WS-CAT-SEL.
               DISPLAY "    Resp. " WS-CAT-OWNER (WS-CAT-IDX)
                   "  Dern. execution " WS-CAT-DERNIERE (WS-CAT-IDX)
                   "  (" WS-CAT-COMPTE (WS-CAT-IDX) " execution(s))"
               PERFORM LIBELLER-APPROBATION
               DISPLAY "    Approbation : " WS-APR-LIBELLE
           END-PERFORM.

       LIBELLER-APPROBATION.
           MOVE WS-CAT-NOM (WS-CAT-IDX) TO WS-APR-NOM.
           MOVE WS-CAT-PATH (WS-CAT-IDX) TO WS-APR-PATH.
           MOVE WS-OPERATEUR-ID TO WS-APR-OPER.
           MOVE "C" TO WS-APR-ACTION.
           CALL "APPROBATION-CIRCUIT" USING WS-APR-COMMANDE WS-APR-ZONE.
           MOVE SPACES TO WS-APR-LIBELLE.
           EVALUATE WS-APR-ETAT
               WHEN "0"
                   STRING "version " WS-APR-VERSION " du "
                       WS-APR-APP-DATE " par " WS-APR-APP-OPER
                       DELIMITED BY SIZE INTO WS-APR-LIBELLE
               WHEN "1"
                   MOVE "jamais approuve" TO WS-APR-LIBELLE
               WHEN "2"
                   STRING "MODIFIE depuis la version "
                       WS-APR-VERSION
                       DELIMITED BY SIZE INTO WS-APR-LIBELLE
               WHEN OTHER
                   MOVE "fichier illisible" TO WS-APR-LIBELLE
           END-EVALUATE.

       PREPARER-APPROBATION.
           MOVE WS-CAT-NOM (WS-CAT-SEL) TO WS-APR-NOM.
           MOVE WS-CAT-PATH (WS-CAT-SEL) TO WS-APR-PATH.
           MOVE WS-OPERATEUR-ID TO WS-APR-OPER.

       GERER-CATALOGUE.
           PERFORM CHARGER-CATALOGUE.
           MOVE "N" TO WS-CAT-FIN.
           PERFORM UNTIL WS-CAT-FIN = "Y"
               PERFORM AFFICHER-CATALOGUE
               DISPLAY "A. Ajouter  M. Modifier  S. Supprimer  "
                   "D. Declarer une modification"
               DISPLAY "P. Approuver  R. Retablir une version  "
                   "Q. Retour"
               ACCEPT WS-CAT-ACTION
               EVALUATE WS-CAT-ACTION
                       PERFORM MODIFIER-CIRCUIT-CATALOGUE
                   WHEN "S"
                       PERFORM SUPPRIMER-CIRCUIT-CATALOGUE
                   WHEN "D"
                       PERFORM DECLARER-CIRCUIT-CATALOGUE
                   WHEN "P"
                       PERFORM APPROUVER-CIRCUIT-CATALOGUE
                   WHEN "R"
                       PERFORM RETABLIR-CIRCUIT-CATALOGUE
                   WHEN "Q"
                       MOVE "Y" TO WS-CAT-FIN
                   WHEN OTHER
               MOVE ZERO TO WS-CAT-COMPTE (WS-CAT-MAX)
               MOVE WS-CAT-MAX TO WS-CAT-SEL
               PERFORM SAISIR-CIRCUIT-CATALOGUE
               PERFORM NOTER-MODIFICATION-CATALOGUE
           END-IF.

       MODIFIER-CIRCUIT-CATALOGUE.
           ACCEPT WS-CAT-SEL.
           IF WS-CAT-SEL >= 1 AND WS-CAT-SEL <= WS-CAT-MAX
               PERFORM SAISIR-CIRCUIT-CATALOGUE
               PERFORM NOTER-MODIFICATION-CATALOGUE
           ELSE
               DISPLAY "Numero invalide."
           END-IF.
           DISPLAY "Description : ".
           ACCEPT WS-CAT-DESC (WS-CAT-SEL).

      * Toute saisie ou modification d'un circuit du catalogue est
      * declaree au nom de l'operateur : elle devra etre approuvee par
      * un autre superviseur avant toute execution batch.
       NOTER-MODIFICATION-CATALOGUE.
           PERFORM PREPARER-APPROBATION.
           MOVE "D" TO WS-APR-ACTION.
           CALL "APPROBATION-CIRCUIT" USING WS-APR-COMMANDE WS-APR-ZONE.
           IF WS-APR-ETAT = "0"
               IF WS-APR-STATUT NOT = "A"
                   DISPLAY "Modification declaree, approbation requise."
               END-IF
           ELSE
               DISPLAY "Fichier de circuit illisible : modification non"
               DISPLAY "declaree."
           END-IF.

       DECLARER-CIRCUIT-CATALOGUE.
           DISPLAY "Numero du circuit modifie : ".
           ACCEPT WS-CAT-SEL.
           IF WS-CAT-SEL >= 1 AND WS-CAT-SEL <= WS-CAT-MAX
               PERFORM NOTER-MODIFICATION-CATALOGUE
               IF WS-APR-ETAT = "0" AND WS-APR-STATUT = "A"
                   DISPLAY "Contenu identique a la version approuvee "
                       WS-APR-VERSION "."
               END-IF
           ELSE
               DISPLAY "Numero invalide."
           END-IF.

       APPROUVER-CIRCUIT-CATALOGUE.
           IF OPERATEUR-SUPERVISEUR
               DISPLAY "Numero du circuit a approuver : "
               ACCEPT WS-CAT-SEL
               IF WS-CAT-SEL >= 1 AND WS-CAT-SEL <= WS-CAT-MAX
                   PERFORM PREPARER-APPROBATION
                   MOVE "A" TO WS-APR-ACTION
                   CALL "APPROBATION-CIRCUIT"
                       USING WS-APR-COMMANDE WS-APR-ZONE
                   EVALUATE WS-APR-ETAT
                       WHEN "0"
                           DISPLAY "Version " WS-APR-VERSION
                               " approuvee : " WS-APR-APP-ETAPES
                               " etape(s), empreinte "
                               WS-APR-APP-CKSUM
                       WHEN "3"
                           DISPLAY "Approbation refusee : modification"
                               " faite par " WS-APR-AUTEUR
                           DISPLAY "L'approbateur doit etre un autre "
                               "operateur."
                       WHEN "4"
                           DISPLAY "Deja conforme a la version "
                               "approuvee " WS-APR-VERSION "."
                       WHEN "5"
                           DISPLAY "Aucune modification declaree pour "
                               "le contenu actuel du circuit."
                       WHEN OTHER
                           DISPLAY "Approbation impossible : fichier "
                               "illisible ou historique indisponible."
                   END-EVALUATE
               ELSE
                   DISPLAY "Numero invalide."
               END-IF
           ELSE
               DISPLAY "Action reservee aux superviseurs."
           END-IF.

       RETABLIR-CIRCUIT-CATALOGUE.
           IF OPERATEUR-SUPERVISEUR
               DISPLAY "Numero du circuit a retablir : "
               ACCEPT WS-CAT-SEL
               IF WS-CAT-SEL >= 1 AND WS-CAT-SEL <= WS-CAT-MAX
                   PERFORM PREPARER-APPROBATION
                   PERFORM LISTER-VERSIONS-APPROUVEES
                   DISPLAY "Version a retablir (0 = abandon) : "
                   ACCEPT WS-APR-CHOIX
                   IF WS-APR-CHOIX > 0
                       DISPLAY "Remplacer " FUNCTION TRIM(WS-APR-PATH)
                           " par la version " WS-APR-CHOIX " (O/N) ? "
                       ACCEPT WS-APR-CONFIRME
                       IF WS-APR-CONFIRME = "O" OR WS-APR-CONFIRME = "o"
                           PERFORM PREPARER-APPROBATION
                           MOVE WS-APR-CHOIX TO WS-APR-VERSION
                           MOVE "R" TO WS-APR-ACTION
                           CALL "APPROBATION-CIRCUIT"
                               USING WS-APR-COMMANDE WS-APR-ZONE
                           EVALUATE WS-APR-ETAT
                               WHEN "0"
                                   DISPLAY "Version " WS-APR-VERSION
                                       " retablie."
                               WHEN "1"
                                   DISPLAY "Version inconnue."
                               WHEN OTHER
                                   DISPLAY "Retour impossible : copie "
                                       "absente ou alteree."
                           END-EVALUATE
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Numero invalide."
               END-IF
           ELSE
               DISPLAY "Action reservee aux superviseurs."
           END-IF.

       LISTER-VERSIONS-APPROUVEES.
           DISPLAY "--- Versions approuvees de "
               FUNCTION TRIM(WS-APR-NOM) " ---".
           MOVE "F" TO WS-APR-ACTION.
           CALL "APPROBATION-CIRCUIT" USING WS-APR-COMMANDE WS-APR-ZONE.
           IF WS-APR-ETAT NOT = "0"
               DISPLAY "Aucune version approuvee."
           END-IF.
           PERFORM UNTIL WS-APR-ETAT NOT = "0"
               DISPLAY "  Version " WS-APR-VERSION " du "
                   WS-APR-APP-DATE " par " WS-APR-APP-OPER
                   " (modif. " WS-APR-AUTEUR ") "
                   WS-APR-APP-ETAPES " etape(s)"
               MOVE "N" TO WS-APR-ACTION
               CALL "APPROBATION-CIRCUIT"
                   USING WS-APR-COMMANDE WS-APR-ZONE
           END-PERFORM.

       VALIDER-CIRCUIT.
           DISPLAY "Entrez le nom du fichier de circuit : ".
           ACCEPT WS-CIRCUIT-FILE-NAME.
           PERFORM CHOISIR-MODE-CIRCUIT.
           PERFORM VALIDER-CIRCUIT-FICHIER.
           PERFORM MAIN-MENU.

       CHOISIR-MODE-CIRCUIT.
           DISPLAY "1. Mode classique (qubits lus du fichier)".
           DISPLAY "2. Mode chaine (etat propage etape par etape)".
           ACCEPT WS-MODE-CHOIX.
           IF WS-MODE-CHOIX = "2"
               MOVE "E" TO WS-MODE-CIRCUIT
           ELSE
               MOVE "C" TO WS-MODE-CIRCUIT
           END-IF.

       CHOISIR-MODE-COMPARE.
           MOVE "N" TO WS-COMPARE-ACTIF.
           DISPLAY "Comparer aux resultats attendus ? (O/N) : ".
           ACCEPT WS-CMP-CHOIX.
           IF WS-CMP-CHOIX = "O"
               MOVE "Y" TO WS-COMPARE-ACTIF
               DISPLAY "Fichier des resultats attendus"
           MOVE "Y" TO WS-VALID-OK.
           MOVE ZERO TO WS-VALID-ERREURS.
           MOVE ZERO TO WS-STEP-NUM.
           MOVE ZERO TO WS-STEP-LIGNE.
           MOVE ZERO TO WS-STEP-INCLUS.
           MOVE "N" TO WS-INC-REFUS.
           PERFORM CHERCHER-RACINE-INCLUSION.
           MOVE "N" TO WS-CIRCUIT-EOF.
           OPEN INPUT CIRCUIT-FILE.
           IF WS-CIRCUIT-STATUS NOT = "00"
                       AT END
                           MOVE "Y" TO WS-CIRCUIT-EOF
                       NOT AT END
                           ADD 1 TO WS-STEP-LIGNE
                           PERFORM VALIDER-LIGNE-CIRCUIT
                   END-READ
               END-PERFORM
               CLOSE CIRCUIT-FILE
               END-IF
           END-IF.

       VALIDER-LIGNE-CIRCUIT.
           MOVE SPACES TO WS-INC-MOT.
           MOVE SPACES TO WS-INC-CIBLE.
           UNSTRING CIRCUIT-RECORD DELIMITED BY ALL SPACE
               INTO WS-INC-MOT WS-INC-CIBLE.
           MOVE ZERO TO WS-STEP-INCLUS.
           IF WS-INC-MOT = "INCLUDE"
               PERFORM DEVELOPPER-INCLUSION
               MOVE SPACES TO WS-VALID-LIGNE
               IF WS-INC-MOTIF = SPACES
                   STRING "Ligne " WS-STEP-LIGNE " : INCLUDE "
                       FUNCTION TRIM(WS-INC-PILE-NOM (1)) " -> "
                       WS-INC-MAX " etape(s)"
                       DELIMITED BY SIZE INTO WS-VALID-LIGNE
                   PERFORM ECRIRE-LIGNE-VALIDATION
                   PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                           UNTIL WS-INC-IDX > WS-INC-MAX
                       MOVE WS-INC-LIGNE (WS-INC-IDX) TO CIRCUIT-RECORD
                       MOVE WS-INC-CIRCUIT (WS-INC-IDX)
                           TO WS-STEP-CIRCUIT-INCLUS
                       MOVE WS-INC-IDX TO WS-STEP-INCLUS
                       ADD 1 TO WS-STEP-NUM
                       PERFORM VALIDER-ETAPE
                   END-PERFORM
                   MOVE ZERO TO WS-STEP-INCLUS
               ELSE
                   MOVE "N" TO WS-VALID-OK
                   ADD 1 TO WS-VALID-ERREURS
                   STRING "Ligne " WS-STEP-LIGNE " : ERREUR "
                       FUNCTION TRIM(WS-INC-MOTIF) " -> "
                       CIRCUIT-RECORD
                       DELIMITED BY SIZE INTO WS-VALID-LIGNE
                   IF MODE-INTERACTIF
                       DISPLAY FUNCTION TRIM(WS-VALID-LIGNE)
                   END-IF
                   PERFORM ECRIRE-LIGNE-VALIDATION
               END-IF
           ELSE
               ADD 1 TO WS-STEP-NUM
               PERFORM VALIDER-ETAPE
           END-IF.

       VALIDER-ETAPE.
           MOVE SPACES TO WS-GATE-CODE.
           MOVE SPACE TO WS-STEP-QUBIT-1.
           ELSE
               PERFORM VALIDER-ETAPE-CLASSIQUE
           END-IF.
           PERFORM PREPARER-ORIGINE-ETAPE.
           MOVE SPACES TO WS-VALID-LIGNE.
           IF WS-VALID-MOTIF = SPACES
               STRING FUNCTION TRIM(WS-STEP-LIBELLE) " : OK     "
                   CIRCUIT-RECORD INTO WS-VALID-LIGNE
           ELSE
               MOVE "N" TO WS-VALID-OK
               ADD 1 TO WS-VALID-ERREURS
               STRING FUNCTION TRIM(WS-STEP-LIBELLE) " : ERREUR "
                   FUNCTION TRIM(WS-VALID-MOTIF) " -> "
                   CIRCUIT-RECORD INTO WS-VALID-LIGNE
               IF MODE-INTERACTIF
                   MOVE "porte inconnue" TO WS-VALID-MOTIF
           END-EVALUATE.

      * Libelle d'une etape dans les rapports : "Etape nnnn", suivi de
      * la ligne du circuit parent et du rang dans l'inclusion quand
      * l'etape vient d'un INCLUDE ou suit une inclusion.
       PREPARER-ORIGINE-ETAPE.
           MOVE SPACES TO WS-STEP-ORIGINE.
           IF WS-STEP-INCLUS > ZERO
               STRING "ligne " WS-STEP-LIGNE " inclus " WS-STEP-INCLUS
                   " " FUNCTION TRIM(WS-STEP-CIRCUIT-INCLUS)
                   DELIMITED BY SIZE INTO WS-STEP-ORIGINE
           ELSE
               IF WS-STEP-LIGNE > ZERO
                   AND WS-STEP-LIGNE NOT = WS-STEP-NUM
                   STRING "ligne " WS-STEP-LIGNE
                       DELIMITED BY SIZE INTO WS-STEP-ORIGINE
               END-IF
           END-IF.
           MOVE SPACES TO WS-STEP-LIBELLE.
           IF WS-STEP-ORIGINE = SPACES
               STRING "Etape " WS-STEP-NUM
                   DELIMITED BY SIZE INTO WS-STEP-LIBELLE
           ELSE
               STRING "Etape " WS-STEP-NUM
                   " [" FUNCTION TRIM(WS-STEP-ORIGINE) "]"
                   DELIMITED BY SIZE INTO WS-STEP-LIBELLE
           END-IF.

      * Developpement d'une etape INCLUDE <nom> : les etapes du circuit
      * <nom> du catalogue sont chargees dans WS-INC-TABLE, inclusions
      * imbriquees comprises (8 niveaux). Un nom absent du catalogue,
      * une inclusion recursive ou, en batch, un circuit inclus non
      * approuve renseignent WS-INC-MOTIF.
       DEVELOPPER-INCLUSION.
           MOVE ZERO TO WS-INC-MAX.
           MOVE ZERO TO WS-INC-NIVEAU.
           MOVE SPACES TO WS-INC-MOTIF.
           MOVE SPACES TO WS-INC-NON-APPROUVE.
           MOVE SPACES TO WS-INC-PILE.
           IF WS-INC-CIBLE = SPACES
               MOVE "INCLUDE sans nom de circuit" TO WS-INC-MOTIF
           ELSE
               PERFORM EMPILER-INCLUSION
           END-IF.
           PERFORM UNTIL WS-INC-NIVEAU = ZERO
               PERFORM LIRE-LIGNE-INCLUSION
           END-PERFORM.
           IF WS-INC-MOTIF = SPACES AND WS-INC-NON-APPROUVE NOT = SPACES
               MOVE "Y" TO WS-INC-REFUS
               STRING "circuit inclus non approuve : "
                   FUNCTION TRIM(WS-INC-NON-APPROUVE)
                   DELIMITED BY SIZE INTO WS-INC-MOTIF
           END-IF.

       EMPILER-INCLUSION.
           PERFORM CHERCHER-CIRCUIT-INCLUS.
           EVALUATE TRUE
               WHEN WS-INC-TROUVE NOT = "Y"
                   STRING "circuit inclus inconnu : "
                       FUNCTION TRIM(WS-INC-CIBLE)
                       DELIMITED BY SIZE INTO WS-INC-MOTIF
               WHEN WS-INC-CIBLE = WS-INC-RACINE
               WHEN WS-INC-CHEMIN = WS-CIRCUIT-FILE-NAME
                   STRING "inclusion recursive : "
                       FUNCTION TRIM(WS-INC-CIBLE)
                       DELIMITED BY SIZE INTO WS-INC-MOTIF
               WHEN WS-INC-NIVEAU >= 8
                   STRING "inclusions trop imbriquees : "
                       FUNCTION TRIM(WS-INC-CIBLE)
                       DELIMITED BY SIZE INTO WS-INC-MOTIF
               WHEN OTHER
                   PERFORM VARYING WS-INC-NIV-IDX FROM 1 BY 1
                           UNTIL WS-INC-NIV-IDX > WS-INC-NIVEAU
                       IF WS-INC-PILE-NOM (WS-INC-NIV-IDX)
                               = WS-INC-CIBLE
                           OR WS-INC-PILE-PATH (WS-INC-NIV-IDX)
                               = WS-INC-CHEMIN
                           MOVE SPACES TO WS-INC-MOTIF
                           STRING "inclusion recursive : "
                               FUNCTION TRIM(WS-INC-CIBLE)
                               DELIMITED BY SIZE INTO WS-INC-MOTIF
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-INC-MOTIF = SPACES AND MODE-BATCH
               PERFORM CONTROLER-APPROBATION-INCLUS
           END-IF.
           IF WS-INC-MOTIF = SPACES
               IF WS-INC-OUVERT = "Y"
                   CLOSE INCLUDE-FILE
                   MOVE "N" TO WS-INC-OUVERT
               END-IF
               ADD 1 TO WS-INC-NIVEAU
               MOVE WS-INC-CIBLE TO WS-INC-PILE-NOM (WS-INC-NIVEAU)
               MOVE WS-INC-CHEMIN TO WS-INC-PILE-PATH (WS-INC-NIVEAU)
               MOVE ZERO TO WS-INC-PILE-POS (WS-INC-NIVEAU)
               PERFORM OUVRIR-INCLUSION
           ELSE
               PERFORM ABANDONNER-INCLUSION
           END-IF.

       OUVRIR-INCLUSION.
           MOVE WS-INC-PILE-PATH (WS-INC-NIVEAU) TO WS-INC-FILE-NAME.
           OPEN INPUT INCLUDE-FILE.
           IF WS-INC-STATUS = "00"
               MOVE "Y" TO WS-INC-OUVERT
           ELSE
               STRING "circuit inclus illisible : "
                   FUNCTION TRIM(WS-INC-PILE-NOM (WS-INC-NIVEAU))
                   DELIMITED BY SIZE INTO WS-INC-MOTIF
               PERFORM ABANDONNER-INCLUSION
           END-IF.

       LIRE-LIGNE-INCLUSION.
           READ INCLUDE-FILE
               AT END
                   PERFORM DEPILER-INCLUSION
               NOT AT END
                   ADD 1 TO WS-INC-PILE-POS (WS-INC-NIVEAU)
                   MOVE SPACES TO WS-INC-MOT
                   MOVE SPACES TO WS-INC-CIBLE
                   UNSTRING INCLUDE-RECORD DELIMITED BY ALL SPACE
                       INTO WS-INC-MOT WS-INC-CIBLE
                   IF WS-INC-MOT = "INCLUDE"
                       PERFORM EMPILER-INCLUSION
                   ELSE
                       IF WS-INC-MAX >= 500
                           MOVE "inclusion trop longue (500 etapes)"
                               TO WS-INC-MOTIF
                           PERFORM ABANDONNER-INCLUSION
                       ELSE
                           ADD 1 TO WS-INC-MAX
                           MOVE INCLUDE-RECORD
                               TO WS-INC-LIGNE (WS-INC-MAX)
                           MOVE WS-INC-PILE-NOM (WS-INC-NIVEAU)
                               TO WS-INC-CIRCUIT (WS-INC-MAX)
                       END-IF
                   END-IF
           END-READ.

      * Fin d'un circuit inclus : retour au circuit qui l'incluait,
      * rouvert et repositionne apres sa ligne INCLUDE.
       DEPILER-INCLUSION.
           CLOSE INCLUDE-FILE.
           MOVE "N" TO WS-INC-OUVERT.
           SUBTRACT 1 FROM WS-INC-NIVEAU.
           IF WS-INC-NIVEAU > ZERO
               PERFORM OUVRIR-INCLUSION
               IF WS-INC-OUVERT = "Y"
                   PERFORM VARYING WS-INC-SAUT FROM 1 BY 1
                           UNTIL WS-INC-SAUT >
                               WS-INC-PILE-POS (WS-INC-NIVEAU)
                       READ INCLUDE-FILE
                           AT END CONTINUE
                       END-READ
                   END-PERFORM
               END-IF
           END-IF.

       ABANDONNER-INCLUSION.
           IF WS-INC-OUVERT = "Y"
               CLOSE INCLUDE-FILE
               MOVE "N" TO WS-INC-OUVERT
           END-IF.
           MOVE ZERO TO WS-INC-NIVEAU.

       CHERCHER-CIRCUIT-INCLUS.
           MOVE "N" TO WS-INC-TROUVE.
           MOVE SPACES TO WS-INC-CHEMIN.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-NOM = WS-INC-CIBLE
                               MOVE "Y" TO WS-INC-TROUVE
                               MOVE CAT-PATH TO WS-INC-CHEMIN
                               MOVE "Y" TO WS-CATALOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      * Nom du circuit execute dans le catalogue, pour detecter un
      * circuit qui s'inclut lui-meme.
       CHERCHER-RACINE-INCLUSION.
           MOVE SPACES TO WS-INC-RACINE.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-PATH = WS-CIRCUIT-FILE-NAME
                               MOVE CAT-NOM TO WS-INC-RACINE
                               MOVE "Y" TO WS-CATALOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       CONTROLER-APPROBATION-INCLUS.
           MOVE WS-INC-CIBLE TO WS-APR-NOM.
           MOVE WS-INC-CHEMIN TO WS-APR-PATH.
           MOVE WS-OPERATEUR-ID TO WS-APR-OPER.
           MOVE "C" TO WS-APR-ACTION.
           CALL "APPROBATION-CIRCUIT" USING WS-APR-COMMANDE WS-APR-ZONE.
           IF WS-APR-ETAT NOT = "0"
               IF WS-INC-NON-APPROUVE = SPACES
                   MOVE WS-INC-CIBLE TO WS-INC-NON-APPROUVE
               END-IF
           END-IF.

       ECRIRE-LIGNE-VALIDATION.
           MOVE WS-VALID-LIGNE TO VALID-RECORD.
           WRITE VALID-RECORD.
               INTO WS-CHECKPOINT-FILE-NAME.
           MOVE "N" TO WS-CIRCUIT-EOF.
           MOVE ZERO TO WS-STEP-NUM.
           MOVE ZERO TO WS-STEP-LIGNE.
           MOVE ZERO TO WS-STEP-INCLUS.
           PERFORM CHERCHER-RACINE-INCLUSION.
           MOVE "Y" TO WS-CIRCUIT-RUN-OK.
           MOVE "0" TO WS-CHAINE-ETAT.
           MOVE SPACES TO WS-REJECT-FILE-NAME.
               ".rej" DELIMITED BY SIZE
               INTO WS-REJECT-FILE-NAME.
           MOVE ZERO TO WS-REJET-COMPTE.
           MOVE ZERO TO WS-SUSPENS-COMPTE.
           MOVE ZERO TO WS-CACHE-SUCCES.
           MOVE ZERO TO WS-CACHE-ECHECS.
           PERFORM REINITIALISER-REJETS.
           PERFORM CHARGER-CHECKPOINT.
           IF CIRCUIT-CHAINE AND WS-CHECKPOINT-RESUME > 0
                       WS-CHECKPOINT-RESUME " (checkpoint trouvÃ©)."
               END-IF
           END-IF.
           MOVE SPACES TO WS-CMP-VERDICT.
           IF MODE-BATCH
               MOVE "B" TO WS-ENTETE-ORIGINE
           ELSE
               MOVE "I" TO WS-ENTETE-ORIGINE
           END-IF.
           MOVE WS-CIRCUIT-FILE-NAME TO WS-ENTETE-CIRCUIT.
           PERFORM OUVRIR-ENTETE-EXECUTION.
           OPEN INPUT CIRCUIT-FILE.
           IF WS-CIRCUIT-STATUS NOT = "00"
               MOVE "N" TO WS-CIRCUIT-RUN-OK
                       AT END
                           MOVE "Y" TO WS-CIRCUIT-EOF
                       NOT AT END
                           ADD 1 TO WS-STEP-LIGNE
                           PERFORM EXECUTER-LIGNE-CIRCUIT
                   END-READ
               END-PERFORM
               CLOSE CIRCUIT-FILE
                           WS-REJECT-FILE-NAME
                   END-IF
               END-IF
               PERFORM SIGNALER-SUSPENS
               PERFORM SIGNALER-CACHE
               IF COMPARE-ACTIF
                   PERFORM COMPARER-RESULTATS
                   MOVE "N" TO WS-COMPARE-ACTIF
               END-IF
           END-IF.
           MOVE ZERO TO WS-ENTETE-RC.
           IF MODE-BATCH
               MOVE WS-BATCH-RC TO WS-ENTETE-RC
           END-IF.
           IF CIRCUIT-RUN-ECHEC
               MOVE 8 TO WS-ENTETE-RC
           ELSE
               IF WS-ENTETE-RC = ZERO AND WS-CMP-VERDICT NOT = SPACES
                   AND WS-CMP-VERDICT NOT = "PASS"
                   MOVE 4 TO WS-ENTETE-RC
               END-IF
               IF WS-ENTETE-RC = ZERO AND WS-SUSPENS-COMPTE > 0
                   MOVE 4 TO WS-ENTETE-RC
               END-IF
           END-IF.
           MOVE WS-CHECKPOINT-RESUME TO WS-ENTETE-REPRISE.
           IF WS-STEP-NUM > WS-CHECKPOINT-RESUME
               COMPUTE WS-ENTETE-ETAPES =
                   WS-STEP-NUM - WS-CHECKPOINT-RESUME
           ELSE
               MOVE ZERO TO WS-ENTETE-ETAPES
           END-IF.
           MOVE WS-REJET-COMPTE TO WS-ENTETE-REJETS.
           MOVE WS-CMP-VERDICT TO WS-ENTETE-VERDICT.
           PERFORM TERMINER-ENTETE-EXECUTION.

      * Une ligne INCLUDE est remplacee par les etapes du circuit
      * inclus ; elles sont numerotees a la suite (checkpoint, reprise,
      * comparaison) et gardent la ligne parent et leur rang inclus.
       EXECUTER-LIGNE-CIRCUIT.
           MOVE SPACES TO WS-INC-MOT.
           MOVE SPACES TO WS-INC-CIBLE.
           UNSTRING CIRCUIT-RECORD DELIMITED BY ALL SPACE
               INTO WS-INC-MOT WS-INC-CIBLE.
           MOVE ZERO TO WS-STEP-INCLUS.
           IF WS-INC-MOT = "INCLUDE"
               PERFORM DEVELOPPER-INCLUSION
               IF WS-INC-MOTIF = SPACES
                   PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                           UNTIL WS-INC-IDX > WS-INC-MAX
                       MOVE WS-INC-LIGNE (WS-INC-IDX) TO CIRCUIT-RECORD
                       MOVE WS-INC-CIRCUIT (WS-INC-IDX)
                           TO WS-STEP-CIRCUIT-INCLUS
                       MOVE WS-INC-IDX TO WS-STEP-INCLUS
                       PERFORM EXECUTER-ETAPE-FICHIER
                   END-PERFORM
                   MOVE ZERO TO WS-STEP-INCLUS
               ELSE
                   ADD 1 TO WS-STEP-NUM
                   IF WS-STEP-NUM > WS-CHECKPOINT-RESUME
                       PERFORM SIGNALER-INCLUSION-ECHEC
                   END-IF
               END-IF
           ELSE
               PERFORM EXECUTER-ETAPE-FICHIER
           END-IF.

       EXECUTER-ETAPE-FICHIER.
           ADD 1 TO WS-STEP-NUM.
           IF WS-STEP-NUM > WS-CHECKPOINT-RESUME
               MOVE "Y" TO WS-PLAUS-OK
               IF CIRCUIT-CHAINE
                   PERFORM TRAITER-ETAPE-CHAINE
               ELSE
                   PERFORM TRAITER-ETAPE-CIRCUIT
               END-IF
               IF SYSTEM-CALL-OK
                   PERFORM ENREGISTRER-CHECKPOINT
               ELSE
                   MOVE "N" TO WS-CIRCUIT-RUN-OK
                   PERFORM ECRIRE-REJET
               END-IF
               IF COMPARE-ACTIF
                   PERFORM NOTER-RESULTAT-COMPARE
               END-IF
           END-IF.

       SIGNALER-INCLUSION-ECHEC.
           MOVE "N" TO WS-SYSTEM-OK.
           MOVE "N" TO WS-CIRCUIT-RUN-OK.
           MOVE "INCLUS" TO WS-REJET-RAISON.
           IF MODE-BATCH
               MOVE SPACES TO WS-JOURNAL-LIGNE
               STRING "Ligne " WS-STEP-LIGNE " : "
                   FUNCTION TRIM(WS-INC-MOTIF)
                   DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
               PERFORM ECRIRE-JOURNAL
           ELSE
               DISPLAY "Ligne " WS-STEP-LIGNE " : "
                   FUNCTION TRIM(WS-INC-MOTIF)
           END-IF.
           PERFORM ECRIRE-REJET.
           IF COMPARE-ACTIF
               PERFORM NOTER-RESULTAT-COMPARE
           END-IF.

      * Une entete par execution de circuit (option 7, batch, reprise
      * J) dans circuit_runs.dat ; son identifiant est reporte sur
      * chaque fiche du maitre avec le numero d'etape.
       OUVRIR-ENTETE-EXECUTION.
           MOVE SPACES TO WS-RUN-CIRCUIT-ID.
           MOVE SPACES TO WS-ENTETE-RUN-CIRCUIT.
           MOVE WS-DATE-TRAITEMENT TO WS-ENTETE-DATE.
           PERFORM CHERCHER-CATALOGUE-EXECUTION.
           IF MODE-BATCH
               MOVE WS-PARAM-FILE-NAME TO WS-ENTETE-PARAM
           ELSE
               MOVE SPACES TO WS-ENTETE-PARAM
           END-IF.
           MOVE WS-OPERATEUR-ID TO WS-ENTETE-OPER.
           MOVE WS-MODE-CIRCUIT TO WS-ENTETE-MODE.
           ACCEPT WS-ENTETE-DEBUT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-HEURE FROM TIME.
           MOVE WS-RUN-HEURE (1:6) TO WS-ENTETE-DEBUT-HEURE.
           MOVE ZERO TO WS-ENTETE-FIN-DATE.
           MOVE ZERO TO WS-ENTETE-FIN-HEURE.
           MOVE ZERO TO WS-ENTETE-RC.
           MOVE ZERO TO WS-ENTETE-REPRISE.
           MOVE ZERO TO WS-ENTETE-ETAPES.
           MOVE ZERO TO WS-ENTETE-REJETS.
           MOVE SPACES TO WS-ENTETE-VERDICT.
           MOVE "W" TO WS-RUN-ACTION.
           MOVE SPACE TO WS-RUN-CRITERE.
           CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE.
           MOVE SPACES TO WS-JOURNAL-LIGNE.
           IF WS-RUN-ETAT = "0"
               MOVE WS-ENTETE-RUN-CIRCUIT TO WS-RUN-CIRCUIT-ID
               STRING "Execution de circuit : " WS-RUN-CIRCUIT-ID
                   DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
           ELSE
               MOVE "Avert. : fichier des executions inaccessible."
                   TO WS-JOURNAL-LIGNE
           END-IF.
           IF MODE-BATCH
               PERFORM ECRIRE-JOURNAL
           ELSE
               DISPLAY FUNCTION TRIM(WS-JOURNAL-LIGNE)
           END-IF.

       TERMINER-ENTETE-EXECUTION.
           IF WS-RUN-CIRCUIT-ID NOT = SPACES
               MOVE WS-RUN-CIRCUIT-ID TO WS-ENTETE-RUN-CIRCUIT
               ACCEPT WS-ENTETE-FIN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-RUN-HEURE FROM TIME
               MOVE WS-RUN-HEURE (1:6) TO WS-ENTETE-FIN-HEURE
               MOVE "M" TO WS-RUN-ACTION
               CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE
               IF WS-RUN-ETAT NOT = "0"
                   MOVE SPACES TO WS-JOURNAL-LIGNE
                   STRING "Avert. : fin d'execution non enregistree "
                       "pour " WS-RUN-CIRCUIT-ID
                       DELIMITED BY SIZE INTO WS-JOURNAL-LIGNE
                   IF MODE-BATCH
                       PERFORM ECRIRE-JOURNAL
                   ELSE
                       DISPLAY FUNCTION TRIM(WS-JOURNAL-LIGNE)
                   END-IF
               END-IF
               MOVE SPACES TO WS-RUN-CIRCUIT-ID
           END-IF.

       CHERCHER-CATALOGUE-EXECUTION.
           MOVE SPACES TO WS-ENTETE-CATALOGUE.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-PATH = WS-ENTETE-CIRCUIT
                               MOVE CAT-NOM TO WS-ENTETE-CATALOGUE
                               MOVE "Y" TO WS-CATALOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

       CHARGER-ACTUELS-COMPARE.
           MOVE ZERO TO WS-ACTUAL-MAX.
           MOVE SPACES TO WS-ACTUAL-ORIGINES.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CHECKPOINT-RESUME
                      OR WS-CMP-IDX > 2000
               MOVE SPACES TO WS-ACTUAL-ENTREE (WS-CMP-IDX)
               UNSTRING WS-CMP-TMP DELIMITED BY " Oper="
                   INTO WS-ACTUAL-ENTREE (WS-CMP-IDX)
               PERFORM RESTITUER-ORIGINE-COMPARE
           END-PERFORM.
           MOVE ZERO TO WS-STEP-NUM.
           MOVE ZERO TO WS-STEP-LIGNE.
           MOVE ZERO TO WS-STEP-INCLUS.
           IF WS-CHECKPOINT-RESUME > 2000
               MOVE 2000 TO WS-ACTUAL-MAX
           ELSE

       NOTER-RESULTAT-COMPARE.
           IF WS-STEP-NUM <= 2000
               PERFORM PREPARER-ORIGINE-ETAPE
               MOVE WS-STEP-ORIGINE TO WS-ACTUAL-ORIGINE (WS-STEP-NUM)
               IF SYSTEM-CALL-OK
                   MOVE FUNCTION TRIM(RESULT-LINE)
                       TO WS-ACTUAL-ENTREE (WS-STEP-NUM)
               MOVE WS-STEP-NUM TO WS-ACTUAL-MAX
           END-IF.

      * Origine d'une etape deja passee, relue sur son checkpoint
      * (Parent=pppp [Inclus=iiii/nom]).
       RESTITUER-ORIGINE-COMPARE.
           MOVE SPACES TO WS-CMP-SUITE.
           UNSTRING WS-CHECKPOINT-ENTREE (WS-CMP-IDX)
               DELIMITED BY " Parent="
               INTO WS-CMP-TMP WS-CMP-SUITE.
           IF WS-CMP-SUITE NOT = SPACES
               MOVE SPACES TO WS-CMP-PARENT
               MOVE SPACES TO WS-CMP-INCLUS
               UNSTRING WS-CMP-SUITE DELIMITED BY " Inclus="
                   INTO WS-CMP-PARENT WS-CMP-INCLUS
               MOVE WS-CMP-IDX TO WS-STEP-NUM
               MOVE WS-CMP-PARENT (1:4) TO WS-STEP-LIGNE
               MOVE ZERO TO WS-STEP-INCLUS
               MOVE SPACES TO WS-STEP-CIRCUIT-INCLUS
               IF WS-CMP-INCLUS NOT = SPACES
                   MOVE WS-CMP-INCLUS (1:4) TO WS-STEP-INCLUS
                   MOVE WS-CMP-INCLUS (6:20) TO WS-STEP-CIRCUIT-INCLUS
               END-IF
               PERFORM PREPARER-ORIGINE-ETAPE
               MOVE WS-STEP-ORIGINE TO WS-ACTUAL-ORIGINE (WS-CMP-IDX)
           END-IF.

       LIBELLER-ETAPE-COMPARE.
           MOVE SPACES TO WS-CMP-LIBELLE.
           IF WS-CMP-IDX > 2000
               OR WS-ACTUAL-ORIGINE (WS-CMP-IDX) = SPACES
               STRING "Etape " WS-CMP-IDX
                   DELIMITED BY SIZE INTO WS-CMP-LIBELLE
           ELSE
               STRING "Etape " WS-CMP-IDX " ["
                   FUNCTION TRIM(WS-ACTUAL-ORIGINE (WS-CMP-IDX)) "]"
                   DELIMITED BY SIZE INTO WS-CMP-LIBELLE
           END-IF.

       COMPARER-RESULTATS.
           MOVE SPACES TO WS-CMP-FILE-NAME.
           STRING WS-CIRCUIT-FILE-NAME DELIMITED BY SPACE
                   DISPLAY "Comparaison impossible : fichier attendu"
                   DISPLAY "illisible : " WS-ATTENDU-FILE-NAME
               END-IF
               MOVE "ERR" TO WS-CMP-VERDICT
           ELSE
               OPEN OUTPUT COMPARE-REPORT-FILE
               MOVE SPACES TO WS-CMP-LIGNE
               PERFORM UNTIL WS-CMP-IDX >= WS-ACTUAL-MAX
                   ADD 1 TO WS-CMP-IDX
                   ADD 1 TO WS-CMP-EN-TROP
                   PERFORM LIBELLER-ETAPE-COMPARE
                   MOVE SPACES TO WS-CMP-LIGNE
                   STRING FUNCTION TRIM(WS-CMP-LIBELLE)
                       " : EN-TROP obtenu="
                       FUNCTION TRIM(WS-ACTUAL-ENTREE (WS-CMP-IDX))
                       INTO WS-CMP-LIGNE
                   PERFORM ECRIRE-LIGNE-COMPARE
               IF WS-CMP-ECARTS = ZERO
                   AND WS-CMP-MANQUANTES = ZERO
                   AND WS-CMP-EN-TROP = ZERO
                   MOVE "PASS" TO WS-CMP-VERDICT
                   STRING "Verdict comparaison : PASS ("
                       WS-CMP-CONFORMES " etape(s) conforme(s))"
                       INTO WS-CMP-LIGNE
               ELSE
                   MOVE "FAIL" TO WS-CMP-VERDICT
                   STRING "Verdict comparaison : FAIL ("
                       WS-CMP-CONFORMES " conforme(s), "
                       WS-CMP-ECARTS " ecart(s), "
                   FUNCTION TRIM(EXPECTED-RECORD)
                   INTO WS-CMP-LIGNE
           ELSE
               PERFORM LIBELLER-ETAPE-COMPARE
               IF EXPECTED-RECORD = WS-ACTUAL-ENTREE (WS-CMP-IDX)
                   ADD 1 TO WS-CMP-CONFORMES
                   STRING FUNCTION TRIM(WS-CMP-LIBELLE) " : CONFORME "
                       FUNCTION TRIM(WS-ACTUAL-ENTREE (WS-CMP-IDX))
                       INTO WS-CMP-LIGNE
               ELSE
                   ADD 1 TO WS-CMP-ECARTS
                   STRING FUNCTION TRIM(WS-CMP-LIBELLE)
                       " : ECART attendu="
                       FUNCTION TRIM(EXPECTED-RECORD)
                       " obtenu="
                       FUNCTION TRIM(WS-ACTUAL-ENTREE (WS-CMP-IDX))
           STRING " Duree=" WS-DUREE-SECONDES "s"
               INTO CHECKPOINT-RECORD
               WITH POINTER WS-CHECKPOINT-PTR.
      * Un resultat mis en suspens reste marque : la reprise ne doit
      * pas en deriver l'etat de la chaine.
           IF NOT RESULTAT-PLAUSIBLE
               IF WS-CHECKPOINT-PTR > 241
                   MOVE " Suspens=O" TO CHECKPOINT-RECORD (241:10)
               ELSE
                   STRING " Suspens=O" DELIMITED BY SIZE
                       INTO CHECKPOINT-RECORD
                       WITH POINTER WS-CHECKPOINT-PTR
               END-IF
           END-IF.
           IF WS-STEP-INCLUS > ZERO
               STRING " Parent=" WS-STEP-LIGNE
                   " Inclus=" WS-STEP-INCLUS "/"
                   FUNCTION TRIM(WS-STEP-CIRCUIT-INCLUS)
                   DELIMITED BY SIZE INTO CHECKPOINT-RECORD
                   WITH POINTER WS-CHECKPOINT-PTR
           ELSE
               IF WS-STEP-LIGNE NOT = WS-STEP-NUM
                   STRING " Parent=" WS-STEP-LIGNE
                       DELIMITED BY SIZE INTO CHECKPOINT-RECORD
                       WITH POINTER WS-CHECKPOINT-PTR
               END-IF
           END-IF.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

           MOVE WS-STEP-NUM TO WS-REJET-ETAPE.
           MOVE WS-REJET-RAISON TO WS-REJET-MOTIF.
           MOVE CIRCUIT-RECORD TO WS-REJET-LIGNE.
           MOVE WS-STEP-LIGNE TO WS-REJET-PARENT.
           MOVE WS-STEP-INCLUS TO WS-REJET-INCLUS.
           OPEN EXTEND REJECT-FILE.
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
               ".rej" DELIMITED BY SIZE
               INTO WS-REJECT-FILE-NAME.
           MOVE ZERO TO WS-REJET-COMPTE.
           MOVE ZERO TO WS-SUSPENS-COMPTE.
           MOVE ZERO TO WS-REPRISE-OK.
           MOVE ZERO TO WS-CACHE-SUCCES.
           MOVE ZERO TO WS-CACHE-ECHECS.
           MOVE "N" TO WS-REPRISE-EOF.
           OPEN INPUT REPRISE-FILE.
           IF WS-REPRISE-STATUS NOT = "00"
               DISPLAY "Impossible d'ouvrir le fichier de rejets : "
                   WS-REPRISE-FILE-NAME
           ELSE
               MOVE "J" TO WS-ENTETE-ORIGINE
               MOVE WS-REPRISE-FILE-NAME TO WS-ENTETE-CIRCUIT
               PERFORM OUVRIR-ENTETE-EXECUTION
               PERFORM UNTIL WS-REPRISE-EOF = "Y"
                   READ REPRISE-FILE INTO WS-REPRISE-LIGNE
                       AT END
               IF WS-REJET-COMPTE > 0
                   DISPLAY "Nouveaux rejets -> " WS-REJECT-FILE-NAME
               END-IF
               PERFORM SIGNALER-SUSPENS
               PERFORM SIGNALER-CACHE
               IF WS-REJET-COMPTE > 0
                   MOVE 8 TO WS-ENTETE-RC
               ELSE
                   IF WS-SUSPENS-COMPTE > 0
                       MOVE 4 TO WS-ENTETE-RC
                   ELSE
                       MOVE ZERO TO WS-ENTETE-RC
                   END-IF
               END-IF
               MOVE ZERO TO WS-ENTETE-REPRISE
               COMPUTE WS-ENTETE-ETAPES =
                   WS-REPRISE-OK + WS-REJET-COMPTE
               MOVE WS-REJET-COMPTE TO WS-ENTETE-REJETS
               MOVE SPACES TO WS-ENTETE-VERDICT
               PERFORM TERMINER-ENTETE-EXECUTION
           END-IF.

       REPRENDRE-UNE-ETAPE.
           IF WS-REPRISE-LIGNE (1:6) = "ETAPE="
               MOVE WS-REPRISE-LIGNE (7:4) TO WS-STEP-NUM
               MOVE WS-REPRISE-LIGNE (34:30) TO CIRCUIT-RECORD
               MOVE WS-STEP-NUM TO WS-STEP-LIGNE
               MOVE ZERO TO WS-STEP-INCLUS
               MOVE SPACES TO WS-STEP-CIRCUIT-INCLUS
               IF WS-REPRISE-LIGNE (65:7) = "PARENT="
                   AND WS-REPRISE-LIGNE (72:4) IS NUMERIC
                   AND WS-REPRISE-LIGNE (77:4) IS NUMERIC
                   MOVE WS-REPRISE-LIGNE (72:4) TO WS-STEP-LIGNE
                   MOVE WS-REPRISE-LIGNE (77:4) TO WS-STEP-INCLUS
               END-IF
               MOVE SPACES TO WS-INC-MOT
               MOVE SPACES TO WS-INC-CIBLE
               UNSTRING CIRCUIT-RECORD DELIMITED BY ALL SPACE
                   INTO WS-INC-MOT WS-INC-CIBLE
               IF WS-INC-MOT = "INCLUDE"
                   PERFORM REPRENDRE-INCLUSION
               ELSE
                   PERFORM REPRENDRE-ETAPE-DEVELOPPEE
               END-IF
           END-IF.

      * Une ligne INCLUDE rejetee (circuit inclus absent au moment du
      * passage) est redeveloppee et ses etapes sont reprises sous le
      * meme numero d'etape, avec leur rang dans l'inclusion.
       REPRENDRE-INCLUSION.
           MOVE SPACES TO WS-INC-RACINE.
           PERFORM DEVELOPPER-INCLUSION.
           IF WS-INC-MOTIF = SPACES
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                       UNTIL WS-INC-IDX > WS-INC-MAX
                   MOVE WS-INC-LIGNE (WS-INC-IDX) TO CIRCUIT-RECORD
                   MOVE WS-INC-CIRCUIT (WS-INC-IDX)
                       TO WS-STEP-CIRCUIT-INCLUS
                   MOVE WS-INC-IDX TO WS-STEP-INCLUS
                   PERFORM REPRENDRE-ETAPE-DEVELOPPEE
               END-PERFORM
           ELSE
               DISPLAY "Ligne " WS-STEP-LIGNE " : "
                   FUNCTION TRIM(WS-INC-MOTIF)
               MOVE "INCLUS" TO WS-REJET-RAISON
               PERFORM ECRIRE-REJET
           END-IF.

       REPRENDRE-ETAPE-DEVELOPPEE.
           PERFORM TRAITER-ETAPE-CIRCUIT.
           IF SYSTEM-CALL-OK
               ADD 1 TO WS-REPRISE-OK
           ELSE
               PERFORM ECRIRE-REJET
           END-IF.

       TRAITER-ETAPE-CIRCUIT.
           MOVE "N" TO WS-SYSTEM-OK.
           MOVE "N" TO WS-REGISTRE-ACTIF.
           END-EVALUATE.

           DERIVER-ETAT-CHAINE.
           IF SYSTEM-CALL-OK AND RESULTAT-PLAUSIBLE
               MOVE ZERO TO WS-PIPE-COUNT
               INSPECT RESULT-LINE TALLYING WS-PIPE-COUNT
                   FOR ALL "|"
               END-IF
           END-IF.

      * Les etapes mises en suspens n'ont pas fait avancer la chaine :
      * l'etat repart du dernier checkpoint accepte.
           RESTAURER-ETAT-CHAINE.
           MOVE WS-CHECKPOINT-RESUME TO WS-CHECKPOINT-IDX.
           MOVE 1 TO WS-CHECKPOINT-SUSPENS.
           PERFORM UNTIL WS-CHECKPOINT-IDX = ZERO
                   OR WS-CHECKPOINT-SUSPENS = ZERO
               MOVE ZERO TO WS-CHECKPOINT-SUSPENS
               INSPECT WS-CHECKPOINT-ENTREE (WS-CHECKPOINT-IDX)
                   TALLYING WS-CHECKPOINT-SUSPENS FOR ALL " Suspens=O"
               IF WS-CHECKPOINT-SUSPENS > ZERO
                   SUBTRACT 1 FROM WS-CHECKPOINT-IDX
               END-IF
           END-PERFORM.
           IF WS-CHECKPOINT-IDX > ZERO
               MOVE WS-CHECKPOINT-ENTREE (WS-CHECKPOINT-IDX) (22:179)
                   TO RESULT-LINE
               MOVE "Y" TO WS-SYSTEM-OK
               MOVE "Y" TO WS-PLAUS-OK
               PERFORM DERIVER-ETAT-CHAINE
           END-IF.

           SIGNALER-ETAPE-INVALIDE.
           MOVE "QUBIT" TO WS-REJET-RAISON.
               END-IF
               CLOSE RESULT-TEXT-FILE
               IF SYSTEM-CALL-OK
                   PERFORM CONTROLER-PLAUSIBILITE
                   IF MODE-BATCH
                       PERFORM JOURNALISER-RAPPORT
                   ELSE
                       PERFORM AFFICHER-RAPPORT
                       IF RESULTAT-DU-CACHE
                           DISPLAY "  (resultat lu dans le cache, "
                               "python3 non relance)"
                       END-IF
                   END-IF
                   IF RESULTAT-PLAUSIBLE
                       PERFORM ENREGISTRER-AUDIT
                       PERFORM ENREGISTRER-MASTER
                       IF NOT RESULTAT-DU-CACHE
                           PERFORM ALIMENTER-CACHE
                       END-IF
                   ELSE
                       PERFORM METTRE-EN-SUSPENS
                   END-IF
               END-IF
           END-IF.

           DISPLAY "==============================================".
           DISPLAY " ".

      * Un resultat non plausible n'est pas journalise comme resultat :
      * la ligne porte Suspens= et le motif, la duree reste imputee.
           JOURNALISER-RAPPORT.
           MOVE SPACES TO WS-JOURNAL-ISSUE.
           IF RESULTAT-PLAUSIBLE
               STRING " Resultat=" FUNCTION TRIM(RESULT-LINE)
                   DELIMITED BY SIZE INTO WS-JOURNAL-ISSUE
           ELSE
               STRING " Suspens=" FUNCTION TRIM(WS-PLAUS-MOTIF)
                   DELIMITED BY SIZE INTO WS-JOURNAL-ISSUE
           END-IF.
           MOVE SPACES TO WS-JOURNAL-LIGNE.
           IF REGISTRE-ACTIF
               STRING "Etape " WS-STEP-NUM " Operation="
                   WS-OPERATION-NOM " Qubits="
                   FUNCTION TRIM(WS-REGISTRE-QUBITS-TXT)
                   FUNCTION TRIM(WS-JOURNAL-ISSUE TRAILING)
                   " Duree=" WS-DUREE-SECONDES "s"
                   INTO WS-JOURNAL-LIGNE
           ELSE
               STRING "Etape " WS-STEP-NUM " Operation="
                   WS-OPERATION-NOM " Qubit1=" QUBIT-1
                   " Qubit2=" QUBIT-2
                   FUNCTION TRIM(WS-JOURNAL-ISSUE TRAILING)
                   " Duree=" WS-DUREE-SECONDES "s"
                   INTO WS-JOURNAL-LIGNE
           END-IF.
           PERFORM ECRIRE-JOURNAL.

           ENREGISTRER-AUDIT.
           PERFORM DETERMINER-DATE-POSTE.
           MOVE WS-DATE-POSTE TO WS-AUDIT-DATE.
           ACCEPT WS-AUDIT-HEURE FROM TIME.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING "audit_" WS-AUDIT-DATE ".log" INTO WS-AUDIT-FILE-NAME.
           MOVE SPACES TO WS-AUDIT-CACHE.
           IF RESULTAT-DU-CACHE
               MOVE " Cache=O" TO WS-AUDIT-CACHE
           END-IF.
           MOVE SPACES TO WS-AUDIT-EXEC.
           IF WS-RUN-CIRCUIT-ID NOT = SPACES
               STRING " Exec=" WS-RUN-CIRCUIT-ID
                   DELIMITED BY SIZE INTO WS-AUDIT-EXEC
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           IF REGISTRE-ACTIF
               STRING "Oper=" FUNCTION TRIM(WS-OPERATEUR-ID)
                       " Heure=" WS-AUDIT-HEURE (1:6)
                       FUNCTION TRIM(WS-AUDIT-REPORT TRAILING)
                       FUNCTION TRIM(WS-AUDIT-CACHE TRAILING)
                       FUNCTION TRIM(WS-AUDIT-EXEC TRAILING)
                       " Gate=" WS-OPERATION-NOM
                       " Qubits=" FUNCTION TRIM(WS-REGISTRE-QUBITS-TXT)
                       " Resultat=" RESULT-LINE
           ELSE
               STRING "Oper=" FUNCTION TRIM(WS-OPERATEUR-ID)
                       " Heure=" WS-AUDIT-HEURE (1:6)
                       FUNCTION TRIM(WS-AUDIT-REPORT TRAILING)
                       FUNCTION TRIM(WS-AUDIT-CACHE TRAILING)
                       FUNCTION TRIM(WS-AUDIT-EXEC TRAILING)
                       " Gate=" WS-OPERATION-NOM
                       " Qubit1=" QUBIT-1
                       " Qubit2=" QUBIT-2
           MOVE "W" TO WS-MASTER-ACTION.
           MOVE SPACE TO WS-MASTER-CRITERE.
           MOVE SPACES TO WS-FICHE-RUN-ID.
           MOVE WS-DATE-POSTE TO WS-FICHE-DATE.
           MOVE WS-OPERATION-NOM TO WS-FICHE-OPERATION.
           IF REGISTRE-ACTIF
               MOVE WS-REGISTRE-QUBITS-TXT TO WS-FICHE-QUBITS
               STRING QUBIT-1 " " QUBIT-2 INTO WS-FICHE-QUBITS
           END-IF.
           MOVE FUNCTION TRIM(RESULT-LINE) TO WS-FICHE-RESULTAT.
           MOVE WS-RUN-CIRCUIT-ID TO WS-FICHE-RUN-CIRCUIT.
           IF WS-RUN-CIRCUIT-ID = SPACES
               MOVE ZERO TO WS-FICHE-ETAPE
           ELSE
               MOVE WS-STEP-NUM TO WS-FICHE-ETAPE
           END-IF.
           CALL "RESULT-MASTER"
               USING WS-MASTER-COMMANDE WS-MASTER-FICHE.
           IF WS-MASTER-ETAT = "0"
           DISPLAY "1. Par run-id".
           DISPLAY "2. Par date (AAAAMMJJ)".
           DISPLAY "3. Par porte (nom d'operation)".
           DISPLAY "4. Par execution de circuit (entete et etapes)".
           ACCEPT WS-INQ-CHOIX.
           MOVE "F" TO WS-MASTER-ACTION.
           EVALUATE WS-INQ-CHOIX
                   MOVE "G" TO WS-MASTER-CRITERE
                   DISPLAY "Operation (ex. CNOT, Hadamard) : "
                   ACCEPT WS-FICHE-OPERATION
               WHEN "4"
                   PERFORM INTERROGER-EXECUTION
                   PERFORM MAIN-MENU
               WHEN OTHER
                   DISPLAY "Choix invalide."
                   PERFORM MAIN-MENU
           END-IF.
           PERFORM MAIN-MENU.

       INTERROGER-EXECUTION.
           DISPLAY "Identifiant d'execution (vide = liste par date) : ".
           MOVE SPACES TO WS-ENTETE-RUN-CIRCUIT.
           ACCEPT WS-ENTETE-RUN-CIRCUIT.
           IF WS-ENTETE-RUN-CIRCUIT = SPACES
               PERFORM LISTER-EXECUTIONS
               DISPLAY "Identifiant d'execution (vide = retour) : "
               ACCEPT WS-ENTETE-RUN-CIRCUIT
           END-IF.
           IF WS-ENTETE-RUN-CIRCUIT NOT = SPACES
               PERFORM AFFICHER-EXECUTION
           END-IF.

       LISTER-EXECUTIONS.
           DISPLAY "Date (AAAAMMJJ, vide = date de traitement) : ".
           MOVE ZERO TO WS-ENTETE-DATE.
           ACCEPT WS-ENTETE-DATE.
           IF WS-ENTETE-DATE = ZERO
               MOVE WS-DATE-TRAITEMENT TO WS-ENTETE-DATE
           END-IF.
           MOVE ZERO TO WS-RUN-COMPTE.
           MOVE "F" TO WS-RUN-ACTION.
           MOVE "D" TO WS-RUN-CRITERE.
           CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE.
           PERFORM UNTIL WS-RUN-ETAT NOT = "0"
               ADD 1 TO WS-RUN-COMPTE
               DISPLAY WS-ENTETE-RUN-CIRCUIT " "
                   WS-ENTETE-ORIGINE " " WS-ENTETE-CIRCUIT
                   " RC=" WS-ENTETE-RC
                   " Etapes=" WS-ENTETE-ETAPES
                   " Rejets=" WS-ENTETE-REJETS
                   " " WS-ENTETE-VERDICT
               MOVE "N" TO WS-RUN-ACTION
               CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE
           END-PERFORM.
           IF WS-RUN-ETAT = "9"
               DISPLAY "Fichier des executions inaccessible."
           END-IF.
           DISPLAY WS-RUN-COMPTE " execution(s) le " WS-ENTETE-DATE.

      * Vue auditeur : l'entete de l'execution puis chaque fiche du
      * maitre qui la reference, dans l'ordre des etapes. Le maitre
      * rend les fiches dans l'ordre des run-id, qui n'est pas celui
      * des etapes (fiche liberee plus tard de la file des suspens) :
      * elles sont classees sur l'etape puis le run-id.
       AFFICHER-EXECUTION.
           MOVE "F" TO WS-RUN-ACTION.
           MOVE "I" TO WS-RUN-CRITERE.
           CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE.
           EVALUATE WS-RUN-ETAT
               WHEN "0"
                   PERFORM AFFICHER-ENTETE-EXECUTION
                   PERFORM AFFICHER-ETAPES-EXECUTION
               WHEN "1"
                   DISPLAY "Execution inconnue : " WS-ENTETE-RUN-CIRCUIT
               WHEN OTHER
                   DISPLAY "Fichier des executions inaccessible."
           END-EVALUATE.

       AFFICHER-ENTETE-EXECUTION.
           EVALUATE WS-ENTETE-ORIGINE
               WHEN "I"
                   MOVE "Interactif (option 7)" TO WS-RUN-LIBELLE
               WHEN "B"
                   MOVE "Batch" TO WS-RUN-LIBELLE
               WHEN "J"
                   MOVE "Reprise des rejets (J)" TO WS-RUN-LIBELLE
               WHEN OTHER
                   MOVE WS-ENTETE-ORIGINE TO WS-RUN-LIBELLE
           END-EVALUATE.
           DISPLAY " ".
           DISPLAY "=== Execution " WS-ENTETE-RUN-CIRCUIT
               " (journee " WS-ENTETE-DATE ") ===".
           DISPLAY "  Circuit     : " WS-ENTETE-CIRCUIT.
           IF WS-ENTETE-CATALOGUE NOT = SPACES
               DISPLAY "  Catalogue   : " WS-ENTETE-CATALOGUE
           END-IF.
           DISPLAY "  Origine     : " WS-RUN-LIBELLE
               "  Mode " WS-ENTETE-MODE.
           IF WS-ENTETE-PARAM NOT = SPACES
               DISPLAY "  Parametres  : " WS-ENTETE-PARAM
           END-IF.
           DISPLAY "  Operateur   : " WS-ENTETE-OPER.
           DISPLAY "  Debut       : " WS-ENTETE-DEBUT-DATE " "
               WS-ENTETE-DEBUT-HEURE.
           IF WS-ENTETE-STATUT = "T"
               DISPLAY "  Fin         : " WS-ENTETE-FIN-DATE " "
                   WS-ENTETE-FIN-HEURE
               DISPLAY "  Code retour : " WS-ENTETE-RC
           ELSE
               DISPLAY "  Fin         : non enregistree "
                   "(execution interrompue)"
           END-IF.
           DISPLAY "  Etapes      : " WS-ENTETE-ETAPES
               "  (reprise apres l'etape " WS-ENTETE-REPRISE ")".
           DISPLAY "  Rejets      : " WS-ENTETE-REJETS.
           IF WS-ENTETE-VERDICT = SPACES
               DISPLAY "  Comparaison : aucune"
           ELSE
               DISPLAY "  Comparaison : " WS-ENTETE-VERDICT
           END-IF.

       AFFICHER-ETAPES-EXECUTION.
           MOVE ZERO TO WS-INQ-COMPTE.
           MOVE ZERO TO WS-ETP-MAX.
           MOVE ZERO TO WS-ETP-ECARTES.
           MOVE "F" TO WS-MASTER-ACTION.
           MOVE "C" TO WS-MASTER-CRITERE.
           MOVE WS-ENTETE-RUN-CIRCUIT TO WS-FICHE-RUN-CIRCUIT.
           CALL "RESULT-MASTER"
               USING WS-MASTER-COMMANDE WS-MASTER-FICHE.
           PERFORM UNTIL WS-MASTER-ETAT NOT = "0"
               ADD 1 TO WS-INQ-COMPTE
               PERFORM CLASSER-ETAPE-EXECUTION
               MOVE "N" TO WS-MASTER-ACTION
               CALL "RESULT-MASTER"
                   USING WS-MASTER-COMMANDE WS-MASTER-FICHE
           END-PERFORM.
           IF WS-MASTER-ETAT = "9"
               DISPLAY "Fichier maitre des resultats inaccessible."
           END-IF.
           IF WS-INQ-COMPTE = ZERO
               MOVE WS-ENTETE-RUN-CIRCUIT TO WS-FICHE-RUN-CIRCUIT
               PERFORM CHERCHER-ARCHIVE-MAITRE
           END-IF.
           PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
                   UNTIL WS-ETP-IDX > WS-ETP-MAX
               MOVE WS-ETP-FICHE (WS-ETP-IDX) TO WS-MASTER-FICHE
               PERFORM AFFICHER-FICHE-MASTER
           END-PERFORM.
           IF WS-ETP-ECARTES > ZERO
               DISPLAY "Avert. : " WS-ETP-ECARTES " fiche(s) au-dela "
                   "de 2000 non affichee(s)."
           END-IF.
           DISPLAY WS-INQ-COMPTE " etape(s) historisee(s) pour "
               "l'execution " WS-ENTETE-RUN-CIRCUIT.

       CLASSER-ETAPE-EXECUTION.
           IF WS-ETP-MAX = 2000
               ADD 1 TO WS-ETP-ECARTES
           ELSE
               MOVE WS-FICHE-ETAPE TO WS-ETP-NOUV-ETAPE
               MOVE WS-FICHE-RUN-ID TO WS-ETP-NOUV-RUN-ID
               MOVE ZERO TO WS-ETP-POS
               PERFORM VARYING WS-ETP-IDX FROM 1 BY 1
                       UNTIL WS-ETP-IDX > WS-ETP-MAX
                          OR WS-ETP-POS > 0
                   IF WS-ETP-CLE (WS-ETP-IDX) > WS-ETP-NOUV-CLE
                       MOVE WS-ETP-IDX TO WS-ETP-POS
                   END-IF
               END-PERFORM
               IF WS-ETP-POS = 0
                   COMPUTE WS-ETP-POS = WS-ETP-MAX + 1
               ELSE
                   PERFORM VARYING WS-ETP-IDX FROM WS-ETP-MAX BY -1
                           UNTIL WS-ETP-IDX < WS-ETP-POS
                       MOVE WS-ETP-ENTREE (WS-ETP-IDX)
                           TO WS-ETP-ENTREE (WS-ETP-IDX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-ETP-MAX
               MOVE WS-ETP-NOUV-CLE TO WS-ETP-CLE (WS-ETP-POS)
               MOVE WS-MASTER-FICHE TO WS-ETP-FICHE (WS-ETP-POS)
           END-IF.

           CHERCHER-ARCHIVE-MAITRE.
           MOVE WS-FICHE-RUN-ID TO WS-ARCH-RUNID-CIBLE.
           MOVE WS-FICHE-DATE TO WS-ARCH-DATE-CIBLE.
           MOVE WS-FICHE-RUN-CIRCUIT TO WS-ARCH-EXEC-CIBLE.
           MOVE SPACES TO WS-ARCH-FILE-NAME.
           EVALUATE WS-MASTER-CRITERE
               WHEN "I"
                   STRING "masterext_" WS-ARCH-RUNID-CIBLE (1:4) ".dat"
                       INTO WS-ARCH-FILE-NAME
               WHEN "C"
                   STRING "masterext_" WS-ARCH-EXEC-CIBLE (1:4) ".dat"
                       INTO WS-ARCH-FILE-NAME
               WHEN OTHER
                   STRING "masterext_" WS-ARCH-DATE-CIBLE (1:4) ".dat"
                       INTO WS-ARCH-FILE-NAME
           END-EVALUATE.
           MOVE "N" TO WS-ARCH-EOF.
           OPEN INPUT MASTER-ARCH-FILE.
           IF WS-ARCH-STATUS = "00"

           FILTRER-FICHE-ARCHIVE.
           MOVE "N" TO WS-ARCH-AFFICHER.
           EVALUATE WS-MASTER-CRITERE
               WHEN "I"
                   IF AR-RUN-ID = WS-ARCH-RUNID-CIBLE
                       MOVE "Y" TO WS-ARCH-AFFICHER
                       MOVE "Y" TO WS-ARCH-EOF
                   END-IF
               WHEN "C"
                   IF AR-RUN-CIRCUIT = WS-ARCH-EXEC-CIBLE
                       MOVE "Y" TO WS-ARCH-AFFICHER
                   END-IF
               WHEN OTHER
                   IF AR-DATE = WS-ARCH-DATE-CIBLE
                       MOVE "Y" TO WS-ARCH-AFFICHER
                   END-IF
           END-EVALUATE.
           IF WS-ARCH-AFFICHER = "Y"
               ADD 1 TO WS-INQ-COMPTE
               MOVE AR-RUN-ID TO WS-FICHE-RUN-ID
               MOVE AR-OPERATION TO WS-FICHE-OPERATION
               MOVE AR-QUBITS TO WS-FICHE-QUBITS
               MOVE AR-RESULTAT TO WS-FICHE-RESULTAT
               MOVE AR-RUN-CIRCUIT TO WS-FICHE-RUN-CIRCUIT
               IF AR-ETAPE IS NUMERIC
                   MOVE AR-ETAPE TO WS-FICHE-ETAPE
               ELSE
                   MOVE ZERO TO WS-FICHE-ETAPE
               END-IF
               IF WS-MASTER-CRITERE = "C"
                   PERFORM CLASSER-ETAPE-EXECUTION
               ELSE
                   PERFORM AFFICHER-FICHE-MASTER
               END-IF
           END-IF.

           AFFICHER-FICHE-MASTER.
           DISPLAY " ".
           DISPLAY "  Run-id    : " WS-FICHE-RUN-ID
               "  (date " WS-FICHE-DATE ")".
           IF WS-FICHE-RUN-CIRCUIT NOT = SPACES
               DISPLAY "  Execution : " WS-FICHE-RUN-CIRCUIT
                   "  etape " WS-FICHE-ETAPE
           END-IF.
           PERFORM AFFICHER-RAPPORT.

           AFFICHER-LOGO.
