       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCUEIL-DEMANDES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMANDE-FILE ASSIGN TO DYNAMIC WS-DEMANDE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DEMANDE-STATUS.
           SELECT RELIQUAT-FILE ASSIGN TO DYNAMIC WS-FILE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RELIQUAT-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT HISTO-FILE ASSIGN TO DYNAMIC WS-HISTO-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTO-STATUS.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT REPONSE-FILE ASSIGN TO DYNAMIC WS-REPONSE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPONSE-STATUS.
           SELECT RC-FILE ASSIGN TO DYNAMIC WS-RC-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RC-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEMANDE-FILE.
       01 DEMANDE-RECORD PIC X(80).

      * Demandes au-dela de la capacite d'un passage : reecrites
      * dans une file neuve pour le passage suivant.
       FD RELIQUAT-FILE.
       01 RELIQUAT-RECORD PIC X(80).

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD PIC X(80).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-NOM PIC X(20).
           05 CAT-PATH PIC X(30).
           05 CAT-OWNER PIC X(10).
           05 CAT-DESC PIC X(40).
           05 CAT-DERNIERE PIC 9(8).
           05 CAT-COMPTE PIC 9(4).

      * Historique des demandes recues : un identifiant deja accepte
      * n'est jamais relance.
       FD HISTO-FILE.
       01 HISTO-RECORD.
           05 HIS-ID PIC X(12).
           05 HIS-DATE PIC 9(8).
           05 HIS-HEURE PIC 9(6).
           05 HIS-STATUT PIC X(8).
           05 HIS-DEMANDEUR PIC X(10).
           05 HIS-CIRCUIT PIC X(30).

       FD PARAM-FILE.
       01 PARAM-RECORD PIC X(80).

       FD REPONSE-FILE.
       01 REPONSE-RECORD PIC X(120).

       FD RC-FILE.
       01 RC-RECORD PIC X(10).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-DEMANDE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-DEMANDE-STATUS PIC XX VALUE SPACES.
       01 WS-DEMANDE-EOF PIC X VALUE "N".
       01 WS-FILE-FILE-NAME PIC X(40) VALUE "request_queue.dat".
       01 WS-FILE-LUE-NAME PIC X(40) VALUE SPACES.
       01 WS-RELIQUAT-STATUS PIC XX VALUE SPACES.
       01 WS-RELIQUAT-OUVERT PIC X VALUE "N".
       01 WS-DEPOT-REPERTOIRE PIC X(20) VALUE "demandes".
      * Une demande : identifiant, demandeur, nom au catalogue ou
      * chemin du circuit, mode CLASSIQUE/CHAINE, nombre de mesures,
      * priorite (1 la plus urgente, 9 la moins urgente).
       01 WS-DEMANDE-LIGNE.
           05 WS-DEM-ID PIC X(12).
           05 WS-DEM-DEMANDEUR PIC X(10).
           05 WS-DEM-CIRCUIT PIC X(30).
           05 WS-DEM-MODE PIC X(9).
           05 WS-DEM-MESURES PIC X(4).
           05 WS-DEM-PRIORITE PIC X.
           05 FILLER PIC X(14).
       01 WS-WORK-FILE-NAME PIC X(40) VALUE "acc_depot.lst".
       01 WS-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-WORK-LIGNE PIC X(80) VALUE SPACES.
       01 WS-CATALOG-FILE-NAME PIC X(40) VALUE "circuit_catalog.dat".
       01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOG-EOF PIC X VALUE "N".
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTREE OCCURS 50 TIMES.
               10 WS-CAT-NOM PIC X(20).
               10 WS-CAT-PATH PIC X(30).
       01 WS-CAT-MAX PIC 99 VALUE ZERO.
       01 WS-CAT-IDX PIC 99 VALUE ZERO.
       01 WS-HISTO-FILE-NAME PIC X(40) VALUE "demandes_historique.dat".
       01 WS-HISTO-STATUS PIC XX VALUE SPACES.
       01 WS-HISTO-EOF PIC X VALUE "N".
       01 WS-HISTO-TROUVE PIC X VALUE "N".
       01 WS-PARAM-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-PARAM-STATUS PIC XX VALUE SPACES.
       01 WS-REPONSE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPONSE-STATUS PIC XX VALUE SPACES.
       01 WS-REPONSE-LIGNE PIC X(120) VALUE SPACES.
       01 WS-RC-FILE-NAME PIC X(40) VALUE "acc_rc.tmp".
       01 WS-RC-STATUS PIC XX VALUE SPACES.
       01 WS-RC-TEXTE PIC X(10) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-LIGNE PIC X(200) VALUE SPACES.
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-ARGUMENTS PIC X(40) VALUE SPACES.
       01 WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-HEURE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-ACCUEIL-RC PIC 9(4) VALUE ZERO.
       01 WS-SOURCE-COURANTE PIC X(60) VALUE SPACES.
       01 WS-DMD-TABLE.
           05 WS-DMD-ENTREE OCCURS 100 TIMES.
               10 WS-DMD-ID PIC X(12).
               10 WS-DMD-DEMANDEUR PIC X(10).
               10 WS-DMD-CIRCUIT PIC X(30).
               10 WS-DMD-MODE PIC X(9).
               10 WS-DMD-MESURES PIC X(4).
               10 WS-DMD-PRIORITE PIC 9.
               10 WS-DMD-SOURCE PIC X(60).
       01 WS-DMD-MAX PIC 999 VALUE ZERO.
       01 WS-DMD-IDX PIC 999 VALUE ZERO.
       01 WS-DMD-POS PIC 999 VALUE ZERO.
       01 WS-DMD-ECARTES PIC 9(4) VALUE ZERO.
       01 WS-DEPOT-ECARTES PIC 9(4) VALUE ZERO.
       01 WS-NOUV-PRIORITE PIC 9 VALUE ZERO.
      * Demande en cours de traitement.
       01 WS-COUR-ID PIC X(12) VALUE SPACES.
       01 WS-COUR-DEMANDEUR PIC X(10) VALUE SPACES.
       01 WS-COUR-CIRCUIT PIC X(30) VALUE SPACES.
       01 WS-COUR-CHEMIN PIC X(30) VALUE SPACES.
       01 WS-COUR-MODE PIC X(9) VALUE SPACES.
       01 WS-COUR-MESURES PIC 9(4) VALUE ZERO.
       01 WS-COUR-STATUT PIC X(8) VALUE SPACES.
       01 WS-COUR-MOTIF PIC X(60) VALUE SPACES.
       01 WS-COUR-RC PIC 9(4) VALUE ZERO.
       01 WS-COUR-REJETS PIC 9(4) VALUE ZERO.
       01 WS-COUR-VERDICT PIC X(4) VALUE SPACES.
       01 WS-COUR-EXECUTION PIC X(16) VALUE SPACES.
       01 WS-COUR-DEBUT-DATE PIC 9(8) VALUE ZERO.
       01 WS-COUR-DEBUT-HEURE PIC 9(6) VALUE ZERO.
       01 WS-COUR-FICHES PIC 9(4) VALUE ZERO.
       01 WS-ID-IDX PIC 99 VALUE ZERO.
       01 WS-ID-CAR PIC X VALUE SPACE.
       01 WS-ID-PREMIER PIC X(12) VALUE SPACES.
       01 WS-ID-RESTE PIC X(12) VALUE SPACES.
       01 WS-JOB-RC PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-LUES PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-ACCEPTEES PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-REFUSEES PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-DOUBLONS PIC 9(4) VALUE ZERO.
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
           05 WS-MASTER-ETAT PIC X VALUE SPACE.
       01 WS-MASTER-FICHE.
           05 WS-FICHE-RUN-ID PIC X(16) VALUE SPACES.
           05 WS-FICHE-DATE PIC 9(8) VALUE ZERO.
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

       PROCEDURE DIVISION.
       MAIN-ACCUEIL.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           IF WS-ARGUMENTS NOT = SPACES
               UNSTRING WS-ARGUMENTS DELIMITED BY ALL SPACE
                   INTO WS-FILE-FILE-NAME
           END-IF.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "accueil_" WS-DATE-JOUR ".rpt"
               INTO WS-REPORT-FILE-NAME.
           OPEN EXTEND REPORT-FILE.
           IF WS-REPORT-STATUS = "35"
               OPEN OUTPUT REPORT-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Accueil des demandes du " WS-DATE-JOUR " a "
               WS-HEURE-JOUR (1:6) " : file "
               FUNCTION TRIM(WS-FILE-FILE-NAME) ", depot "
               FUNCTION TRIM(WS-DEPOT-REPERTOIRE) "/"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM CHARGER-CATALOGUE.
           PERFORM LIRE-FILE-DEMANDES.
           PERFORM LIRE-DEPOT-DEMANDES.
           IF WS-RELIQUAT-OUVERT = "Y"
               CLOSE RELIQUAT-FILE
           END-IF.
           IF WS-DMD-ECARTES > 0
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Avert. : " WS-DMD-ECARTES " demande(s) au-dela "
                   "de 100 reecrite(s) dans "
                   FUNCTION TRIM(WS-FILE-FILE-NAME)
                   " pour le prochain passage."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 4 TO WS-ACCUEIL-RC
           END-IF.
           IF WS-DEPOT-ECARTES > 0
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Avert. : " WS-DEPOT-ECARTES
                   " fichier(s) laisse(s) dans "
                   FUNCTION TRIM(WS-DEPOT-REPERTOIRE)
                   "/ pour le prochain passage."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 4 TO WS-ACCUEIL-RC
           END-IF.
           PERFORM VARYING WS-DMD-IDX FROM 1 BY 1
                   UNTIL WS-DMD-IDX > WS-DMD-MAX
               PERFORM TRAITER-DEMANDE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Total : " WS-COMPTE-LUES " demande(s), "
               WS-COMPTE-ACCEPTEES " acceptee(s), "
               WS-COMPTE-REFUSEES " refusee(s) dont "
               WS-COMPTE-DOUBLONS " doublon(s)"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Code retour de l'accueil : " WS-ACCUEIL-RC
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           CLOSE REPORT-FILE.
           MOVE "rm -f acc_rc.tmp" TO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           DISPLAY "Rapport d'accueil : " WS-REPORT-FILE-NAME.
           MOVE WS-ACCUEIL-RC TO RETURN-CODE.
           GOBACK.

       CHARGER-CATALOGUE.
           MOVE ZERO TO WS-CAT-MAX.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF WS-CAT-MAX < 50
                               ADD 1 TO WS-CAT-MAX
                               MOVE CAT-NOM TO WS-CAT-NOM (WS-CAT-MAX)
                               MOVE CAT-PATH
                                   TO WS-CAT-PATH (WS-CAT-MAX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      * La file est consommee : elle est renommee avant lecture pour
      * que les depots suivants et les demandes reportees repartent
      * d'un fichier vide.
       LIRE-FILE-DEMANDES.
           MOVE SPACES TO WS-FILE-LUE-NAME.
           STRING FUNCTION TRIM(WS-FILE-FILE-NAME) "."
               WS-DATE-JOUR WS-HEURE-JOUR (1:6) ".lu"
               DELIMITED BY SIZE INTO WS-FILE-LUE-NAME.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "[ ! -f " FUNCTION TRIM(WS-FILE-FILE-NAME) " ] || mv "
               FUNCTION TRIM(WS-FILE-FILE-NAME) " "
               FUNCTION TRIM(WS-FILE-LUE-NAME)
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE WS-FILE-LUE-NAME TO WS-DEMANDE-FILE-NAME.
           MOVE WS-FILE-FILE-NAME TO WS-SOURCE-COURANTE.
           PERFORM CHARGER-FICHIER-DEMANDES.

      * Repertoire de depot : un fichier *.dem par demande (ou
      * plusieurs lignes), deplace dans traitees/ apres lecture.
       LIRE-DEPOT-DEMANDES.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "find " FUNCTION TRIM(WS-DEPOT-REPERTOIRE)
               " -maxdepth 1 -name '*.dem' 2>/dev/null"
               " | sort > acc_depot.lst"
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT WORKLIST-FILE.
           IF WS-WORK-STATUS = "00"
               PERFORM UNTIL WS-WORK-EOF = "Y"
                   READ WORKLIST-FILE INTO WS-WORK-LIGNE
                       AT END
                           MOVE "Y" TO WS-WORK-EOF
                       NOT AT END
                           IF WS-WORK-LIGNE NOT = SPACES
                               PERFORM LIRE-FICHIER-DEPOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.
           MOVE "rm -f acc_depot.lst" TO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.

      * Table pleine : le fichier n'est pas lu et reste dans le
      * depot pour le passage suivant.
       LIRE-FICHIER-DEPOT.
           IF WS-DMD-MAX = 100
               ADD 1 TO WS-DEPOT-ECARTES
           ELSE
               MOVE WS-WORK-LIGNE TO WS-DEMANDE-FILE-NAME
               MOVE WS-WORK-LIGNE TO WS-SOURCE-COURANTE
               PERFORM CHARGER-FICHIER-DEMANDES
               MOVE SPACES TO WS-CMD-LINE
               STRING "mkdir -p " FUNCTION TRIM(WS-DEPOT-REPERTOIRE)
                   "/traitees && mv " FUNCTION TRIM(WS-WORK-LIGNE) " "
                   FUNCTION TRIM(WS-DEPOT-REPERTOIRE) "/traitees/"
                   DELIMITED BY SIZE INTO WS-CMD-LINE
               CALL "SYSTEM" USING WS-CMD-LINE
           END-IF.

       CHARGER-FICHIER-DEMANDES.
           MOVE "N" TO WS-DEMANDE-EOF.
           OPEN INPUT DEMANDE-FILE.
           IF WS-DEMANDE-STATUS = "00"
               PERFORM UNTIL WS-DEMANDE-EOF = "Y"
                   READ DEMANDE-FILE INTO WS-DEMANDE-LIGNE
                       AT END
                           MOVE "Y" TO WS-DEMANDE-EOF
                       NOT AT END
                           IF WS-DEMANDE-LIGNE NOT = SPACES
                               PERFORM CLASSER-DEMANDE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMANDE-FILE
           END-IF.

      * Les demandes sont rangees par priorite puis par ordre
      * d'arrivee ; une priorite absente ou invalide vaut 5.
       CLASSER-DEMANDE.
           ADD 1 TO WS-COMPTE-LUES.
           IF WS-DMD-MAX = 100
               ADD 1 TO WS-DMD-ECARTES
               PERFORM REPORTER-DEMANDE
           ELSE
               IF WS-DEM-PRIORITE IS NUMERIC
                       AND WS-DEM-PRIORITE NOT = "0"
                   MOVE WS-DEM-PRIORITE TO WS-NOUV-PRIORITE
               ELSE
                   MOVE 5 TO WS-NOUV-PRIORITE
               END-IF
               MOVE ZERO TO WS-DMD-POS
               PERFORM VARYING WS-DMD-IDX FROM 1 BY 1
                       UNTIL WS-DMD-IDX > WS-DMD-MAX
                          OR WS-DMD-POS > 0
                   IF WS-DMD-PRIORITE (WS-DMD-IDX) > WS-NOUV-PRIORITE
                       MOVE WS-DMD-IDX TO WS-DMD-POS
                   END-IF
               END-PERFORM
               IF WS-DMD-POS = 0
                   COMPUTE WS-DMD-POS = WS-DMD-MAX + 1
               ELSE
                   PERFORM VARYING WS-DMD-IDX FROM WS-DMD-MAX BY -1
                           UNTIL WS-DMD-IDX < WS-DMD-POS
                       MOVE WS-DMD-ENTREE (WS-DMD-IDX)
                           TO WS-DMD-ENTREE (WS-DMD-IDX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-DMD-MAX
               MOVE WS-DEM-ID TO WS-DMD-ID (WS-DMD-POS)
               MOVE WS-DEM-DEMANDEUR TO WS-DMD-DEMANDEUR (WS-DMD-POS)
               MOVE WS-DEM-CIRCUIT TO WS-DMD-CIRCUIT (WS-DMD-POS)
               MOVE WS-DEM-MODE TO WS-DMD-MODE (WS-DMD-POS)
               MOVE WS-DEM-MESURES TO WS-DMD-MESURES (WS-DMD-POS)
               MOVE WS-NOUV-PRIORITE TO WS-DMD-PRIORITE (WS-DMD-POS)
               MOVE WS-SOURCE-COURANTE TO WS-DMD-SOURCE (WS-DMD-POS)
           END-IF.

      * La demande non retenue est reecrite telle quelle dans la file
      * neuve ; elle n'a recu ni accuse ni reponse et sera classee au
      * passage suivant.
       REPORTER-DEMANDE.
           IF WS-RELIQUAT-OUVERT = "N"
               OPEN EXTEND RELIQUAT-FILE
               IF WS-RELIQUAT-STATUS = "35"
                   OPEN OUTPUT RELIQUAT-FILE
               END-IF
               MOVE "Y" TO WS-RELIQUAT-OUVERT
           END-IF.
           WRITE RELIQUAT-RECORD FROM WS-DEMANDE-LIGNE.

       TRAITER-DEMANDE.
           MOVE WS-DMD-ID (WS-DMD-IDX) TO WS-COUR-ID.
           MOVE WS-DMD-DEMANDEUR (WS-DMD-IDX) TO WS-COUR-DEMANDEUR.
           MOVE WS-DMD-CIRCUIT (WS-DMD-IDX) TO WS-COUR-CIRCUIT.
           MOVE WS-DMD-MODE (WS-DMD-IDX) TO WS-COUR-MODE.
           MOVE SPACES TO WS-COUR-CHEMIN.
           MOVE SPACES TO WS-COUR-STATUT.
           MOVE SPACES TO WS-COUR-MOTIF.
           MOVE ZERO TO WS-COUR-MESURES.
           MOVE ZERO TO WS-COUR-RC.
           MOVE ZERO TO WS-COUR-REJETS.
           MOVE SPACES TO WS-COUR-VERDICT.
           MOVE SPACES TO WS-COUR-EXECUTION.
           MOVE ZERO TO WS-COUR-FICHES.
           PERFORM CONTROLER-DEMANDE.
           IF WS-COUR-STATUT = "DOUBLON"
               PERFORM REFUSER-DOUBLON
           ELSE
               IF WS-COUR-MOTIF = SPACES
                   PERFORM PREVALIDER-DEMANDE
               END-IF
               IF WS-COUR-MOTIF NOT = SPACES
                   MOVE "REFUSE" TO WS-COUR-STATUT
                   ADD 1 TO WS-COMPTE-REFUSEES
                   IF WS-ACCUEIL-RC < 4
                       MOVE 4 TO WS-ACCUEIL-RC
                   END-IF
                   PERFORM ECRIRE-HISTORIQUE
                   PERFORM ECRIRE-ACCUSE
                   PERFORM ECRIRE-REPONSE
               ELSE
                   MOVE "ACCEPTE" TO WS-COUR-STATUT
                   ADD 1 TO WS-COMPTE-ACCEPTEES
                   PERFORM ECRIRE-HISTORIQUE
                   PERFORM ECRIRE-ACCUSE
                   PERFORM EXECUTER-DEMANDE
                   PERFORM ECRIRE-REPONSE
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING WS-COUR-STATUT " " WS-COUR-ID
               " Prio=" WS-DMD-PRIORITE (WS-DMD-IDX)
               " Demandeur=" WS-COUR-DEMANDEUR
               " Circuit=" FUNCTION TRIM(WS-COUR-CIRCUIT)
               " RC=" WS-COUR-RC
               " Rejets=" WS-COUR-REJETS
               " Execution=" WS-COUR-EXECUTION
               " Source=" FUNCTION TRIM(WS-DMD-SOURCE (WS-DMD-IDX))
               " " FUNCTION TRIM(WS-COUR-MOTIF)
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.

       CONTROLER-DEMANDE.
           IF WS-COUR-ID = SPACES
               MOVE "identifiant de demande absent" TO WS-COUR-MOTIF
           ELSE
               PERFORM VERIFIER-IDENTIFIANT
           END-IF.
           IF WS-COUR-MOTIF = SPACES
               PERFORM CHERCHER-HISTORIQUE
               IF WS-HISTO-TROUVE = "Y"
                   MOVE "DOUBLON" TO WS-COUR-STATUT
                   MOVE "identifiant deja accepte" TO WS-COUR-MOTIF
               END-IF
           END-IF.
           IF WS-COUR-MOTIF = SPACES
               EVALUATE WS-COUR-MODE
                   WHEN SPACES
                       MOVE "CLASSIQUE" TO WS-COUR-MODE
                   WHEN "CLASSIQUE"
                   WHEN "CHAINE"
                       CONTINUE
                   WHEN OTHER
                       MOVE "mode inconnu (CLASSIQUE ou CHAINE)"
                           TO WS-COUR-MOTIF
               END-EVALUATE
           END-IF.
           IF WS-COUR-MOTIF = SPACES
               IF WS-DMD-MESURES (WS-DMD-IDX) = SPACES
                   MOVE ZERO TO WS-COUR-MESURES
               ELSE
                   IF WS-DMD-MESURES (WS-DMD-IDX) IS NUMERIC
                       MOVE WS-DMD-MESURES (WS-DMD-IDX)
                           TO WS-COUR-MESURES
                   ELSE
                       MOVE "nombre de mesures invalide"
                           TO WS-COUR-MOTIF
                   END-IF
               END-IF
           END-IF.
           IF WS-COUR-MOTIF = SPACES
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-MAX
                   IF WS-CAT-NOM (WS-CAT-IDX) = WS-COUR-CIRCUIT
                           OR WS-CAT-PATH (WS-CAT-IDX)
                               = WS-COUR-CIRCUIT
                       MOVE WS-CAT-PATH (WS-CAT-IDX)
                           TO WS-COUR-CHEMIN
                   END-IF
               END-PERFORM
               IF WS-COUR-CHEMIN = SPACES
                   MOVE "circuit absent du catalogue" TO WS-COUR-MOTIF
               END-IF
           END-IF.

      * L'identifiant compose les noms des fichiers d'accuse, de
      * reponse et de parametres : lettres, chiffres, - et _ seulement.
       VERIFIER-IDENTIFIANT.
           PERFORM VARYING WS-ID-IDX FROM 1 BY 1
                   UNTIL WS-ID-IDX > 12
               MOVE WS-COUR-ID (WS-ID-IDX:1) TO WS-ID-CAR
               IF WS-ID-CAR NOT = SPACE
                       AND WS-ID-CAR NOT ALPHABETIC-UPPER
                       AND WS-ID-CAR NOT ALPHABETIC-LOWER
                       AND WS-ID-CAR NOT NUMERIC
                       AND WS-ID-CAR NOT = "-"
                       AND WS-ID-CAR NOT = "_"
                   MOVE "identifiant de demande invalide"
                       TO WS-COUR-MOTIF
               END-IF
           END-PERFORM.
           IF WS-COUR-MOTIF = SPACES
               MOVE SPACES TO WS-ID-PREMIER
               MOVE SPACES TO WS-ID-RESTE
               UNSTRING WS-COUR-ID DELIMITED BY ALL SPACE
                   INTO WS-ID-PREMIER WS-ID-RESTE
               IF WS-ID-RESTE NOT = SPACES
                   MOVE "identifiant de demande invalide"
                       TO WS-COUR-MOTIF
               END-IF
           END-IF.

       CHERCHER-HISTORIQUE.
           MOVE "N" TO WS-HISTO-TROUVE.
           MOVE "N" TO WS-HISTO-EOF.
           OPEN INPUT HISTO-FILE.
           IF WS-HISTO-STATUS = "00"
               PERFORM UNTIL WS-HISTO-EOF = "Y"
                   READ HISTO-FILE
                       AT END
                           MOVE "Y" TO WS-HISTO-EOF
                       NOT AT END
                           IF HIS-ID = WS-COUR-ID
                                   AND HIS-STATUT = "ACCEPTE"
                               MOVE "Y" TO WS-HISTO-TROUVE
                               MOVE "Y" TO WS-HISTO-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTO-FILE
           END-IF.

       ECRIRE-HISTORIQUE.
           OPEN EXTEND HISTO-FILE.
           IF WS-HISTO-STATUS = "35"
               OPEN OUTPUT HISTO-FILE
           END-IF.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE WS-COUR-ID TO HIS-ID.
           MOVE WS-DATE-JOUR TO HIS-DATE.
           MOVE WS-HEURE-JOUR (1:6) TO HIS-HEURE.
           MOVE WS-COUR-STATUT TO HIS-STATUT.
           MOVE WS-COUR-DEMANDEUR TO HIS-DEMANDEUR.
           MOVE WS-COUR-CIRCUIT TO HIS-CIRCUIT.
           WRITE HISTO-RECORD.
           CLOSE HISTO-FILE.

      * Un doublon ne touche ni l'accuse ni la reponse de la demande
      * d'origine : son refus est ecrit dans dem_<id>.dbl.
       REFUSER-DOUBLON.
           ADD 1 TO WS-COMPTE-REFUSEES.
           ADD 1 TO WS-COMPTE-DOUBLONS.
           IF WS-ACCUEIL-RC < 4
               MOVE 4 TO WS-ACCUEIL-RC
           END-IF.
           MOVE SPACES TO WS-REPONSE-FILE-NAME.
           STRING "dem_" WS-COUR-ID DELIMITED BY SPACE
               ".dbl" DELIMITED BY SIZE
               INTO WS-REPONSE-FILE-NAME.
           OPEN OUTPUT REPONSE-FILE.
           MOVE SPACES TO WS-REPONSE-LIGNE.
           STRING "REFUSE " FUNCTION TRIM(WS-COUR-ID) " "
               WS-DATE-JOUR " " WS-HEURE-JOUR (1:6)
               " Motif=" WS-COUR-MOTIF
               DELIMITED BY SIZE INTO WS-REPONSE-LIGNE.
           PERFORM ECRIRE-LIGNE-REPONSE.
           CLOSE REPONSE-FILE.

       PREPARER-PARAMETRES.
           MOVE SPACES TO WS-PARAM-FILE-NAME.
           STRING "dem_" WS-COUR-ID DELIMITED BY SPACE
               ".prm" DELIMITED BY SIZE
               INTO WS-PARAM-FILE-NAME.
           OPEN OUTPUT PARAM-FILE.
           MOVE SPACES TO PARAM-RECORD.
           STRING "CIRCUIT=" WS-COUR-CHEMIN
               DELIMITED BY SIZE INTO PARAM-RECORD.
           WRITE PARAM-RECORD.
           MOVE SPACES TO PARAM-RECORD.
           STRING "MODE=" WS-COUR-MODE
               DELIMITED BY SIZE INTO PARAM-RECORD.
           WRITE PARAM-RECORD.
           MOVE SPACES TO PARAM-RECORD.
           STRING "MESURES=" WS-COUR-MESURES
               DELIMITED BY SIZE INTO PARAM-RECORD.
           WRITE PARAM-RECORD.

      * Le circuit passe d'abord par la validation prealable de
      * Cobitos (VALIDATION=SEULE) : rien n'est poste si elle echoue.
       PREVALIDER-DEMANDE.
           PERFORM PREPARER-PARAMETRES.
           MOVE "VALIDATION=SEULE" TO PARAM-RECORD.
           WRITE PARAM-RECORD.
           CLOSE PARAM-FILE.
           PERFORM LANCER-COBITOS.
           IF WS-JOB-RC NOT = ZERO
               MOVE SPACES TO WS-COUR-MOTIF
               STRING "validation en echec, RC=" WS-JOB-RC
                   " (voir " FUNCTION TRIM(WS-COUR-CHEMIN) ".val)"
                   DELIMITED BY SIZE INTO WS-COUR-MOTIF
           END-IF.

       EXECUTER-DEMANDE.
           PERFORM PREPARER-PARAMETRES.
           CLOSE PARAM-FILE.
           PERFORM LANCER-COBITOS.
           MOVE WS-JOB-RC TO WS-COUR-RC.
           IF WS-COUR-RC > WS-ACCUEIL-RC
               MOVE WS-COUR-RC TO WS-ACCUEIL-RC
           END-IF.
           PERFORM CHERCHER-EXECUTION.
           IF WS-COUR-EXECUTION = SPACES
               MOVE "execution non retrouvee dans circuit_runs.dat"
                   TO WS-COUR-MOTIF
           END-IF.

       LANCER-COBITOS.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "./Cobitos " FUNCTION TRIM(WS-PARAM-FILE-NAME)
               " >/dev/null 2>&1; echo $? > acc_rc.tmp"
               INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE ZERO TO WS-JOB-RC.
           MOVE SPACES TO WS-RC-TEXTE.
           OPEN INPUT RC-FILE.
           IF WS-RC-STATUS = "00"
               READ RC-FILE INTO WS-RC-TEXTE
                   AT END CONTINUE
               END-READ
               CLOSE RC-FILE
               IF WS-RC-TEXTE NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-RC-TEXTE) TO WS-JOB-RC
               END-IF
           ELSE
               MOVE 12 TO WS-JOB-RC
           END-IF.

      * L'entete d'execution porte le nom du fichier de parametres de
      * la demande : on y retrouve l'identifiant, les rejets et le
      * verdict de comparaison. Si plusieurs entetes portent le meme
      * fichier, on retient la plus recente par date et heure de debut.
       CHERCHER-EXECUTION.
           MOVE ZERO TO WS-COUR-DEBUT-DATE.
           MOVE ZERO TO WS-COUR-DEBUT-HEURE.
           MOVE "F" TO WS-RUN-ACTION.
           MOVE SPACE TO WS-RUN-CRITERE.
           CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE.
           PERFORM UNTIL WS-RUN-ETAT NOT = "0"
               IF WS-ENTETE-PARAM = WS-PARAM-FILE-NAME
                   AND (WS-ENTETE-DEBUT-DATE > WS-COUR-DEBUT-DATE
                     OR (WS-ENTETE-DEBUT-DATE = WS-COUR-DEBUT-DATE
                     AND WS-ENTETE-DEBUT-HEURE
                         NOT < WS-COUR-DEBUT-HEURE))
                   MOVE WS-ENTETE-DEBUT-DATE TO WS-COUR-DEBUT-DATE
                   MOVE WS-ENTETE-DEBUT-HEURE TO WS-COUR-DEBUT-HEURE
                   MOVE WS-ENTETE-RUN-CIRCUIT TO WS-COUR-EXECUTION
                   MOVE WS-ENTETE-REJETS TO WS-COUR-REJETS
                   MOVE WS-ENTETE-VERDICT TO WS-COUR-VERDICT
               END-IF
               MOVE "N" TO WS-RUN-ACTION
               CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE
           END-PERFORM.

       ECRIRE-ACCUSE.
           MOVE SPACES TO WS-REPONSE-FILE-NAME.
           STRING "dem_" WS-COUR-ID DELIMITED BY SPACE
               ".ack" DELIMITED BY SIZE
               INTO WS-REPONSE-FILE-NAME.
           OPEN OUTPUT REPONSE-FILE.
           MOVE SPACES TO WS-REPONSE-LIGNE.
           IF WS-COUR-STATUT = "ACCEPTE"
               STRING "ACCEPTE " FUNCTION TRIM(WS-COUR-ID) " "
                   WS-DATE-JOUR " " WS-HEURE-JOUR (1:6) " Circuit="
                   FUNCTION TRIM(WS-COUR-CHEMIN)
                   DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
           ELSE
               STRING "REFUSE " FUNCTION TRIM(WS-COUR-ID) " "
                   WS-DATE-JOUR " " WS-HEURE-JOUR (1:6)
               " Motif=" WS-COUR-MOTIF
                   DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
           END-IF.
           PERFORM ECRIRE-LIGNE-REPONSE.
           CLOSE REPONSE-FILE.

       ECRIRE-REPONSE.
           MOVE SPACES TO WS-REPONSE-FILE-NAME.
           STRING "dem_" WS-COUR-ID DELIMITED BY SPACE
               ".rsp" DELIMITED BY SIZE
               INTO WS-REPONSE-FILE-NAME.
           OPEN OUTPUT REPONSE-FILE.
           MOVE SPACES TO WS-REPONSE-LIGNE.
           STRING "Demande=" WS-COUR-ID
               DELIMITED BY SIZE INTO WS-REPONSE-LIGNE.
           PERFORM ECRIRE-LIGNE-REPONSE.
           MOVE SPACES TO WS-REPONSE-LIGNE.
           STRING "Demandeur=" WS-COUR-DEMANDEUR
               DELIMITED BY SIZE INTO WS-REPONSE-LIGNE.
           PERFORM ECRIRE-LIGNE-REPONSE.
           MOVE SPACES TO WS-REPONSE-LIGNE.
           STRING "Circuit=" WS-COUR-CIRCUIT
               DELIMITED BY SIZE INTO WS-REPONSE-LIGNE.
           PERFORM ECRIRE-LIGNE-REPONSE.
           MOVE SPACES TO WS-REPONSE-LIGNE.
           STRING "Statut=" WS-COUR-STATUT
               DELIMITED BY SIZE INTO WS-REPONSE-LIGNE.
           PERFORM ECRIRE-LIGNE-REPONSE.
           IF WS-COUR-MOTIF NOT = SPACES
               MOVE SPACES TO WS-REPONSE-LIGNE
               STRING "Motif=" WS-COUR-MOTIF
                   DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
               PERFORM ECRIRE-LIGNE-REPONSE
           END-IF.
           IF WS-COUR-STATUT = "ACCEPTE"
               MOVE SPACES TO WS-REPONSE-LIGNE
               STRING "RC=" WS-COUR-RC
                   DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
               PERFORM ECRIRE-LIGNE-REPONSE
               MOVE SPACES TO WS-REPONSE-LIGNE
               STRING "Rejets=" WS-COUR-REJETS
                   DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
               PERFORM ECRIRE-LIGNE-REPONSE
               IF WS-COUR-VERDICT NOT = SPACES
                   MOVE SPACES TO WS-REPONSE-LIGNE
                   STRING "Verdict=" WS-COUR-VERDICT
                       DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
                   PERFORM ECRIRE-LIGNE-REPONSE
               END-IF
               IF WS-COUR-EXECUTION NOT = SPACES
                   MOVE SPACES TO WS-REPONSE-LIGNE
                   STRING "Execution=" WS-COUR-EXECUTION
                       DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
                   PERFORM ECRIRE-LIGNE-REPONSE
                   PERFORM LISTER-FICHES-DEMANDE
               END-IF
               MOVE SPACES TO WS-REPONSE-LIGNE
               STRING "Fiches=" WS-COUR-FICHES
                   DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
               PERFORM ECRIRE-LIGNE-REPONSE
           END-IF.
           CLOSE REPONSE-FILE.

       LISTER-FICHES-DEMANDE.
           MOVE "F" TO WS-MASTER-ACTION.
           MOVE "C" TO WS-MASTER-CRITERE.
           MOVE WS-COUR-EXECUTION TO WS-FICHE-RUN-CIRCUIT.
           CALL "RESULT-MASTER"
               USING WS-MASTER-COMMANDE WS-MASTER-FICHE.
           PERFORM UNTIL WS-MASTER-ETAT NOT = "0"
               ADD 1 TO WS-COUR-FICHES
               MOVE SPACES TO WS-REPONSE-LIGNE
               STRING "Fiche=" WS-FICHE-RUN-ID
                   " Etape=" WS-FICHE-ETAPE
                   " Operation=" WS-FICHE-OPERATION
                   DELIMITED BY SIZE INTO WS-REPONSE-LIGNE
               PERFORM ECRIRE-LIGNE-REPONSE
               MOVE "N" TO WS-MASTER-ACTION
               CALL "RESULT-MASTER"
                   USING WS-MASTER-COMMANDE WS-MASTER-FICHE
           END-PERFORM.

       ECRIRE-LIGNE-REPONSE.
           MOVE WS-REPONSE-LIGNE TO REPONSE-RECORD.
           WRITE REPONSE-RECORD.

       ECRIRE-RAPPORT.
           MOVE WS-REPORT-LIGNE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-REPORT-LIGNE).
