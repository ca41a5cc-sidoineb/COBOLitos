       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREND-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO DYNAMIC WS-CONFIG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(80).

       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           05 EX-RUN-ID PIC X(16).
           05 EX-DATE PIC 9(8).
           05 EX-OPERATION PIC X(20).
           05 EX-QUBITS PIC X(30).
           05 EX-RESULTAT PIC X(120).
           05 EX-RUN-CIRCUIT PIC X(16).
           05 EX-ETAPE PIC 9(4).

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD PIC X(80).

       FD JOB-LOG-FILE.
       01 JOURNAL-RECORD PIC X(200).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).

       FD CSV-FILE.
       01 CSV-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CONFIG-FILE-NAME PIC X(40) VALUE "retention.cfg".
       01 WS-CONFIG-STATUS PIC XX VALUE SPACES.
       01 WS-CONFIG-EOF PIC X VALUE "N".
       01 WS-CONFIG-LIGNE PIC X(80) VALUE SPACES.
       01 WS-CONFIG-CLE PIC X(20) VALUE SPACES.
       01 WS-CONFIG-VALEUR PIC X(20) VALUE SPACES.
       01 WS-EXTRACT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-EXTRACT-STATUS PIC XX VALUE SPACES.
       01 WS-EXTRACT-EOF PIC X VALUE "N".
       01 WS-WORK-FILE-NAME PIC X(40) VALUE "tend_job.lst".
       01 WS-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-WORK-LIGNE PIC X(80) VALUE SPACES.
       01 WS-JOURNAL-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-EOF PIC X VALUE "N".
       01 WS-JOURNAL-LIGNE PIC X(200) VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-LIGNE PIC X(200) VALUE SPACES.
       01 WS-CSV-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-CSV-STATUS PIC XX VALUE SPACES.
       01 WS-CSV-LIGNE PIC X(200) VALUE SPACES.
       01 WS-CSV-LIGNES PIC 9(6) VALUE ZERO.
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-ARGUMENTS PIC X(40) VALUE SPACES.
       01 WS-MOIS-TEXTE PIC X(10) VALUE SPACES.
       01 WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-FENETRE-MINUTES PIC 9(4) VALUE 480.
       01 WS-FENETRE-SECONDES PIC 9(6) VALUE ZERO.
       01 WS-RETOUR PIC 99 VALUE ZERO.
      * Dernier mois edite (AAAAMM) ; par defaut le mois precedant
      * celui de la date de traitement.
       01 WS-MOIS-FIN PIC 9(6) VALUE ZERO.
       01 WS-MOIS-DECOUPE REDEFINES WS-MOIS-FIN.
           05 WS-MOIS-ANNEE PIC 9(4).
           05 WS-MOIS-MM PIC 99.
       01 WS-MOIS-CALCUL PIC 9(6) VALUE ZERO.
       01 WS-CALCUL-DECOUPE REDEFINES WS-MOIS-CALCUL.
           05 WS-CALCUL-ANNEE PIC 9(4).
           05 WS-CALCUL-MM PIC 99.
       01 WS-RANG-FIN PIC 9(6) VALUE ZERO.
       01 WS-RANG-BASE PIC 9(6) VALUE ZERO.
       01 WS-RANG PIC 9(6) VALUE ZERO.
       01 WS-ANNEE-DEBUT PIC 9(4) VALUE ZERO.
       01 WS-ANNEE-COUR PIC 9(4) VALUE ZERO.
      * Treize mois : le premier ne sert qu'a la croissance du
      * premier mois edite.
       01 WS-MOIS-TABLE.
           05 WS-MOIS OCCURS 13 TIMES.
               10 WS-MOIS-CODE PIC 9(6).
               10 WS-MOIS-FICHES PIC 9(7).
               10 WS-MOIS-SIMPLES PIC 9(7).
               10 WS-MOIS-REGISTRES PIC 9(7).
               10 WS-MOIS-LARGEUR PIC 9(8).
               10 WS-MOIS-SECONDES PIC 9(8).
               10 WS-MOIS-NUITS PIC 9(3).
               10 WS-MOIS-POINTE PIC 9(7).
       01 WS-M-IDX PIC 99 VALUE ZERO.
       01 WS-M-PREC PIC 99 VALUE ZERO.
      * 40 operations nommees ; le 41e poste ne recoit que les autres.
       01 WS-OPERATIONS.
           05 WS-OPE-ENTREE OCCURS 41 TIMES.
               10 WS-OPE-NOM PIC X(20).
               10 WS-OPE-COMPTE PIC 9(7) OCCURS 13 TIMES.
       01 WS-OPE-MAX PIC 99 VALUE ZERO.
       01 WS-OPE-IDX PIC 99 VALUE ZERO.
       01 WS-OPE-MOIS PIC 99 VALUE ZERO.
       01 WS-OPE-TROUVE PIC X VALUE "N".
       01 WS-CLS-DATE PIC 9(8) VALUE ZERO.
       01 WS-CLS-DECOUPE REDEFINES WS-CLS-DATE.
           05 WS-CLS-ANNEE PIC 9(4).
           05 WS-CLS-MM PIC 99.
           05 WS-CLS-JJ PIC 99.
       01 WS-CLS-OPERATION PIC X(20) VALUE SPACES.
       01 WS-CLS-QUBITS PIC X(30) VALUE SPACES.
       01 WS-CLS-LARGEUR PIC 99 VALUE ZERO.
       01 WS-CAR-IDX PIC 99 VALUE ZERO.
       01 WS-CAR-PREC PIC X VALUE SPACE.
       01 WS-COL-POS PIC 9(3) VALUE ZERO.
       01 WS-COMPTE-MAITRE PIC 9(7) VALUE ZERO.
       01 WS-COMPTE-ARCHIVES PIC 9(7) VALUE ZERO.
       01 WS-COMPTE-EXTRAITS PIC 99 VALUE ZERO.
       01 WS-COMPTE-JOURNAUX PIC 9(4) VALUE ZERO.
       01 WS-NUIT-SECONDES PIC 9(7) VALUE ZERO.
       01 WS-AVANT PIC X(200) VALUE SPACES.
       01 WS-APRES PIC X(200) VALUE SPACES.
       01 WS-DUREE-TEXTE PIC X(10) VALUE SPACES.
       01 WS-ETAPE-DUREE PIC 9(6) VALUE ZERO.
       01 WS-CROISSANCE PIC S9(5)V9 VALUE ZERO.
       01 WS-CROISSANCE-TXT PIC X(8) VALUE SPACES.
       01 WS-LARGEUR-MOY PIC 99V99 VALUE ZERO.
       01 WS-ED-COMPTE PIC Z(6)9.
       01 WS-ED-LARGEUR PIC Z9.99.
       01 WS-ED-SECONDES PIC Z(7)9.
       01 WS-ED-NUITS PIC ZZ9.
       01 WS-ED-CROISSANCE PIC -(4)9.9.
       01 WS-ED-MOYENNE PIC Z(6)9.
       01 WS-ED-TAUX PIC -(4)9.99.
      * Projection : nuit moyenne du dernier mois chronometre, portee
      * au taux mensuel moyen constate jusqu'a la fenetre batch.
       01 WS-PRJ-PREMIER PIC 99 VALUE ZERO.
       01 WS-PRJ-DERNIER PIC 99 VALUE ZERO.
       01 WS-PRJ-DEBUT PIC 9(7)V99 VALUE ZERO.
       01 WS-PRJ-BASE PIC 9(7)V99 VALUE ZERO.
       01 WS-PRJ-VALEUR PIC 9(9)V99 VALUE ZERO.
       01 WS-PRJ-TAUX PIC S9(3)V9(6) VALUE ZERO.
       01 WS-PRJ-SOURCE PIC X(30) VALUE SPACES.
       01 WS-PRJ-MOIS PIC 9(4) VALUE ZERO.
       01 WS-PRJ-DEPASSEMENT PIC 9(6) VALUE ZERO.
       01 WS-PRJ-VERDICT PIC X VALUE SPACE.
       01 WS-PRJ-LIBELLE PIC X(100) VALUE SPACES.
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

       PROCEDURE DIVISION.
       MAIN-TENDANCE.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL SPACE
               INTO WS-MOIS-TEXTE.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           IF WS-MOIS-TEXTE = SPACES
               MOVE WS-DATE-JOUR (1:6) TO WS-MOIS-FIN
               IF WS-MOIS-MM = 1
                   SUBTRACT 1 FROM WS-MOIS-ANNEE
                   MOVE 12 TO WS-MOIS-MM
               ELSE
                   SUBTRACT 1 FROM WS-MOIS-MM
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(WS-MOIS-TEXTE) TO WS-MOIS-FIN
           END-IF.
           IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
               DISPLAY "Dernier mois invalide (AAAAMM) : "
                   WS-MOIS-TEXTE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-RETENTION.
           COMPUTE WS-FENETRE-SECONDES = WS-FENETRE-MINUTES * 60.
           PERFORM PREPARER-MOIS.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "tendance_" WS-MOIS-FIN ".rpt"
               INTO WS-REPORT-FILE-NAME.
           MOVE SPACES TO WS-CSV-FILE-NAME.
           STRING "tendance_" WS-MOIS-FIN ".csv"
               INTO WS-CSV-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT CSV-FILE.
           IF WS-REPORT-STATUS NOT = "00" OR WS-CSV-STATUS NOT = "00"
               DISPLAY "Impossible de creer le rapport de tendance : "
                   WS-REPORT-FILE-NAME " " WS-CSV-FILE-NAME
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Tendance mensuelle du volume et de la capacite, "
               WS-MOIS-CODE (2) " a " WS-MOIS-FIN
               " (edite le " WS-DATE-JOUR ")"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM TOTALISER-MAITRE.
           PERFORM TOTALISER-ARCHIVES.
           PERFORM TOTALISER-JOURNAUX.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Sources : " WS-COMPTE-MAITRE " fiche(s) du maitre, "
               WS-COMPTE-ARCHIVES " fiche(s) de " WS-COMPTE-EXTRAITS
               " extraction(s) masterext, " WS-COMPTE-JOURNAUX
               " journal(aux) batch"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-CSV-LIGNE.
           STRING "ENTETE;" WS-DATE-JOUR ";" WS-MOIS-CODE (2) ";"
               WS-MOIS-FIN ";" WS-FENETRE-MINUTES
               INTO WS-CSV-LIGNE.
           PERFORM ECRIRE-CSV.
           PERFORM EDITER-MOIS.
           PERFORM EDITER-OPERATIONS.
           PERFORM PROJETER-FENETRE.
           MOVE SPACES TO WS-CSV-LIGNE.
           ADD 1 TO WS-CSV-LIGNES.
           STRING "FIN;" WS-CSV-LIGNES ";" WS-DATE-JOUR
               INTO WS-CSV-LIGNE.
           MOVE WS-CSV-LIGNE TO CSV-RECORD.
           WRITE CSV-RECORD.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.
           DISPLAY "Rapport : " WS-REPORT-FILE-NAME.
           DISPLAY "CSV     : " WS-CSV-FILE-NAME.
           MOVE WS-RETOUR TO RETURN-CODE.
           GOBACK.

       CHARGER-RETENTION.
           MOVE "N" TO WS-CONFIG-EOF.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               PERFORM UNTIL WS-CONFIG-EOF = "Y"
                   READ CONFIG-FILE INTO WS-CONFIG-LIGNE
                       AT END
                           MOVE "Y" TO WS-CONFIG-EOF
                       NOT AT END
                           PERFORM TRAITER-CLE-RETENTION
                   END-READ
               END-PERFORM
               CLOSE CONFIG-FILE
           END-IF.

       TRAITER-CLE-RETENTION.
           MOVE SPACES TO WS-CONFIG-CLE.
           MOVE SPACES TO WS-CONFIG-VALEUR.
           UNSTRING WS-CONFIG-LIGNE DELIMITED BY "="
               INTO WS-CONFIG-CLE WS-CONFIG-VALEUR.
           EVALUATE WS-CONFIG-CLE
               WHEN "FENETRE-MINUTES"
                   MOVE FUNCTION NUMVAL(WS-CONFIG-VALEUR)
                       TO WS-FENETRE-MINUTES
           END-EVALUATE.

      * Rang du mois = AAAA * 12 + MM - 1 ; le mois 1 de la table est
      * celui qui precede les douze mois edites.
       PREPARER-MOIS.
           COMPUTE WS-RANG-FIN = WS-MOIS-ANNEE * 12 + WS-MOIS-MM - 1.
           COMPUTE WS-RANG-BASE = WS-RANG-FIN - 12.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1 UNTIL WS-M-IDX > 13
               COMPUTE WS-RANG = WS-RANG-BASE + WS-M-IDX - 1
               PERFORM CODER-RANG
               MOVE WS-MOIS-CALCUL TO WS-MOIS-CODE (WS-M-IDX)
               MOVE ZERO TO WS-MOIS-FICHES (WS-M-IDX)
               MOVE ZERO TO WS-MOIS-SIMPLES (WS-M-IDX)
               MOVE ZERO TO WS-MOIS-REGISTRES (WS-M-IDX)
               MOVE ZERO TO WS-MOIS-LARGEUR (WS-M-IDX)
               MOVE ZERO TO WS-MOIS-SECONDES (WS-M-IDX)
               MOVE ZERO TO WS-MOIS-NUITS (WS-M-IDX)
               MOVE ZERO TO WS-MOIS-POINTE (WS-M-IDX)
           END-PERFORM.
           MOVE WS-MOIS-CODE (1) (1:4) TO WS-ANNEE-DEBUT.

       CODER-RANG.
           DIVIDE WS-RANG BY 12 GIVING WS-CALCUL-ANNEE
               REMAINDER WS-CALCUL-MM.
           ADD 1 TO WS-CALCUL-MM.

       CHERCHER-MOIS.
           MOVE ZERO TO WS-M-IDX.
           IF WS-CLS-DATE NUMERIC AND WS-CLS-MM > ZERO
               COMPUTE WS-RANG = WS-CLS-ANNEE * 12 + WS-CLS-MM - 1
               IF WS-RANG NOT < WS-RANG-BASE
                       AND WS-RANG NOT > WS-RANG-FIN
                   COMPUTE WS-M-IDX = WS-RANG - WS-RANG-BASE + 1
               END-IF
           END-IF.

       TOTALISER-MAITRE.
           MOVE "F" TO WS-MASTER-ACTION.
           MOVE SPACE TO WS-MASTER-CRITERE.
           CALL "RESULT-MASTER"
               USING WS-MASTER-COMMANDE WS-MASTER-FICHE.
           PERFORM UNTIL WS-MASTER-ETAT NOT = "0"
               ADD 1 TO WS-COMPTE-MAITRE
               MOVE WS-FICHE-DATE TO WS-CLS-DATE
               MOVE WS-FICHE-OPERATION TO WS-CLS-OPERATION
               MOVE WS-FICHE-QUBITS TO WS-CLS-QUBITS
               PERFORM CLASSER-FICHE
               MOVE "N" TO WS-MASTER-ACTION
               CALL "RESULT-MASTER"
                   USING WS-MASTER-COMMANDE WS-MASTER-FICHE
           END-PERFORM.
           IF WS-MASTER-ETAT = "9"
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Fichier maitre des resultats inaccessible, "
                   "volumes limites aux extractions annuelles."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 8 TO WS-RETOUR
           END-IF.

      * Les fiches sorties du maitre par la reorganisation sont dans
      * masterext_<aaaa>.dat ; seules les annees de la periode sont
      * lues.
       TOTALISER-ARCHIVES.
           PERFORM VARYING WS-ANNEE-COUR FROM WS-ANNEE-DEBUT BY 1
                   UNTIL WS-ANNEE-COUR > WS-MOIS-ANNEE
               MOVE SPACES TO WS-EXTRACT-FILE-NAME
               STRING "masterext_" WS-ANNEE-COUR ".dat"
                   INTO WS-EXTRACT-FILE-NAME
               MOVE "N" TO WS-EXTRACT-EOF
               OPEN INPUT EXTRACT-FILE
               IF WS-EXTRACT-STATUS = "00"
                   ADD 1 TO WS-COMPTE-EXTRAITS
                   PERFORM UNTIL WS-EXTRACT-EOF = "Y"
                       READ EXTRACT-FILE
                           AT END
                               MOVE "Y" TO WS-EXTRACT-EOF
                           NOT AT END
                               ADD 1 TO WS-COMPTE-ARCHIVES
                               MOVE EX-DATE TO WS-CLS-DATE
                               MOVE EX-OPERATION TO WS-CLS-OPERATION
                               MOVE EX-QUBITS TO WS-CLS-QUBITS
                               PERFORM CLASSER-FICHE
                       END-READ
                   END-PERFORM
                   CLOSE EXTRACT-FILE
               END-IF
           END-PERFORM.

      * Les operations sur registre (Tensor-N, Intrication-N) portent
      * la liste des qubits du registre ; la largeur est le nombre de
      * qubits cites.
       CLASSER-FICHE.
           PERFORM CHERCHER-MOIS.
           IF WS-M-IDX > ZERO
               ADD 1 TO WS-MOIS-FICHES (WS-M-IDX)
               IF WS-CLS-OPERATION = "Tensor-N"
                       OR WS-CLS-OPERATION = "Intrication-N"
                   ADD 1 TO WS-MOIS-REGISTRES (WS-M-IDX)
                   PERFORM COMPTER-LARGEUR
                   ADD WS-CLS-LARGEUR TO WS-MOIS-LARGEUR (WS-M-IDX)
               ELSE
                   ADD 1 TO WS-MOIS-SIMPLES (WS-M-IDX)
               END-IF
               PERFORM CUMULER-OPERATION
           END-IF.

       COMPTER-LARGEUR.
           MOVE ZERO TO WS-CLS-LARGEUR.
           MOVE SPACE TO WS-CAR-PREC.
           PERFORM VARYING WS-CAR-IDX FROM 1 BY 1 UNTIL WS-CAR-IDX > 30
               IF WS-CLS-QUBITS (WS-CAR-IDX:1) NOT = SPACE
                       AND WS-CAR-PREC = SPACE
                   ADD 1 TO WS-CLS-LARGEUR
               END-IF
               MOVE WS-CLS-QUBITS (WS-CAR-IDX:1) TO WS-CAR-PREC
           END-PERFORM.

      * Les rotations sont regroupees par axe, sans l'angle.
       CUMULER-OPERATION.
           IF WS-CLS-OPERATION (1:9) = "Rotation-"
               MOVE SPACES TO WS-CLS-OPERATION (11:10)
           END-IF.
           IF WS-CLS-OPERATION = SPACES
               MOVE "(INCONNUE)" TO WS-CLS-OPERATION
           END-IF.
           MOVE "N" TO WS-OPE-TROUVE.
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-MAX
                      OR WS-OPE-TROUVE = "Y"
               IF WS-OPE-NOM (WS-OPE-IDX) = WS-CLS-OPERATION
                   MOVE "Y" TO WS-OPE-TROUVE
                   ADD 1 TO WS-OPE-COMPTE (WS-OPE-IDX, WS-M-IDX)
               END-IF
           END-PERFORM.
           IF WS-OPE-TROUVE = "N"
               IF WS-OPE-MAX < 40
                   ADD 1 TO WS-OPE-MAX
                   MOVE WS-CLS-OPERATION TO WS-OPE-NOM (WS-OPE-MAX)
                   PERFORM VIDER-OPERATION
               ELSE
                   IF WS-OPE-MAX = 40
                       MOVE 41 TO WS-OPE-MAX
                       MOVE "(AUTRES)" TO WS-OPE-NOM (WS-OPE-MAX)
                       PERFORM VIDER-OPERATION
                   END-IF
               END-IF
               ADD 1 TO WS-OPE-COMPTE (WS-OPE-MAX, WS-M-IDX)
           END-IF.

       VIDER-OPERATION.
           PERFORM VARYING WS-OPE-MOIS FROM 1 BY 1
                   UNTIL WS-OPE-MOIS > 13
               MOVE ZERO TO WS-OPE-COMPTE (WS-OPE-MAX, WS-OPE-MOIS)
           END-PERFORM.

      * Les secondes python3 sont les Duree= des etapes du journal
      * batch (zero quand le resultat vient du cache) ; chaque journal
      * job_AAAAMMJJ.log encore present compte pour une nuit.
       TOTALISER-JOURNAUX.
           PERFORM VARYING WS-M-IDX FROM 1 BY 1 UNTIL WS-M-IDX > 13
               MOVE SPACES TO WS-CMD-LINE
               STRING "find . -maxdepth 1 -name 'job_"
                   WS-MOIS-CODE (WS-M-IDX)
                   "??.log' -printf '%f\n' | sort > "
                   FUNCTION TRIM(WS-WORK-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-CMD-LINE
               CALL "SYSTEM" USING WS-CMD-LINE
               MOVE "N" TO WS-WORK-EOF
               OPEN INPUT WORKLIST-FILE
               IF WS-WORK-STATUS = "00"
                   PERFORM UNTIL WS-WORK-EOF = "Y"
                       READ WORKLIST-FILE INTO WS-WORK-LIGNE
                           AT END
                               MOVE "Y" TO WS-WORK-EOF
                           NOT AT END
                               IF WS-WORK-LIGNE NOT = SPACES
                                   MOVE WS-WORK-LIGNE
                                       TO WS-JOURNAL-FILE-NAME
                                   PERFORM LIRE-JOURNAL
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WORKLIST-FILE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "rm -f " FUNCTION TRIM(WS-WORK-FILE-NAME)
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.

       LIRE-JOURNAL.
           MOVE ZERO TO WS-NUIT-SECONDES.
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOURNAL-STATUS = "00"
               ADD 1 TO WS-COMPTE-JOURNAUX
               ADD 1 TO WS-MOIS-NUITS (WS-M-IDX)
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ JOB-LOG-FILE INTO WS-JOURNAL-LIGNE
                       AT END
                           MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           IF WS-JOURNAL-LIGNE (1:6) = "Etape "
                               PERFORM CUMULER-ETAPE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
               ADD WS-NUIT-SECONDES TO WS-MOIS-SECONDES (WS-M-IDX)
               IF WS-NUIT-SECONDES > WS-MOIS-POINTE (WS-M-IDX)
                   MOVE WS-NUIT-SECONDES TO WS-MOIS-POINTE (WS-M-IDX)
               END-IF
           END-IF.

       CUMULER-ETAPE-JOURNAL.
           MOVE SPACES TO WS-AVANT.
           MOVE SPACES TO WS-APRES.
           UNSTRING WS-JOURNAL-LIGNE DELIMITED BY " Duree="
               INTO WS-AVANT WS-APRES.
           IF WS-APRES NOT = SPACES
               MOVE SPACES TO WS-DUREE-TEXTE
               UNSTRING WS-APRES DELIMITED BY "s"
                   INTO WS-DUREE-TEXTE
               MOVE FUNCTION NUMVAL(WS-DUREE-TEXTE)
                   TO WS-ETAPE-DUREE
               ADD WS-ETAPE-DUREE TO WS-NUIT-SECONDES
           END-IF.

       EDITER-MOIS.
           MOVE SPACES TO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Mois      Fiches  Simples Registres Larg.moy"
               "  Sec.python3 Nuits  Pointe/nuit  Croiss.%"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-M-IDX FROM 2 BY 1 UNTIL WS-M-IDX > 13
               COMPUTE WS-M-PREC = WS-M-IDX - 1
               MOVE ZERO TO WS-LARGEUR-MOY
               IF WS-MOIS-REGISTRES (WS-M-IDX) > ZERO
                   COMPUTE WS-LARGEUR-MOY ROUNDED =
                       WS-MOIS-LARGEUR (WS-M-IDX)
                       / WS-MOIS-REGISTRES (WS-M-IDX)
               END-IF
               IF WS-MOIS-FICHES (WS-M-PREC) > ZERO
                   COMPUTE WS-CROISSANCE ROUNDED =
                       (WS-MOIS-FICHES (WS-M-IDX)
                        - WS-MOIS-FICHES (WS-M-PREC)) * 100
                       / WS-MOIS-FICHES (WS-M-PREC)
                   MOVE WS-CROISSANCE TO WS-ED-CROISSANCE
                   MOVE WS-ED-CROISSANCE TO WS-CROISSANCE-TXT
               ELSE
                   MOVE "    n/d" TO WS-CROISSANCE-TXT
               END-IF
               MOVE SPACES TO WS-REPORT-LIGNE
               MOVE WS-MOIS-CODE (WS-M-IDX) TO WS-REPORT-LIGNE (1:6)
               MOVE WS-MOIS-FICHES (WS-M-IDX) TO WS-ED-COMPTE
               MOVE WS-ED-COMPTE TO WS-REPORT-LIGNE (8:7)
               MOVE WS-MOIS-SIMPLES (WS-M-IDX) TO WS-ED-COMPTE
               MOVE WS-ED-COMPTE TO WS-REPORT-LIGNE (17:7)
               MOVE WS-MOIS-REGISTRES (WS-M-IDX) TO WS-ED-COMPTE
               MOVE WS-ED-COMPTE TO WS-REPORT-LIGNE (27:7)
               MOVE WS-LARGEUR-MOY TO WS-ED-LARGEUR
               MOVE WS-ED-LARGEUR TO WS-REPORT-LIGNE (38:5)
               IF WS-MOIS-NUITS (WS-M-IDX) > ZERO
                   MOVE WS-MOIS-SECONDES (WS-M-IDX) TO WS-ED-SECONDES
                   MOVE WS-ED-SECONDES TO WS-REPORT-LIGNE (45:8)
                   MOVE WS-MOIS-POINTE (WS-M-IDX) TO WS-ED-COMPTE
                   MOVE WS-ED-COMPTE TO WS-REPORT-LIGNE (67:7)
               ELSE
                   MOVE "n/d" TO WS-REPORT-LIGNE (50:3)
                   MOVE "n/d" TO WS-REPORT-LIGNE (71:3)
               END-IF
               MOVE WS-MOIS-NUITS (WS-M-IDX) TO WS-ED-NUITS
               MOVE WS-ED-NUITS TO WS-REPORT-LIGNE (58:3)
               MOVE WS-CROISSANCE-TXT TO WS-REPORT-LIGNE (76:8)
               PERFORM ECRIRE-RAPPORT
               MOVE SPACES TO WS-CSV-LIGNE
               STRING "MOIS;" WS-MOIS-CODE (WS-M-IDX) ";"
                   WS-MOIS-FICHES (WS-M-IDX) ";"
                   WS-MOIS-SIMPLES (WS-M-IDX) ";"
                   WS-MOIS-REGISTRES (WS-M-IDX) ";"
                   FUNCTION TRIM(WS-ED-LARGEUR) ";"
                   WS-MOIS-SECONDES (WS-M-IDX) ";"
                   WS-MOIS-NUITS (WS-M-IDX) ";"
                   WS-MOIS-POINTE (WS-M-IDX) ";"
                   FUNCTION TRIM(WS-CROISSANCE-TXT)
                   DELIMITED BY SIZE INTO WS-CSV-LIGNE
               PERFORM ECRIRE-CSV
           END-PERFORM.

       EDITER-OPERATIONS.
           MOVE SPACES TO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           MOVE "Operation" TO WS-REPORT-LIGNE (1:20).
           PERFORM VARYING WS-M-IDX FROM 2 BY 1 UNTIL WS-M-IDX > 13
               COMPUTE WS-COL-POS = 21 + (WS-M-IDX - 2) * 8 + 2
               MOVE WS-MOIS-CODE (WS-M-IDX)
                   TO WS-REPORT-LIGNE (WS-COL-POS:6)
           END-PERFORM.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VARYING WS-OPE-IDX FROM 1 BY 1
                   UNTIL WS-OPE-IDX > WS-OPE-MAX
               MOVE SPACES TO WS-REPORT-LIGNE
               MOVE WS-OPE-NOM (WS-OPE-IDX) TO WS-REPORT-LIGNE (1:20)
               PERFORM VARYING WS-M-IDX FROM 2 BY 1 UNTIL WS-M-IDX > 13
                   COMPUTE WS-COL-POS = 21 + (WS-M-IDX - 2) * 8 + 1
                   MOVE WS-OPE-COMPTE (WS-OPE-IDX, WS-M-IDX)
                       TO WS-ED-COMPTE
                   MOVE WS-ED-COMPTE TO WS-REPORT-LIGNE (WS-COL-POS:7)
                   MOVE SPACES TO WS-CSV-LIGNE
                   STRING "OPERATION;" WS-MOIS-CODE (WS-M-IDX) ";"
                       FUNCTION TRIM(WS-OPE-NOM (WS-OPE-IDX)) ";"
                       WS-OPE-COMPTE (WS-OPE-IDX, WS-M-IDX)
                       DELIMITED BY SIZE INTO WS-CSV-LIGNE
                   PERFORM ECRIRE-CSV
               END-PERFORM
               PERFORM ECRIRE-RAPPORT
           END-PERFORM.

      * Le taux mensuel est la croissance moyenne (composee) de la nuit
      * moyenne entre le premier et le dernier mois chronometres ; a
      * defaut de deux mois de journaux, celle du volume de fiches est
      * appliquee a la derniere nuit moyenne connue.
       PROJETER-FENETRE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE ZERO TO WS-PRJ-PREMIER.
           MOVE ZERO TO WS-PRJ-DERNIER.
           PERFORM VARYING WS-M-IDX FROM 2 BY 1 UNTIL WS-M-IDX > 13
               IF WS-MOIS-NUITS (WS-M-IDX) > ZERO
                   IF WS-PRJ-PREMIER = ZERO
                           AND WS-MOIS-SECONDES (WS-M-IDX) > ZERO
                       MOVE WS-M-IDX TO WS-PRJ-PREMIER
                   END-IF
                   MOVE WS-M-IDX TO WS-PRJ-DERNIER
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-PRJ-TAUX.
           MOVE ZERO TO WS-PRJ-MOIS.
           MOVE ZERO TO WS-PRJ-DEPASSEMENT.
           MOVE SPACES TO WS-PRJ-LIBELLE.
           IF WS-PRJ-DERNIER = ZERO
               MOVE "I" TO WS-PRJ-VERDICT
               MOVE "aucun temps de journal batch sur la periode"
                   TO WS-PRJ-LIBELLE
           ELSE
               COMPUTE WS-PRJ-BASE ROUNDED =
                   WS-MOIS-SECONDES (WS-PRJ-DERNIER)
                   / WS-MOIS-NUITS (WS-PRJ-DERNIER)
               IF WS-PRJ-PREMIER > ZERO
                       AND WS-PRJ-PREMIER < WS-PRJ-DERNIER
                   COMPUTE WS-PRJ-DEBUT ROUNDED =
                       WS-MOIS-SECONDES (WS-PRJ-PREMIER)
                       / WS-MOIS-NUITS (WS-PRJ-PREMIER)
                   COMPUTE WS-PRJ-TAUX ROUNDED =
                       (WS-PRJ-BASE / WS-PRJ-DEBUT)
                       ** (1 / (WS-PRJ-DERNIER - WS-PRJ-PREMIER)) - 1
                   MOVE "temps python3" TO WS-PRJ-SOURCE
               ELSE
                   PERFORM CALCULER-TAUX-VOLUME
               END-IF
               PERFORM CHERCHER-DEPASSEMENT
           END-IF.
           PERFORM EDITER-PROJECTION.

       CALCULER-TAUX-VOLUME.
           MOVE "volume de fiches" TO WS-PRJ-SOURCE.
           MOVE ZERO TO WS-PRJ-PREMIER.
           MOVE ZERO TO WS-M-PREC.
           PERFORM VARYING WS-M-IDX FROM 2 BY 1 UNTIL WS-M-IDX > 13
               IF WS-MOIS-FICHES (WS-M-IDX) > ZERO
                   IF WS-PRJ-PREMIER = ZERO
                       MOVE WS-M-IDX TO WS-PRJ-PREMIER
                   END-IF
                   MOVE WS-M-IDX TO WS-M-PREC
               END-IF
           END-PERFORM.
           IF WS-PRJ-PREMIER > ZERO AND WS-PRJ-PREMIER < WS-M-PREC
               COMPUTE WS-PRJ-TAUX ROUNDED =
                   (WS-MOIS-FICHES (WS-M-PREC)
                    / WS-MOIS-FICHES (WS-PRJ-PREMIER))
                   ** (1 / (WS-M-PREC - WS-PRJ-PREMIER)) - 1
           END-IF.

      * Projection mois par mois, au plus dix ans, depuis le dernier
      * mois chronometre.
       CHERCHER-DEPASSEMENT.
           IF WS-PRJ-BASE > WS-FENETRE-SECONDES
               MOVE "D" TO WS-PRJ-VERDICT
               MOVE WS-MOIS-CODE (WS-PRJ-DERNIER) TO WS-PRJ-DEPASSEMENT
           ELSE
               IF WS-PRJ-TAUX NOT > ZERO
                   MOVE "S" TO WS-PRJ-VERDICT
               ELSE
                   MOVE WS-PRJ-BASE TO WS-PRJ-VALEUR
                   PERFORM UNTIL WS-PRJ-VALEUR > WS-FENETRE-SECONDES
                           OR WS-PRJ-MOIS NOT < 120
                       COMPUTE WS-PRJ-VALEUR ROUNDED =
                           WS-PRJ-VALEUR * (1 + WS-PRJ-TAUX)
                       ADD 1 TO WS-PRJ-MOIS
                   END-PERFORM
                   IF WS-PRJ-VALEUR > WS-FENETRE-SECONDES
                       MOVE "P" TO WS-PRJ-VERDICT
                       COMPUTE WS-RANG = WS-RANG-BASE + WS-PRJ-DERNIER
                           - 1 + WS-PRJ-MOIS
                       PERFORM CODER-RANG
                       MOVE WS-MOIS-CALCUL TO WS-PRJ-DEPASSEMENT
                   ELSE
                       MOVE "L" TO WS-PRJ-VERDICT
                   END-IF
               END-IF
           END-IF.

       EDITER-PROJECTION.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Projection de la fenetre batch ("
               WS-FENETRE-MINUTES " min = " WS-FENETRE-SECONDES " s)"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           IF WS-PRJ-VERDICT NOT = "I"
               MOVE WS-PRJ-BASE TO WS-ED-MOYENNE
               COMPUTE WS-ED-TAUX ROUNDED = WS-PRJ-TAUX * 100
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "  Nuit moyenne " WS-MOIS-CODE (WS-PRJ-DERNIER)
                   " : " FUNCTION TRIM(WS-ED-MOYENNE)
                   " s, croissance mensuelle "
                   FUNCTION TRIM(WS-ED-TAUX) " % ("
                   FUNCTION TRIM(WS-PRJ-SOURCE) ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           END-IF.
           EVALUATE WS-PRJ-VERDICT
               WHEN "D"
                   STRING "fenetre deja depassee en moyenne en "
                       WS-PRJ-DEPASSEMENT
                       DELIMITED BY SIZE INTO WS-PRJ-LIBELLE
                   MOVE 4 TO WS-RETOUR
               WHEN "P"
                   STRING "depassement prevu en " WS-PRJ-DEPASSEMENT
                       " (dans " WS-PRJ-MOIS " mois)"
                       DELIMITED BY SIZE INTO WS-PRJ-LIBELLE
                   IF WS-PRJ-MOIS NOT > 12
                       MOVE 4 TO WS-RETOUR
                   END-IF
               WHEN "S"
                   STRING "pas de depassement au rythme actuel "
                       "(croissance nulle ou negative)"
                       DELIMITED BY SIZE INTO WS-PRJ-LIBELLE
               WHEN "L"
                   MOVE "pas de depassement prevu dans les dix ans"
                       TO WS-PRJ-LIBELLE
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "  Resultat : " FUNCTION TRIM(WS-PRJ-LIBELLE)
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           IF WS-RETOUR = 4
               MOVE "*** Fenetre batch menacee ***" TO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           END-IF.
           MOVE SPACES TO WS-CSV-LIGNE.
           STRING "PROJECTION;" WS-PRJ-VERDICT ";"
               FUNCTION TRIM(WS-ED-MOYENNE) ";"
               FUNCTION TRIM(WS-ED-TAUX) ";"
               WS-PRJ-DEPASSEMENT ";" WS-PRJ-MOIS ";"
               FUNCTION TRIM(WS-PRJ-LIBELLE)
               DELIMITED BY SIZE INTO WS-CSV-LIGNE.
           PERFORM ECRIRE-CSV.

       ECRIRE-RAPPORT.
           MOVE WS-REPORT-LIGNE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-REPORT-LIGNE).

       ECRIRE-CSV.
           MOVE WS-CSV-LIGNE TO CSV-RECORD.
           WRITE CSV-RECORD.
           ADD 1 TO WS-CSV-LIGNES.
