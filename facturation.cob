       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIF-FILE ASSIGN TO DYNAMIC WS-TARIF-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TARIF-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT WORKLIST-FILE ASSIGN TO DYNAMIC WS-WORK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT MEASURE-FILE
               ASSIGN TO DYNAMIC WS-MESURES-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MESURES-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FINANCE-FILE ASSIGN TO DYNAMIC WS-FINANCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FINANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TARIF-FILE.
       01 TARIF-RECORD PIC X(80).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-NOM PIC X(20).
           05 CAT-PATH PIC X(30).
           05 CAT-OWNER PIC X(10).
           05 CAT-DESC PIC X(40).
           05 CAT-DERNIERE PIC 9(8).
           05 CAT-COMPTE PIC 9(4).

       FD WORKLIST-FILE.
       01 WORKLIST-RECORD PIC X(80).

       FD AUDIT-LOG-FILE.
       01 AUDIT-RECORD PIC X(400).

       FD JOB-LOG-FILE.
       01 JOURNAL-RECORD PIC X(200).

       FD MEASURE-FILE.
       01 MEASURE-RECORD.
           05 MES-REFERENCE PIC X(16).
           05 MES-DATE PIC 9(8).
           05 MES-OPER PIC X(8).
           05 MES-TIRAGES PIC 9(4).
           05 MES-COMPTE-0 PIC 9(4).
           05 MES-COMPTE-1 PIC 9(4).
           05 MES-PROBA-0 PIC 9V9(4).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).

      * Interface grand livre : une entete H, une ligne D par
      * proprietaire et operateur, un enregistrement de controle T
      * portant le nombre de lignes D et les totaux.
       FD FINANCE-FILE.
       01 FIN-ENTETE.
           05 FIN-H-TYPE PIC X.
           05 FIN-H-MOIS PIC 9(6).
           05 FIN-H-GENERATION PIC 9(8).
           05 FIN-H-TARIF-APPEL PIC 9(5)V9(4).
           05 FIN-H-TARIF-SECONDE PIC 9(5)V9(4).
           05 FIN-H-TARIF-MILLE PIC 9(5)V9(4).
       01 FIN-DETAIL.
           05 FIN-D-TYPE PIC X.
           05 FIN-D-MOIS PIC 9(6).
           05 FIN-D-OWNER PIC X(10).
           05 FIN-D-OPER PIC X(8).
           05 FIN-D-APPELS PIC 9(7).
           05 FIN-D-SECONDES PIC 9(9).
           05 FIN-D-TIRAGES PIC 9(9).
           05 FIN-D-MONTANT PIC 9(9)V99.
       01 FIN-CONTROLE.
           05 FIN-T-TYPE PIC X.
           05 FIN-T-MOIS PIC 9(6).
           05 FIN-T-LIGNES PIC 9(6).
           05 FIN-T-APPELS PIC 9(9).
           05 FIN-T-SECONDES PIC 9(11).
           05 FIN-T-TIRAGES PIC 9(11).
           05 FIN-T-MONTANT PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01 WS-TARIF-FILE-NAME PIC X(40) VALUE "tarifs.dat".
       01 WS-TARIF-STATUS PIC XX VALUE SPACES.
       01 WS-TARIF-EOF PIC X VALUE "N".
       01 WS-TARIF-LIGNE PIC X(80) VALUE SPACES.
       01 WS-TARIF-CLE PIC X(20) VALUE SPACES.
       01 WS-TARIF-VALEUR PIC X(20) VALUE SPACES.
       01 WS-TARIF-APPEL PIC 9(5)V9(4) VALUE ZERO.
       01 WS-TARIF-SECONDE PIC 9(5)V9(4) VALUE ZERO.
       01 WS-TARIF-MILLE PIC 9(5)V9(4) VALUE ZERO.
       01 WS-CATALOG-FILE-NAME PIC X(40) VALUE "circuit_catalog.dat".
       01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOG-EOF PIC X VALUE "N".
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTREE OCCURS 50 TIMES.
               10 WS-CAT-NOM PIC X(20).
               10 WS-CAT-PATH PIC X(30).
               10 WS-CAT-OWNER PIC X(10).
       01 WS-CAT-MAX PIC 99 VALUE ZERO.
       01 WS-CAT-IDX PIC 99 VALUE ZERO.
       01 WS-WORK-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-WORK-LIGNE PIC X(80) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-AUDIT-STATUS PIC XX VALUE SPACES.
       01 WS-AUDIT-EOF PIC X VALUE "N".
       01 WS-AUDIT-LINE PIC X(400) VALUE SPACES.
       01 WS-JOURNAL-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-EOF PIC X VALUE "N".
       01 WS-JOURNAL-LIGNE PIC X(200) VALUE SPACES.
       01 WS-MESURES-FILE-NAME PIC X(40) VALUE "measurements.dat".
       01 WS-MESURES-STATUS PIC XX VALUE SPACES.
       01 WS-MESURES-EOF PIC X VALUE "N".
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-LIGNE PIC X(200) VALUE SPACES.
       01 WS-FINANCE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-FINANCE-STATUS PIC XX VALUE SPACES.
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-ARGUMENTS PIC X(40) VALUE SPACES.
       01 WS-MOIS-TEXTE PIC X(10) VALUE SPACES.
       01 WS-MOIS-FACTURE PIC 9(6) VALUE ZERO.
       01 WS-MOIS-DECOUPE REDEFINES WS-MOIS-FACTURE.
           05 WS-MOIS-ANNEE PIC 9(4).
           05 WS-MOIS-MM PIC 99.
       01 WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-RETOUR PIC 99 VALUE ZERO.
       01 WS-AVANT PIC X(400) VALUE SPACES.
       01 WS-APRES PIC X(400) VALUE SPACES.
       01 WS-DUREE-TEXTE PIC X(10) VALUE SPACES.
       01 WS-ETAPE-DUREE PIC 9(6) VALUE ZERO.
       01 WS-MARQUEUR-CPT PIC 9(4) VALUE ZERO.
       01 WS-LIGNE-OPER PIC X(8) VALUE SPACES.
       01 WS-LIGNE-EXEC PIC X(16) VALUE SPACES.
       01 WS-CIRC-ACTIF PIC X VALUE "N".
       01 WS-CIRC-OWNER PIC X(10) VALUE SPACES.
       01 WS-CIRC-OPER PIC X(8) VALUE SPACES.
       01 WS-CIRC-CHEMIN PIC X(30) VALUE SPACES.
      * Attribution d'un element d'usage : proprietaire et operateur
      * recherches, quantites a cumuler.
       01 WS-IMPUT-OWNER PIC X(10) VALUE SPACES.
       01 WS-IMPUT-OPER PIC X(8) VALUE SPACES.
       01 WS-IMPUT-APPELS PIC 9(7) VALUE ZERO.
       01 WS-IMPUT-SECONDES PIC 9(9) VALUE ZERO.
       01 WS-IMPUT-TIRAGES PIC 9(9) VALUE ZERO.
       01 WS-FAC-TABLE.
           05 WS-FAC-ENTREE OCCURS 200 TIMES.
               10 WS-FAC-OWNER PIC X(10).
               10 WS-FAC-OPER PIC X(8).
               10 WS-FAC-APPELS PIC 9(7).
               10 WS-FAC-SECONDES PIC 9(9).
               10 WS-FAC-TIRAGES PIC 9(9).
               10 WS-FAC-MONTANT PIC 9(9)V99.
       01 WS-FAC-MAX PIC 9(4) VALUE ZERO.
       01 WS-FAC-IDX PIC 9(4) VALUE ZERO.
       01 WS-FAC-POS PIC 9(4) VALUE ZERO.
       01 WS-FAC-TROUVE PIC X VALUE "N".
       01 WS-FAC-PERDUS PIC 9(6) VALUE ZERO.
      * Executions deja resolues : evite de relire l'entete et le
      * maitre pour chaque ligne d'audit ou de mesure.
       01 WS-RES-TABLE.
           05 WS-RES-ENTREE OCCURS 100 TIMES.
               10 WS-RES-CLE PIC X(16).
               10 WS-RES-OWNER PIC X(10).
               10 WS-RES-OPER PIC X(8).
       01 WS-RES-MAX PIC 999 VALUE ZERO.
       01 WS-RES-IDX PIC 999 VALUE ZERO.
       01 WS-RES-PROCHAIN PIC 999 VALUE ZERO.
       01 WS-RES-TROUVE PIC X VALUE "N".
       01 WS-RECH-CLE PIC X(16) VALUE SPACES.
       01 WS-RECH-OWNER PIC X(10) VALUE SPACES.
       01 WS-RECH-OPER PIC X(8) VALUE SPACES.
       01 WS-SOUS-APPELS PIC 9(9) VALUE ZERO.
       01 WS-SOUS-SECONDES PIC 9(11) VALUE ZERO.
       01 WS-SOUS-TIRAGES PIC 9(11) VALUE ZERO.
       01 WS-SOUS-MONTANT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-APPELS PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-SECONDES PIC 9(11) VALUE ZERO.
       01 WS-TOTAL-TIRAGES PIC 9(11) VALUE ZERO.
       01 WS-TOTAL-MONTANT PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-LIGNES PIC 9(6) VALUE ZERO.
       01 WS-OWNER-COURANT PIC X(10) VALUE SPACES.
       01 WS-MONTANT-EDIT PIC Z(10)9.99 VALUE ZERO.
       01 WS-TARIF-EDIT-1 PIC Z(4)9.9999 VALUE ZERO.
       01 WS-TARIF-EDIT-2 PIC Z(4)9.9999 VALUE ZERO.
       01 WS-TARIF-EDIT-3 PIC Z(4)9.9999 VALUE ZERO.
       01 WS-COMPTE-AUDITS PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-JOURNAUX PIC 9(4) VALUE ZERO.
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
       MAIN-FACTURATION.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL SPACE
               INTO WS-MOIS-TEXTE.
           MOVE "L" TO WS-DT-ACTION.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           IF WS-MOIS-TEXTE = SPACES
      * Par defaut le mois facture est le mois precedant celui de la
      * date de traitement.
               MOVE WS-DATE-JOUR (1:6) TO WS-MOIS-FACTURE
               IF WS-MOIS-MM = 1
                   SUBTRACT 1 FROM WS-MOIS-ANNEE
                   MOVE 12 TO WS-MOIS-MM
               ELSE
                   SUBTRACT 1 FROM WS-MOIS-MM
               END-IF
           ELSE
               MOVE FUNCTION NUMVAL(WS-MOIS-TEXTE) TO WS-MOIS-FACTURE
           END-IF.
           IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
               DISPLAY "Mois a facturer invalide (AAAAMM) : "
                   WS-MOIS-TEXTE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-TARIFS.
           IF WS-RETOUR = 12
               DISPLAY "Table des tarifs illisible : "
                   WS-TARIF-FILE-NAME
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM CHARGER-CATALOGUE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "facturation_" WS-MOIS-FACTURE ".rpt"
               INTO WS-REPORT-FILE-NAME.
           MOVE SPACES TO WS-FINANCE-FILE-NAME.
           STRING "fact_" WS-MOIS-FACTURE ".dat"
               INTO WS-FINANCE-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Refacturation de l'utilisation du mois "
               WS-MOIS-FACTURE " (edite le " WS-DATE-JOUR ")"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE WS-TARIF-APPEL TO WS-TARIF-EDIT-1.
           MOVE WS-TARIF-SECONDE TO WS-TARIF-EDIT-2.
           MOVE WS-TARIF-MILLE TO WS-TARIF-EDIT-3.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Tarifs : appel python3 "
               FUNCTION TRIM(WS-TARIF-EDIT-1)
               ", seconde " FUNCTION TRIM(WS-TARIF-EDIT-2)
               ", 1000 tirages " FUNCTION TRIM(WS-TARIF-EDIT-3)
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM TOTALISER-AUDITS.
           PERFORM TOTALISER-JOURNAUX.
           PERFORM TOTALISER-MESURES.
           PERFORM VALORISER-LIGNES.
           PERFORM EDITER-RELEVE.
           PERFORM ECRIRE-INTERFACE.
           IF WS-FAC-PERDUS > 0
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Avert. : " WS-FAC-PERDUS " element(s) d'usage "
                   "non imputes (table des lignes pleine)."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 8 TO WS-RETOUR
           END-IF.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Code retour de la facturation : " WS-RETOUR
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           CLOSE REPORT-FILE.
           DISPLAY "Releve : " WS-REPORT-FILE-NAME.
           DISPLAY "Interface comptable : " WS-FINANCE-FILE-NAME.
           MOVE WS-RETOUR TO RETURN-CODE.
           GOBACK.

       CHARGER-TARIFS.
           MOVE "N" TO WS-TARIF-EOF.
           OPEN INPUT TARIF-FILE.
           IF WS-TARIF-STATUS NOT = "00"
               MOVE 12 TO WS-RETOUR
           ELSE
               PERFORM UNTIL WS-TARIF-EOF = "Y"
                   READ TARIF-FILE INTO WS-TARIF-LIGNE
                       AT END
                           MOVE "Y" TO WS-TARIF-EOF
                       NOT AT END
                           PERFORM TRAITER-CLE-TARIF
                   END-READ
               END-PERFORM
               CLOSE TARIF-FILE
           END-IF.

       TRAITER-CLE-TARIF.
           MOVE SPACES TO WS-TARIF-CLE.
           MOVE SPACES TO WS-TARIF-VALEUR.
           UNSTRING WS-TARIF-LIGNE DELIMITED BY "="
               INTO WS-TARIF-CLE WS-TARIF-VALEUR.
           EVALUATE WS-TARIF-CLE
               WHEN "TARIF-APPEL"
                   MOVE FUNCTION NUMVAL(WS-TARIF-VALEUR)
                       TO WS-TARIF-APPEL
               WHEN "TARIF-SECONDE"
                   MOVE FUNCTION NUMVAL(WS-TARIF-VALEUR)
                       TO WS-TARIF-SECONDE
               WHEN "TARIF-MILLE-TIRAGES"
                   MOVE FUNCTION NUMVAL(WS-TARIF-VALEUR)
                       TO WS-TARIF-MILLE
           END-EVALUATE.

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
                               MOVE CAT-OWNER
                                   TO WS-CAT-OWNER (WS-CAT-MAX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      * Chaque ligne d'audit portant une porte et non servie par le
      * cache correspond a un lancement de python3.
       TOTALISER-AUDITS.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "find . -maxdepth 1 -name 'audit_" WS-MOIS-FACTURE
               "??.log' -printf '%f\n' | sort > fac_audit.lst"
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE "fac_audit.lst" TO WS-WORK-FILE-NAME.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT WORKLIST-FILE.
           IF WS-WORK-STATUS = "00"
               PERFORM UNTIL WS-WORK-EOF = "Y"
                   READ WORKLIST-FILE INTO WS-WORK-LIGNE
                       AT END
                           MOVE "Y" TO WS-WORK-EOF
                       NOT AT END
                           IF WS-WORK-LIGNE NOT = SPACES
                               MOVE WS-WORK-LIGNE TO WS-AUDIT-FILE-NAME
                               PERFORM LIRE-AUDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.
           MOVE "rm -f fac_audit.lst" TO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Journaux d'audit lus : " WS-COMPTE-AUDITS
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.

       LIRE-AUDIT.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-COMPTE-AUDITS
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           PERFORM IMPUTER-LIGNE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       IMPUTER-LIGNE-AUDIT.
           MOVE ZERO TO WS-MARQUEUR-CPT.
           INSPECT WS-AUDIT-LINE TALLYING WS-MARQUEUR-CPT
               FOR ALL " Gate=".
           IF WS-MARQUEUR-CPT > 0
               MOVE ZERO TO WS-MARQUEUR-CPT
               INSPECT WS-AUDIT-LINE TALLYING WS-MARQUEUR-CPT
                   FOR ALL " Cache=O"
               IF WS-MARQUEUR-CPT = 0
                   MOVE SPACES TO WS-LIGNE-OPER
                   MOVE SPACES TO WS-AVANT
                   MOVE SPACES TO WS-APRES
                   UNSTRING WS-AUDIT-LINE DELIMITED BY "Oper="
                       INTO WS-AVANT WS-APRES
                   UNSTRING WS-APRES DELIMITED BY SPACE
                       INTO WS-LIGNE-OPER
                   MOVE SPACES TO WS-LIGNE-EXEC
                   MOVE SPACES TO WS-AVANT
                   MOVE SPACES TO WS-APRES
                   UNSTRING WS-AUDIT-LINE DELIMITED BY " Exec="
                       INTO WS-AVANT WS-APRES
                   UNSTRING WS-APRES DELIMITED BY SPACE
                       INTO WS-LIGNE-EXEC
                   IF WS-LIGNE-EXEC = SPACES
                       MOVE "DIRECT" TO WS-IMPUT-OWNER
                   ELSE
                       MOVE WS-LIGNE-EXEC TO WS-RECH-CLE
                       PERFORM RESOUDRE-EXECUTION
                       MOVE WS-RECH-OWNER TO WS-IMPUT-OWNER
                   END-IF
                   MOVE WS-LIGNE-OPER TO WS-IMPUT-OPER
                   MOVE 1 TO WS-IMPUT-APPELS
                   MOVE ZERO TO WS-IMPUT-SECONDES
                   MOVE ZERO TO WS-IMPUT-TIRAGES
                   PERFORM IMPUTER-USAGE
               END-IF
           END-IF.

      * Les secondes sont celles des etapes Duree= du journal batch ;
      * l'execution de circuit donne proprietaire et operateur, a
      * defaut le chemin du circuit est rapproche du catalogue.
       TOTALISER-JOURNAUX.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "find . -maxdepth 1 -name 'job_" WS-MOIS-FACTURE
               "??.log' -printf '%f\n' | sort > fac_job.lst"
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE "fac_job.lst" TO WS-WORK-FILE-NAME.
           MOVE "N" TO WS-WORK-EOF.
           OPEN INPUT WORKLIST-FILE.
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
           END-IF.
           MOVE "rm -f fac_job.lst" TO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Journaux batch lus : " WS-COMPTE-JOURNAUX
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.

       LIRE-JOURNAL.
           MOVE "N" TO WS-CIRC-ACTIF.
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOURNAL-STATUS = "00"
               ADD 1 TO WS-COMPTE-JOURNAUX
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ JOB-LOG-FILE INTO WS-JOURNAL-LIGNE
                       AT END
                           MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM ANALYSER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF.

       ANALYSER-LIGNE-JOURNAL.
           EVALUATE TRUE
               WHEN WS-JOURNAL-LIGNE (1:36) =
                       "Debut du traitement batch, circuit :"
                   MOVE "Y" TO WS-CIRC-ACTIF
                   MOVE "BATCH" TO WS-CIRC-OPER
                   MOVE WS-JOURNAL-LIGNE (38:30) TO WS-CIRC-CHEMIN
                   PERFORM CHERCHER-PROPRIETAIRE-CHEMIN
               WHEN WS-JOURNAL-LIGNE (1:23) =
                       "Execution de circuit : "
                   MOVE "Y" TO WS-CIRC-ACTIF
                   MOVE WS-JOURNAL-LIGNE (24:16) TO WS-RECH-CLE
                   PERFORM RESOUDRE-EXECUTION
                   MOVE WS-RECH-OWNER TO WS-CIRC-OWNER
                   IF WS-RECH-OPER NOT = SPACES
                       MOVE WS-RECH-OPER TO WS-CIRC-OPER
                   END-IF
               WHEN WS-JOURNAL-LIGNE (1:6) = "Etape "
                       AND WS-CIRC-ACTIF = "Y"
                   PERFORM IMPUTER-ETAPE-JOURNAL
               WHEN WS-JOURNAL-LIGNE (1:25) =
                       "Fin du traitement batch, "
                   MOVE "N" TO WS-CIRC-ACTIF
           END-EVALUATE.

       IMPUTER-ETAPE-JOURNAL.
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
               IF WS-ETAPE-DUREE > 0
                   MOVE WS-CIRC-OWNER TO WS-IMPUT-OWNER
                   MOVE WS-CIRC-OPER TO WS-IMPUT-OPER
                   MOVE ZERO TO WS-IMPUT-APPELS
                   MOVE WS-ETAPE-DUREE TO WS-IMPUT-SECONDES
                   MOVE ZERO TO WS-IMPUT-TIRAGES
                   PERFORM IMPUTER-USAGE
               END-IF
           END-IF.

       CHERCHER-PROPRIETAIRE-CHEMIN.
           MOVE "HORS-CATAL" TO WS-CIRC-OWNER.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-MAX
               IF WS-CAT-PATH (WS-CAT-IDX) = WS-CIRC-CHEMIN
                   MOVE WS-CAT-OWNER (WS-CAT-IDX) TO WS-CIRC-OWNER
               END-IF
           END-PERFORM.

      * Une mesure reference la derniere fiche du maitre (execution de
      * circuit), le fichier circuit en batch ou INTERACTIF.
       TOTALISER-MESURES.
           MOVE "N" TO WS-MESURES-EOF.
           OPEN INPUT MEASURE-FILE.
           IF WS-MESURES-STATUS = "00"
               PERFORM UNTIL WS-MESURES-EOF = "Y"
                   READ MEASURE-FILE
                       AT END
                           MOVE "Y" TO WS-MESURES-EOF
                       NOT AT END
                           IF MES-DATE (1:6) = WS-MOIS-FACTURE
                               PERFORM IMPUTER-MESURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEASURE-FILE
           END-IF.

       IMPUTER-MESURE.
           EVALUATE TRUE
               WHEN MES-REFERENCE IS NUMERIC
                   PERFORM RESOUDRE-FICHE-MESURE
                   MOVE WS-RECH-OWNER TO WS-IMPUT-OWNER
               WHEN MES-REFERENCE = "INTERACTIF" OR SPACES
                   MOVE "DIRECT" TO WS-IMPUT-OWNER
               WHEN OTHER
                   MOVE MES-REFERENCE TO WS-CIRC-CHEMIN
                   PERFORM CHERCHER-PROPRIETAIRE-CHEMIN
                   MOVE WS-CIRC-OWNER TO WS-IMPUT-OWNER
           END-EVALUATE.
           MOVE MES-OPER TO WS-IMPUT-OPER.
           MOVE ZERO TO WS-IMPUT-APPELS.
           MOVE ZERO TO WS-IMPUT-SECONDES.
           MOVE MES-TIRAGES TO WS-IMPUT-TIRAGES.
           PERFORM IMPUTER-USAGE.

       RESOUDRE-FICHE-MESURE.
           MOVE "DIRECT" TO WS-RECH-OWNER.
           MOVE "F" TO WS-MASTER-ACTION.
           MOVE "I" TO WS-MASTER-CRITERE.
           MOVE MES-REFERENCE TO WS-FICHE-RUN-ID.
           CALL "RESULT-MASTER"
               USING WS-MASTER-COMMANDE WS-MASTER-FICHE.
           IF WS-MASTER-ETAT = "0"
                   AND WS-FICHE-RUN-CIRCUIT NOT = SPACES
               MOVE WS-FICHE-RUN-CIRCUIT TO WS-RECH-CLE
               PERFORM RESOUDRE-EXECUTION
           END-IF.

      * Rend le proprietaire (CAT-OWNER du catalogue de l'execution) et
      * l'operateur d'une execution de circuit.
       RESOUDRE-EXECUTION.
           MOVE "N" TO WS-RES-TROUVE.
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
                   UNTIL WS-RES-IDX > WS-RES-MAX
                       OR WS-RES-TROUVE = "Y"
               IF WS-RES-CLE (WS-RES-IDX) = WS-RECH-CLE
                   MOVE "Y" TO WS-RES-TROUVE
                   MOVE WS-RES-OWNER (WS-RES-IDX) TO WS-RECH-OWNER
                   MOVE WS-RES-OPER (WS-RES-IDX) TO WS-RECH-OPER
               END-IF
           END-PERFORM.
           IF WS-RES-TROUVE = "N"
               MOVE "INCONNU" TO WS-RECH-OWNER
               MOVE SPACES TO WS-RECH-OPER
               MOVE "F" TO WS-RUN-ACTION
               MOVE "I" TO WS-RUN-CRITERE
               MOVE WS-RECH-CLE TO WS-ENTETE-RUN-CIRCUIT
               CALL "RUN-HEADER" USING WS-RUN-COMMANDE WS-RUN-ENTETE
               IF WS-RUN-ETAT = "0"
                   MOVE WS-ENTETE-OPER TO WS-RECH-OPER
                   MOVE "HORS-CATAL" TO WS-RECH-OWNER
                   IF WS-ENTETE-CATALOGUE NOT = SPACES
                       PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                               UNTIL WS-CAT-IDX > WS-CAT-MAX
                           IF WS-CAT-NOM (WS-CAT-IDX)
                                   = WS-ENTETE-CATALOGUE
                               MOVE WS-CAT-OWNER (WS-CAT-IDX)
                                   TO WS-RECH-OWNER
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-RES-MAX < 100
                   ADD 1 TO WS-RES-MAX
                   MOVE WS-RES-MAX TO WS-RES-IDX
               ELSE
                   ADD 1 TO WS-RES-PROCHAIN
                   IF WS-RES-PROCHAIN > 100
                       MOVE 1 TO WS-RES-PROCHAIN
                   END-IF
                   MOVE WS-RES-PROCHAIN TO WS-RES-IDX
               END-IF
               MOVE WS-RECH-CLE TO WS-RES-CLE (WS-RES-IDX)
               MOVE WS-RECH-OWNER TO WS-RES-OWNER (WS-RES-IDX)
               MOVE WS-RECH-OPER TO WS-RES-OPER (WS-RES-IDX)
           END-IF.

      * Cumul dans la table des lignes, tenue triee par proprietaire
      * puis operateur pour l'edition du releve.
       IMPUTER-USAGE.
           IF WS-IMPUT-OWNER = SPACES
               MOVE "DIRECT" TO WS-IMPUT-OWNER
           END-IF.
           IF WS-IMPUT-OPER = SPACES
               MOVE "INCONNU" TO WS-IMPUT-OPER
           END-IF.
           MOVE "N" TO WS-FAC-TROUVE.
           MOVE ZERO TO WS-FAC-POS.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-MAX
                       OR WS-FAC-POS > 0
               IF WS-FAC-OWNER (WS-FAC-IDX) = WS-IMPUT-OWNER
                       AND WS-FAC-OPER (WS-FAC-IDX) = WS-IMPUT-OPER
                   MOVE "Y" TO WS-FAC-TROUVE
                   MOVE WS-FAC-IDX TO WS-FAC-POS
               ELSE
                   IF WS-FAC-OWNER (WS-FAC-IDX) > WS-IMPUT-OWNER
                           OR (WS-FAC-OWNER (WS-FAC-IDX)
                                   = WS-IMPUT-OWNER
                               AND WS-FAC-OPER (WS-FAC-IDX)
                                   > WS-IMPUT-OPER)
                       MOVE WS-FAC-IDX TO WS-FAC-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FAC-TROUVE = "N"
               IF WS-FAC-MAX = 200
                   ADD 1 TO WS-FAC-PERDUS
                   MOVE ZERO TO WS-FAC-POS
               ELSE
                   IF WS-FAC-POS = 0
                       COMPUTE WS-FAC-POS = WS-FAC-MAX + 1
                   ELSE
                       PERFORM VARYING WS-FAC-IDX FROM WS-FAC-MAX
                               BY -1 UNTIL WS-FAC-IDX < WS-FAC-POS
                           MOVE WS-FAC-ENTREE (WS-FAC-IDX)
                               TO WS-FAC-ENTREE (WS-FAC-IDX + 1)
                       END-PERFORM
                   END-IF
                   ADD 1 TO WS-FAC-MAX
                   MOVE WS-IMPUT-OWNER TO WS-FAC-OWNER (WS-FAC-POS)
                   MOVE WS-IMPUT-OPER TO WS-FAC-OPER (WS-FAC-POS)
                   MOVE ZERO TO WS-FAC-APPELS (WS-FAC-POS)
                   MOVE ZERO TO WS-FAC-SECONDES (WS-FAC-POS)
                   MOVE ZERO TO WS-FAC-TIRAGES (WS-FAC-POS)
                   MOVE ZERO TO WS-FAC-MONTANT (WS-FAC-POS)
               END-IF
           END-IF.
           IF WS-FAC-POS > 0
               ADD WS-IMPUT-APPELS TO WS-FAC-APPELS (WS-FAC-POS)
               ADD WS-IMPUT-SECONDES TO WS-FAC-SECONDES (WS-FAC-POS)
               ADD WS-IMPUT-TIRAGES TO WS-FAC-TIRAGES (WS-FAC-POS)
           END-IF.

       VALORISER-LIGNES.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-MAX
               COMPUTE WS-FAC-MONTANT (WS-FAC-IDX) ROUNDED =
                   WS-FAC-APPELS (WS-FAC-IDX) * WS-TARIF-APPEL
                   + WS-FAC-SECONDES (WS-FAC-IDX) * WS-TARIF-SECONDE
                   + WS-FAC-TIRAGES (WS-FAC-IDX) * WS-TARIF-MILLE
                       / 1000
           END-PERFORM.

       EDITER-RELEVE.
           MOVE SPACES TO WS-OWNER-COURANT.
           PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                   UNTIL WS-FAC-IDX > WS-FAC-MAX
               IF WS-FAC-OWNER (WS-FAC-IDX) NOT = WS-OWNER-COURANT
                   PERFORM EDITER-SOUS-TOTAL
                   MOVE WS-FAC-OWNER (WS-FAC-IDX) TO WS-OWNER-COURANT
                   MOVE SPACES TO WS-REPORT-LIGNE
                   STRING "PROPRIETAIRE " WS-OWNER-COURANT
                       INTO WS-REPORT-LIGNE
                   PERFORM ECRIRE-RAPPORT
               END-IF
               MOVE WS-FAC-MONTANT (WS-FAC-IDX) TO WS-MONTANT-EDIT
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "  Oper=" WS-FAC-OPER (WS-FAC-IDX)
                   " appels " WS-FAC-APPELS (WS-FAC-IDX)
                   " secondes " WS-FAC-SECONDES (WS-FAC-IDX)
                   " tirages " WS-FAC-TIRAGES (WS-FAC-IDX)
                   " montant " WS-MONTANT-EDIT
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               ADD WS-FAC-APPELS (WS-FAC-IDX) TO WS-SOUS-APPELS
               ADD WS-FAC-SECONDES (WS-FAC-IDX) TO WS-SOUS-SECONDES
               ADD WS-FAC-TIRAGES (WS-FAC-IDX) TO WS-SOUS-TIRAGES
               ADD WS-FAC-MONTANT (WS-FAC-IDX) TO WS-SOUS-MONTANT
           END-PERFORM.
           PERFORM EDITER-SOUS-TOTAL.
           MOVE WS-TOTAL-MONTANT TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "TOTAL GENERAL appels " WS-TOTAL-APPELS
               " secondes " WS-TOTAL-SECONDES
               " tirages " WS-TOTAL-TIRAGES
               " montant " WS-MONTANT-EDIT
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.

       EDITER-SOUS-TOTAL.
           IF WS-OWNER-COURANT NOT = SPACES
               MOVE WS-SOUS-MONTANT TO WS-MONTANT-EDIT
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "  Sous-total " WS-OWNER-COURANT
                   " appels " WS-SOUS-APPELS
                   " secondes " WS-SOUS-SECONDES
                   " tirages " WS-SOUS-TIRAGES
                   " montant " WS-MONTANT-EDIT
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               ADD WS-SOUS-APPELS TO WS-TOTAL-APPELS
               ADD WS-SOUS-SECONDES TO WS-TOTAL-SECONDES
               ADD WS-SOUS-TIRAGES TO WS-TOTAL-TIRAGES
               ADD WS-SOUS-MONTANT TO WS-TOTAL-MONTANT
           END-IF.
           MOVE ZERO TO WS-SOUS-APPELS.
           MOVE ZERO TO WS-SOUS-SECONDES.
           MOVE ZERO TO WS-SOUS-TIRAGES.
           MOVE ZERO TO WS-SOUS-MONTANT.

       ECRIRE-INTERFACE.
           OPEN OUTPUT FINANCE-FILE.
           IF WS-FINANCE-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Interface comptable non ecrite : "
                   WS-FINANCE-FILE-NAME INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 12 TO WS-RETOUR
           ELSE
               MOVE SPACES TO FIN-ENTETE
               MOVE "H" TO FIN-H-TYPE
               MOVE WS-MOIS-FACTURE TO FIN-H-MOIS
               MOVE WS-DATE-JOUR TO FIN-H-GENERATION
               MOVE WS-TARIF-APPEL TO FIN-H-TARIF-APPEL
               MOVE WS-TARIF-SECONDE TO FIN-H-TARIF-SECONDE
               MOVE WS-TARIF-MILLE TO FIN-H-TARIF-MILLE
               WRITE FIN-ENTETE
               MOVE ZERO TO WS-TOTAL-LIGNES
               PERFORM VARYING WS-FAC-IDX FROM 1 BY 1
                       UNTIL WS-FAC-IDX > WS-FAC-MAX
                   MOVE SPACES TO FIN-DETAIL
                   MOVE "D" TO FIN-D-TYPE
                   MOVE WS-MOIS-FACTURE TO FIN-D-MOIS
                   MOVE WS-FAC-OWNER (WS-FAC-IDX) TO FIN-D-OWNER
                   MOVE WS-FAC-OPER (WS-FAC-IDX) TO FIN-D-OPER
                   MOVE WS-FAC-APPELS (WS-FAC-IDX) TO FIN-D-APPELS
                   MOVE WS-FAC-SECONDES (WS-FAC-IDX) TO FIN-D-SECONDES
                   MOVE WS-FAC-TIRAGES (WS-FAC-IDX) TO FIN-D-TIRAGES
                   MOVE WS-FAC-MONTANT (WS-FAC-IDX) TO FIN-D-MONTANT
                   WRITE FIN-DETAIL
                   ADD 1 TO WS-TOTAL-LIGNES
               END-PERFORM
               MOVE SPACES TO FIN-CONTROLE
               MOVE "T" TO FIN-T-TYPE
               MOVE WS-MOIS-FACTURE TO FIN-T-MOIS
               MOVE WS-TOTAL-LIGNES TO FIN-T-LIGNES
               MOVE WS-TOTAL-APPELS TO FIN-T-APPELS
               MOVE WS-TOTAL-SECONDES TO FIN-T-SECONDES
               MOVE WS-TOTAL-TIRAGES TO FIN-T-TIRAGES
               MOVE WS-TOTAL-MONTANT TO FIN-T-MONTANT
               WRITE FIN-CONTROLE
               CLOSE FINANCE-FILE
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Interface comptable : " WS-TOTAL-LIGNES
                   " ligne(s) D et enregistrement de controle dans "
                   WS-FINANCE-FILE-NAME INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           END-IF.

       ECRIRE-RAPPORT.
           MOVE WS-REPORT-LIGNE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-REPORT-LIGNE).
