       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-RECOVERY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-MASTER-FILE ASSIGN TO DYNAMIC WS-NEW-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NM-RUN-ID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC WS-SEQUENCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.
           SELECT CATALOGUE-FILE
               ASSIGN TO DYNAMIC WS-CATALOGUE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-STATUS.
           SELECT CKSUM-FILE ASSIGN TO DYNAMIC WS-CKSUM-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CKSUM-STATUS.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD IMAGE-FILE.
       01 IMAGE-RECORD PIC X(214).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JR-SEQUENCE PIC 9(8).
           05 JR-DATE PIC 9(8).
           05 JR-HEURE PIC 9(6).
           05 JR-RUN-ID PIC X(16).
           05 JR-FICHE-DATE PIC 9(8).
           05 JR-OPERATION PIC X(20).
           05 JR-QUBITS PIC X(30).
           05 JR-RESULTAT PIC X(120).
           05 JR-RUN-CIRCUIT PIC X(16).
           05 JR-ETAPE PIC 9(4).

       FD SEQUENCE-FILE.
       01 SEQUENCE-RECORD.
           05 SQ-SEQUENCE PIC 9(8).
           05 SQ-DATE PIC 9(8).
           05 SQ-HEURE PIC 9(6).

       FD CATALOGUE-FILE.
       01 CATALOGUE-RECORD.
           05 IC-FICHIER PIC X(40).
           05 IC-DATE-TRT PIC 9(8).
           05 IC-DATE PIC 9(8).
           05 IC-HEURE PIC 9(6).
           05 IC-FICHES PIC 9(8).
           05 IC-ANCIENNES PIC 9(8).
           05 IC-SEQUENCE PIC 9(8).
           05 IC-CKSUM PIC X(10).
           05 IC-TAILLE PIC X(12).
           05 IC-STATUT PIC X.

       FD CKSUM-FILE.
       01 CKSUM-RECORD PIC X(80).

       FD LIST-FILE.
       01 LIST-RECORD PIC X(40).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-NEW-FILE-NAME PIC X(40) VALUE "results_master.rec".
       01 WS-NEW-STATUS PIC XX VALUE SPACES.
       01 WS-NEW-LONGUEUR PIC 9(4) VALUE 214.
       01 WS-IMAGE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-IMAGE-STATUS PIC XX VALUE SPACES.
       01 WS-IMAGE-EOF PIC X VALUE "N".
       01 WS-JOURNAL-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-JOURNAL-EOF PIC X VALUE "N".
       01 WS-SEQUENCE-FILE-NAME PIC X(40) VALUE "masterjrn.ctl".
       01 WS-SEQUENCE-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOGUE-FILE-NAME PIC X(40) VALUE "master_images.dat".
       01 WS-CATALOGUE-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOGUE-EOF PIC X VALUE "N".
       01 WS-CKSUM-FILE-NAME PIC X(40) VALUE "recup_cksum.tmp".
       01 WS-CKSUM-STATUS PIC XX VALUE SPACES.
       01 WS-LIST-FILE-NAME PIC X(40) VALUE "recup_journaux.lst".
       01 WS-LIST-STATUS PIC XX VALUE SPACES.
       01 WS-LIST-EOF PIC X VALUE "N".
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-LIGNE PIC X(132) VALUE SPACES.
       01 WS-MANIFEST-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-LIGNE PIC X(120) VALUE SPACES.
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-MV-RC PIC 9(4) VALUE ZERO.
       01 WS-ARGUMENTS PIC X(40) VALUE SPACES.
       01 WS-ARG-DATE PIC X(8) VALUE SPACES.
       01 WS-ARG-HEURE PIC X(6) VALUE SPACES.
       01 WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-CIBLE-DATE PIC 9(8) VALUE 99999999.
       01 WS-CIBLE-HEURE PIC 9(6) VALUE 999999.
       01 WS-CIBLE-HORODATE PIC 9(14) VALUE ZERO.
       01 WS-CIBLE-LIBELLE PIC X(40) VALUE SPACES.
       01 WS-CIBLE-ATTEINTE PIC X VALUE "N".
       01 WS-HORODATE PIC 9(14) VALUE ZERO.
       01 WS-DERNIERE-SEQUENCE PIC 9(8) VALUE ZERO.
       01 WS-SEQ-ATTENDUE PIC 9(8) VALUE 1.
       01 WS-SEQ-FIN-TROU PIC 9(8) VALUE ZERO.
       01 WS-SEQ-MANQUANTES PIC 9(8) VALUE ZERO.
       01 WS-TROU-SUITE PIC X(60) VALUE SPACES.
       01 WS-FICHIER PIC X(40) VALUE SPACES.
       01 WS-FICHIER-DATE PIC X(8) VALUE SPACES.
      * Images verifiees prises avant l'heure cible, de la plus
      * ancienne a la plus recente ; au-dela de 100 les plus anciennes
      * sont oubliees.
       01 WS-IMAGES.
           05 WS-IMG-MAX PIC 9(4) VALUE ZERO.
           05 WS-IMG-ENTREE OCCURS 100 TIMES.
               10 WS-IMG-FICHIER PIC X(40).
               10 WS-IMG-DATE PIC 9(8).
               10 WS-IMG-HEURE PIC 9(6).
               10 WS-IMG-FICHES PIC 9(8).
               10 WS-IMG-SEQUENCE PIC 9(8).
               10 WS-IMG-CKSUM PIC X(10).
       01 WS-IMG-IDX PIC 9(4) VALUE ZERO.
       01 WS-IMG-SUIV PIC 9(4) VALUE ZERO.
       01 WS-IMAGE-CHOISIE PIC X VALUE "N".
       01 WS-IMAGE-DATE PIC 9(8) VALUE ZERO.
       01 WS-IMAGE-HEURE PIC 9(6) VALUE ZERO.
       01 WS-IMAGE-FICHES PIC 9(8) VALUE ZERO.
       01 WS-IMAGE-SEQUENCE PIC 9(8) VALUE ZERO.
       01 WS-COUR-CKSUM PIC X(10) VALUE SPACES.
       01 WS-COMPTE-IMAGE PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-DOUBLES-IMAGE PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-JOURNAUX PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-JOURNAUX-IGNORES PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-LIGNES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-ANTERIEURES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-APPLIQUEES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-PRESENTES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-POSTERIEURES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-ILLISIBLES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-DESORDRE PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-TROUS PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-ANOMALIES PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-ERREURS PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-MAITRE PIC 9(8) VALUE ZERO.
       01 WS-RETOUR PIC 99 VALUE ZERO.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
      * Argument : AAAAMMJJ [HHMMSS], heure de l'etat a reconstituer.
      * Sans argument, tout le journal disponible est reapplique ; sans
      * heure, la journee indiquee est reprise en entier.
       MAIN-RECUPERATION.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL SPACE
               INTO WS-ARG-DATE WS-ARG-HEURE.
           IF WS-ARG-DATE = SPACES
               MOVE "fin des journaux" TO WS-CIBLE-LIBELLE
           ELSE
               IF WS-ARG-HEURE = SPACES
                   MOVE "235959" TO WS-ARG-HEURE
               END-IF
               IF WS-ARG-DATE NOT NUMERIC OR WS-ARG-HEURE NOT NUMERIC
                   DISPLAY "Usage : RecupMast [AAAAMMJJ [HHMMSS]]"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-ARG-DATE TO WS-CIBLE-DATE
               MOVE WS-ARG-HEURE TO WS-CIBLE-HEURE
               MOVE SPACES TO WS-CIBLE-LIBELLE
               STRING WS-CIBLE-DATE " " WS-CIBLE-HEURE
                   DELIMITED BY SIZE INTO WS-CIBLE-LIBELLE
           END-IF.
           COMPUTE WS-CIBLE-HORODATE =
               WS-CIBLE-DATE * 1000000 + WS-CIBLE-HEURE.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "recup_" WS-DATE-JOUR ".rpt"
               INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Reprise du maitre des resultats du " WS-DATE-JOUR
               " - etat cible : " FUNCTION TRIM(WS-CIBLE-LIBELLE)
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM LIRE-SEQUENCE-JOURNAL.
           PERFORM CHARGER-CATALOGUE-IMAGES.
           PERFORM CHOISIR-IMAGE.
           OPEN OUTPUT NEW-MASTER-FILE.
           IF WS-NEW-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Impossible de creer "
                   FUNCTION TRIM(WS-NEW-FILE-NAME) " (" WS-NEW-STATUS
                   "), reprise abandonnee."
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-IMAGE-CHOISIE = "Y"
               PERFORM RESTAURER-IMAGE
           END-IF.
           MOVE WS-IMAGE-SEQUENCE TO WS-SEQ-ATTENDUE.
           ADD 1 TO WS-SEQ-ATTENDUE.
           PERFORM APPLIQUER-JOURNAUX.
           PERFORM CONTROLER-FIN-JOURNAL.
           CLOSE NEW-MASTER-FILE.
           COMPUTE WS-COMPTE-MAITRE =
               WS-COMPTE-IMAGE + WS-COMPTE-APPLIQUEES.
           PERFORM ECRIRE-TOTAUX.
           IF WS-COMPTE-ERREURS > ZERO
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Reprise abandonnee : " WS-COMPTE-ERREURS
                   " erreur(s) d'ecriture, maitre actuel inchange, "
                   "reconstruction laissee dans "
                   FUNCTION TRIM(WS-NEW-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 8 TO WS-RETOUR
           ELSE
               PERFORM BASCULER-MAITRE
           END-IF.
           CLOSE REPORT-FILE.
           PERFORM ECRIRE-MANIFESTE-RECUP.
           DISPLAY "Rapport de reprise : " WS-REPORT-FILE-NAME.
           MOVE WS-RETOUR TO RETURN-CODE.
           GOBACK.

       LIRE-SEQUENCE-JOURNAL.
           MOVE ZERO TO WS-DERNIERE-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS = "00"
               READ SEQUENCE-FILE
                   NOT AT END
                       IF SQ-SEQUENCE NUMERIC
                           MOVE SQ-SEQUENCE TO WS-DERNIERE-SEQUENCE
                       END-IF
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

       CHARGER-CATALOGUE-IMAGES.
           MOVE ZERO TO WS-IMG-MAX.
           MOVE "N" TO WS-CATALOGUE-EOF.
           OPEN INPUT CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS = "00"
               PERFORM UNTIL WS-CATALOGUE-EOF = "Y"
                   READ CATALOGUE-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOGUE-EOF
                       NOT AT END
                           PERFORM RETENIR-IMAGE
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF.

       RETENIR-IMAGE.
           IF IC-STATUT = "V" AND IC-DATE NUMERIC AND IC-HEURE NUMERIC
               COMPUTE WS-HORODATE = IC-DATE * 1000000 + IC-HEURE
               IF WS-HORODATE NOT > WS-CIBLE-HORODATE
                   IF WS-IMG-MAX = 100
                       PERFORM VARYING WS-IMG-IDX FROM 1 BY 1
                               UNTIL WS-IMG-IDX > 99
                           COMPUTE WS-IMG-SUIV = WS-IMG-IDX + 1
                           MOVE WS-IMG-ENTREE (WS-IMG-SUIV)
                               TO WS-IMG-ENTREE (WS-IMG-IDX)
                       END-PERFORM
                   ELSE
                       ADD 1 TO WS-IMG-MAX
                   END-IF
                   MOVE IC-FICHIER TO WS-IMG-FICHIER (WS-IMG-MAX)
                   MOVE IC-DATE TO WS-IMG-DATE (WS-IMG-MAX)
                   MOVE IC-HEURE TO WS-IMG-HEURE (WS-IMG-MAX)
                   MOVE IC-FICHES TO WS-IMG-FICHES (WS-IMG-MAX)
                   MOVE IC-SEQUENCE TO WS-IMG-SEQUENCE (WS-IMG-MAX)
                   MOVE IC-CKSUM TO WS-IMG-CKSUM (WS-IMG-MAX)
               END-IF
           END-IF.

      * La plus recente image dont la somme de controle est intacte ;
      * une image absente ou alteree est signalee et la precedente est
      * essayee.
       CHOISIR-IMAGE.
           MOVE "N" TO WS-IMAGE-CHOISIE.
           PERFORM VARYING WS-IMG-IDX FROM WS-IMG-MAX BY -1
                   UNTIL WS-IMG-IDX < 1 OR WS-IMAGE-CHOISIE = "Y"
               MOVE WS-IMG-FICHIER (WS-IMG-IDX) TO WS-IMAGE-FILE-NAME
               PERFORM CALCULER-CKSUM-IMAGE
               IF WS-COUR-CKSUM NOT = SPACES
                       AND WS-COUR-CKSUM = WS-IMG-CKSUM (WS-IMG-IDX)
                   MOVE "Y" TO WS-IMAGE-CHOISIE
                   MOVE WS-IMG-DATE (WS-IMG-IDX) TO WS-IMAGE-DATE
                   MOVE WS-IMG-HEURE (WS-IMG-IDX) TO WS-IMAGE-HEURE
                   MOVE WS-IMG-FICHES (WS-IMG-IDX) TO WS-IMAGE-FICHES
                   MOVE WS-IMG-SEQUENCE (WS-IMG-IDX)
                       TO WS-IMAGE-SEQUENCE
               ELSE
                   ADD 1 TO WS-COMPTE-ANOMALIES
                   MOVE SPACES TO WS-REPORT-LIGNE
                   STRING "Image ignoree : "
                       FUNCTION TRIM(WS-IMAGE-FILE-NAME) " du "
                       WS-IMG-DATE (WS-IMG-IDX) " "
                       WS-IMG-HEURE (WS-IMG-IDX)
                       " absente ou alteree (cksum "
                       WS-IMG-CKSUM (WS-IMG-IDX) ")"
                       DELIMITED BY SIZE INTO WS-REPORT-LIGNE
                   PERFORM ECRIRE-RAPPORT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LIGNE.
           IF WS-IMAGE-CHOISIE = "Y"
               STRING "Image copie utilisee : "
                   FUNCTION TRIM(WS-IMAGE-FILE-NAME) " du "
                   WS-IMAGE-DATE " " WS-IMAGE-HEURE ", "
                   WS-IMAGE-FICHES " fiche(s), journal jusqu'a "
                   WS-IMAGE-SEQUENCE
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
           ELSE
               ADD 1 TO WS-COMPTE-ANOMALIES
               MOVE ZERO TO WS-IMAGE-SEQUENCE
               MOVE ZERO TO WS-IMAGE-DATE
               STRING "Aucune image copie utilisable avant "
                   FUNCTION TRIM(WS-CIBLE-LIBELLE)
                   " : reconstruction depuis les journaux seuls"
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
           END-IF.
           PERFORM ECRIRE-RAPPORT.

       CALCULER-CKSUM-IMAGE.
           MOVE SPACES TO WS-COUR-CKSUM.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "cksum " FUNCTION TRIM(WS-IMAGE-FILE-NAME) " > "
               FUNCTION TRIM(WS-CKSUM-FILE-NAME) " 2>/dev/null"
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           OPEN INPUT CKSUM-FILE.
           IF WS-CKSUM-STATUS = "00"
               READ CKSUM-FILE
                   AT END
                       MOVE SPACES TO CKSUM-RECORD
               END-READ
               CLOSE CKSUM-FILE
               UNSTRING CKSUM-RECORD DELIMITED BY ALL SPACE
                   INTO WS-COUR-CKSUM
           END-IF.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "rm -f " FUNCTION TRIM(WS-CKSUM-FILE-NAME)
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.

       RESTAURER-IMAGE.
           MOVE "N" TO WS-IMAGE-EOF.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS NOT = "00"
               ADD 1 TO WS-COMPTE-ERREURS
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Image illisible (" WS-IMAGE-STATUS ") : "
                   FUNCTION TRIM(WS-IMAGE-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           ELSE
               PERFORM UNTIL WS-IMAGE-EOF = "Y"
                   READ IMAGE-FILE
                       AT END
                           MOVE "Y" TO WS-IMAGE-EOF
                       NOT AT END
                           PERFORM RESTAURER-FICHE
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
           END-IF.
           IF WS-COMPTE-IMAGE + WS-COMPTE-DOUBLES-IMAGE
                   NOT = WS-IMAGE-FICHES
               ADD 1 TO WS-COMPTE-ANOMALIES
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Ecart sur l'image : " WS-IMAGE-FICHES
                   " fiche(s) cataloguee(s), " WS-COMPTE-IMAGE
                   " restauree(s)"
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           END-IF.

       RESTAURER-FICHE.
           MOVE IMAGE-RECORD TO NEW-MASTER-RECORD.
           IF NM-ETAPE NOT NUMERIC
               MOVE ZERO TO NM-ETAPE
           END-IF.
           MOVE 214 TO WS-NEW-LONGUEUR.
           WRITE NEW-MASTER-RECORD.
           EVALUATE WS-NEW-STATUS
               WHEN "00"
                   ADD 1 TO WS-COMPTE-IMAGE
               WHEN "22"
                   ADD 1 TO WS-COMPTE-DOUBLES-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-COMPTE-ERREURS
           END-EVALUATE.

      * Les journaux masterjrn_AAAAMMJJ.dat sont repris dans l'ordre
      * des dates ; ceux d'avant la journee de l'image ne contiennent
      * que des fiches deja copiees.
       APPLIQUER-JOURNAUX.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "find . -maxdepth 1 -name 'masterjrn_*.dat' "
               "-printf '%f\n' | sort > "
               FUNCTION TRIM(WS-LIST-FILE-NAME)
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE "N" TO WS-LIST-EOF.
           OPEN INPUT LIST-FILE.
           IF WS-LIST-STATUS = "00"
               PERFORM UNTIL WS-LIST-EOF = "Y"
                   READ LIST-FILE INTO WS-FICHIER
                       AT END
                           MOVE "Y" TO WS-LIST-EOF
                       NOT AT END
                           PERFORM CLASSER-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE LIST-FILE
           END-IF.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "rm -f " FUNCTION TRIM(WS-LIST-FILE-NAME)
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.

       CLASSER-JOURNAL.
           MOVE WS-FICHIER (11:8) TO WS-FICHIER-DATE.
           IF WS-FICHIER-DATE NUMERIC
                   AND WS-FICHIER-DATE < WS-IMAGE-DATE
               ADD 1 TO WS-COMPTE-JOURNAUX-IGNORES
           ELSE
               PERFORM LIRE-JOURNAL
           END-IF.

       LIRE-JOURNAL.
           ADD 1 TO WS-COMPTE-JOURNAUX.
           MOVE WS-FICHIER TO WS-JOURNAL-FILE-NAME.
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               ADD 1 TO WS-COMPTE-ANOMALIES
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Journal illisible (" WS-JOURNAL-STATUS ") : "
                   FUNCTION TRIM(WS-FICHIER)
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           ELSE
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM TRAITER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       TRAITER-LIGNE-JOURNAL.
           ADD 1 TO WS-COMPTE-LIGNES.
           IF JR-SEQUENCE NOT NUMERIC OR JR-DATE NOT NUMERIC
                   OR JR-HEURE NOT NUMERIC OR JR-RUN-ID = SPACES
               ADD 1 TO WS-COMPTE-ILLISIBLES
               ADD 1 TO WS-COMPTE-ANOMALIES
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Ligne de journal illisible dans "
                   FUNCTION TRIM(WS-FICHIER) " : " JOURNAL-RECORD (1:40)
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           ELSE
               IF JR-SEQUENCE NOT > WS-IMAGE-SEQUENCE
                   ADD 1 TO WS-COMPTE-ANTERIEURES
               ELSE
                   COMPUTE WS-HORODATE = JR-DATE * 1000000 + JR-HEURE
                   IF WS-HORODATE > WS-CIBLE-HORODATE
                       ADD 1 TO WS-COMPTE-POSTERIEURES
                       MOVE "Y" TO WS-CIBLE-ATTEINTE
                   ELSE
                       PERFORM CONTROLER-SEQUENCE
                       PERFORM APPLIQUER-FICHE
                   END-IF
               END-IF
           END-IF.

      * Les numeros de journal se suivent sans trou depuis l'image ; un
      * numero saute signale des fiches perdues, un numero deja vu une
      * ligne repetee ou des journaux hors ordre.
       CONTROLER-SEQUENCE.
           IF JR-SEQUENCE > WS-SEQ-ATTENDUE
               COMPUTE WS-SEQ-FIN-TROU = JR-SEQUENCE - 1
               PERFORM SIGNALER-TROU
           END-IF.
           IF JR-SEQUENCE < WS-SEQ-ATTENDUE
               ADD 1 TO WS-COMPTE-DESORDRE
               ADD 1 TO WS-COMPTE-ANOMALIES
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Sequence " JR-SEQUENCE " repetee ou hors ordre"
                   " dans " FUNCTION TRIM(WS-FICHIER)
                   " (attendue " WS-SEQ-ATTENDUE ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           ELSE
               COMPUTE WS-SEQ-ATTENDUE = JR-SEQUENCE + 1
           END-IF.

       SIGNALER-TROU.
           ADD 1 TO WS-COMPTE-TROUS.
           ADD 1 TO WS-COMPTE-ANOMALIES.
           COMPUTE WS-SEQ-MANQUANTES = WS-SEQ-MANQUANTES
               + WS-SEQ-FIN-TROU - WS-SEQ-ATTENDUE + 1.
           MOVE SPACES TO WS-TROU-SUITE.
           IF WS-FICHIER = SPACES
               MOVE " (fin de journal)" TO WS-TROU-SUITE
           ELSE
               STRING " (avant " FUNCTION TRIM(WS-FICHIER) ")"
                   DELIMITED BY SIZE INTO WS-TROU-SUITE
           END-IF.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "TROU : sequences " WS-SEQ-ATTENDUE " a "
               WS-SEQ-FIN-TROU " absentes du journal" WS-TROU-SUITE
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.

       APPLIQUER-FICHE.
           MOVE JR-RUN-ID TO NM-RUN-ID.
           MOVE JR-FICHE-DATE TO NM-DATE.
           MOVE JR-OPERATION TO NM-OPERATION.
           MOVE JR-QUBITS TO NM-QUBITS.
           MOVE JR-RESULTAT TO NM-RESULTAT.
           MOVE JR-RUN-CIRCUIT TO NM-RUN-CIRCUIT.
           MOVE JR-ETAPE TO NM-ETAPE.
           IF NM-ETAPE NOT NUMERIC
               MOVE ZERO TO NM-ETAPE
           END-IF.
           MOVE 214 TO WS-NEW-LONGUEUR.
           WRITE NEW-MASTER-RECORD.
           EVALUATE WS-NEW-STATUS
               WHEN "00"
                   ADD 1 TO WS-COMPTE-APPLIQUEES
               WHEN "22"
                   ADD 1 TO WS-COMPTE-PRESENTES
               WHEN OTHER
                   ADD 1 TO WS-COMPTE-ERREURS
           END-EVALUATE.

      * Sans coupure, le journal doit aller jusqu'au dernier numero
      * distribue ; les fiches de fin de journal perdues sont un trou.
       CONTROLER-FIN-JOURNAL.
           IF WS-CIBLE-ATTEINTE = "N"
                   AND WS-DERNIERE-SEQUENCE NOT < WS-SEQ-ATTENDUE
               MOVE WS-DERNIERE-SEQUENCE TO WS-SEQ-FIN-TROU
               MOVE SPACES TO WS-FICHIER
               PERFORM SIGNALER-TROU
           END-IF.

       ECRIRE-TOTAUX.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Restaurees depuis l'image : " WS-COMPTE-IMAGE
               " (doublons " WS-COMPTE-DOUBLES-IMAGE ")"
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Journaux lus             : " WS-COMPTE-JOURNAUX
               " (" WS-COMPTE-JOURNAUX-IGNORES
               " anterieur(s) a l'image ignore(s)), "
               WS-COMPTE-LIGNES " ligne(s)"
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Appliquees du journal    : " WS-COMPTE-APPLIQUEES
               " (deja presentes " WS-COMPTE-PRESENTES
               ", deja dans l'image " WS-COMPTE-ANTERIEURES
               ", apres la cible " WS-COMPTE-POSTERIEURES ")"
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Trous de journal         : " WS-COMPTE-TROUS
               " (" WS-SEQ-MANQUANTES " sequence(s) manquante(s)), "
               WS-COMPTE-DESORDRE " hors ordre, "
               WS-COMPTE-ILLISIBLES " illisible(s)"
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Maitre reconstruit       : " WS-COMPTE-MAITRE
               " fiche(s), " WS-COMPTE-ERREURS " erreur(s) d'ecriture"
               DELIMITED BY SIZE INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           IF WS-COMPTE-ANOMALIES > ZERO
               MOVE 4 TO WS-RETOUR
           END-IF.

      * L'ancien maitre est garde sous results_master.avrec pour
      * examen ; il peut ne plus exister si la reprise suit sa perte.
       BASCULER-MAITRE.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "( [ ! -f results_master.dat ] || "
               "mv results_master.dat results_master.avrec ) && "
               "mv " FUNCTION TRIM(WS-NEW-FILE-NAME)
               " results_master.dat"
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           IF RETURN-CODE NOT = 0
               MOVE RETURN-CODE TO WS-MV-RC
               STRING "Erreur : bascule du maitre en echec (code "
                   WS-MV-RC "), reconstruction laissee dans "
                   FUNCTION TRIM(WS-NEW-FILE-NAME)
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
               MOVE 8 TO WS-RETOUR
           ELSE
               STRING "Maitre remplace, ancien maitre conserve sous "
                   "results_master.avrec"
                   DELIMITED BY SIZE INTO WS-REPORT-LIGNE
           END-IF.
           PERFORM ECRIRE-RAPPORT.

       ECRIRE-RAPPORT.
           MOVE WS-REPORT-LIGNE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-REPORT-LIGNE).

       ECRIRE-MANIFESTE-RECUP.
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING "manifest_" WS-DATE-JOUR ".rpt"
               INTO WS-MANIFEST-FILE-NAME.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE SPACES TO WS-MANIFEST-LIGNE.
           STRING "Reprise maitre du " WS-DATE-JOUR " (cible "
               FUNCTION TRIM(WS-CIBLE-LIBELLE) ", code " WS-RETOUR ")"
               DELIMITED BY SIZE INTO WS-MANIFEST-LIGNE.
           MOVE WS-MANIFEST-LIGNE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO WS-MANIFEST-LIGNE.
           STRING "Maitre : " WS-COMPTE-IMAGE " de l'image, "
               WS-COMPTE-APPLIQUEES " du journal, "
               WS-COMPTE-TROUS " trou(s)"
               DELIMITED BY SIZE INTO WS-MANIFEST-LIGNE.
           MOVE WS-MANIFEST-LIGNE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.
