       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE-JOUR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CLOTURE-FILE ASSIGN TO DYNAMIC WS-CLOTURE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CLOTURE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLOTURE-FILE.
       01 CLOTURE-RECORD.
           05 CLO-DATE PIC 9(8).
           05 CLO-HEURE PIC 9(6).
           05 CLO-OPER PIC X(8).
           05 CLO-FICHES PIC 9(6).
           05 CLO-AUDITS PIC 9(6).
           05 CLO-REPORTS PIC 9(6).
           05 CLO-TRAITEMENTS PIC 9(4).
           05 CLO-ECHECS PIC 9(4).
           05 CLO-ETAPES PIC 9(6).
           05 CLO-MESURES PIC 9(4).
           05 CLO-TIRAGES PIC 9(8).
           05 CLO-PROCHAINE PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-WORK-FILE-NAME PIC X(40) VALUE "clo_encours.lst".
       01 WS-WORK-STATUS PIC XX VALUE SPACES.
       01 WS-WORK-EOF PIC X VALUE "N".
       01 WS-WORK-LIGNE PIC X(80) VALUE SPACES.
       01 WS-AUDIT-FILE-NAME PIC X(30) VALUE SPACES.
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
       01 WS-CLOTURE-FILE-NAME PIC X(40) VALUE "day_closings.dat".
       01 WS-CLOTURE-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-REPORT-STATUS PIC XX VALUE SPACES.
       01 WS-REPORT-LIGNE PIC X(200) VALUE SPACES.
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-ARGUMENTS PIC X(40) VALUE SPACES.
       01 WS-OPERATEUR-ID PIC X(8) VALUE SPACES.
       01 WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-HEURE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-RETOUR PIC 99 VALUE ZERO.
       01 WS-MARQUEUR-CPT PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-ENCOURS PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-FICHES PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-AUDITS PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-REPORTS PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-TRAITEMENTS PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-ECHECS PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-ETAPES PIC 9(6) VALUE ZERO.
       01 WS-COMPTE-MESURES PIC 9(4) VALUE ZERO.
       01 WS-COMPTE-TIRAGES PIC 9(8) VALUE ZERO.
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
       MAIN-CLOTURE.
           ACCEPT WS-ARGUMENTS FROM COMMAND-LINE.
           UNSTRING WS-ARGUMENTS DELIMITED BY ALL SPACE
               INTO WS-OPERATEUR-ID.
           IF WS-OPERATEUR-ID = SPACES
               MOVE "BATCH" TO WS-OPERATEUR-ID
           END-IF.
           MOVE "L" TO WS-DT-ACTION.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           IF WS-DT-ETAT NOT = "0"
               DISPLAY "Fichier de date de traitement illisible, "
                   "cloture abandonnee."
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "cloture_" WS-DATE-JOUR ".rpt"
               INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Cloture de la journee " WS-DATE-JOUR
               " par " FUNCTION TRIM(WS-OPERATEUR-ID)
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           PERFORM VERIFIER-ENCOURS.
           IF WS-COMPTE-ENCOURS > 0
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Cloture refusee : " WS-COMPTE-ENCOURS
                   " traitement(s) en cours (checkpoint ou rejets)."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               CLOSE REPORT-FILE
               DISPLAY "Rapport de cloture : " WS-REPORT-FILE-NAME
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TOTALISER-MAITRE.
           PERFORM TOTALISER-AUDIT.
           PERFORM TOTALISER-JOURNAL.
           PERFORM TOTALISER-MESURES.
      * La date suivante n'est validee qu'une fois l'enregistrement de
      * cloture ecrit : en cas d'echec la journee reste ouverte.
           PERFORM PREVOIR-DATE.
           IF WS-RETOUR < 12
               PERFORM ECRIRE-CLOTURE
           END-IF.
           IF WS-RETOUR < 12
               PERFORM AVANCER-DATE
           END-IF.
           IF WS-RETOUR < 12
               PERFORM ECRIRE-TOTAUX
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Journee " WS-DATE-JOUR " cloturee, prochaine "
                   "date de traitement : " WS-DT-DATE
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
           END-IF.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Code retour de la cloture : " WS-RETOUR
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           CLOSE REPORT-FILE.
           DISPLAY "Rapport de cloture : " WS-REPORT-FILE-NAME.
           MOVE WS-RETOUR TO RETURN-CODE.
           GOBACK.

      * Un checkpoint ou un fichier de rejets non vide signale un
      * traitement interrompu ou a reprendre : la journee ne peut pas
      * etre cloturee tant qu'il en reste.
       VERIFIER-ENCOURS.
           MOVE ZERO TO WS-COMPTE-ENCOURS.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "find . -maxdepth 1 "
               "\( -name '*.ckpt' -o -name '*.rej' \) ! -empty "
               "-printf '%f\n' | sort > clo_encours.lst"
               INTO WS-CMD-LINE.
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
                               ADD 1 TO WS-COMPTE-ENCOURS
                               MOVE SPACES TO WS-REPORT-LIGNE
                               STRING "EN COURS " WS-WORK-LIGNE
                                   INTO WS-REPORT-LIGNE
                               PERFORM ECRIRE-RAPPORT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORKLIST-FILE
           END-IF.
           MOVE "rm -f clo_encours.lst" TO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.

       TOTALISER-MAITRE.
           MOVE ZERO TO WS-COMPTE-FICHES.
           MOVE "F" TO WS-MASTER-ACTION.
           MOVE "D" TO WS-MASTER-CRITERE.
           MOVE WS-DATE-JOUR TO WS-FICHE-DATE.
           CALL "RESULT-MASTER"
               USING WS-MASTER-COMMANDE WS-MASTER-FICHE.
           PERFORM UNTIL WS-MASTER-ETAT NOT = "0"
               ADD 1 TO WS-COMPTE-FICHES
               MOVE "N" TO WS-MASTER-ACTION
               CALL "RESULT-MASTER"
                   USING WS-MASTER-COMMANDE WS-MASTER-FICHE
           END-PERFORM.
           IF WS-MASTER-ETAT = "9"
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Avert. : fichier maitre des resultats "
                   "inaccessible, total des fiches non controle."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 4 TO WS-RETOUR
           END-IF.

       TOTALISER-AUDIT.
           MOVE ZERO TO WS-COMPTE-AUDITS.
           MOVE ZERO TO WS-COMPTE-REPORTS.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING "audit_" WS-DATE-JOUR ".log"
               INTO WS-AUDIT-FILE-NAME.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           PERFORM COMPTER-LIGNE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       COMPTER-LIGNE-AUDIT.
           MOVE ZERO TO WS-MARQUEUR-CPT.
           INSPECT WS-AUDIT-LINE TALLYING WS-MARQUEUR-CPT
               FOR ALL " Gate=".
           IF WS-MARQUEUR-CPT > 0
               ADD 1 TO WS-COMPTE-AUDITS
               MOVE ZERO TO WS-MARQUEUR-CPT
               INSPECT WS-AUDIT-LINE TALLYING WS-MARQUEUR-CPT
                   FOR ALL " Report="
               IF WS-MARQUEUR-CPT > 0
                   ADD 1 TO WS-COMPTE-REPORTS
               END-IF
           END-IF.

       TOTALISER-JOURNAL.
           MOVE ZERO TO WS-COMPTE-TRAITEMENTS.
           MOVE ZERO TO WS-COMPTE-ECHECS.
           MOVE ZERO TO WS-COMPTE-ETAPES.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME.
           STRING "job_" WS-DATE-JOUR ".log"
               INTO WS-JOURNAL-FILE-NAME.
           MOVE "N" TO WS-JOURNAL-EOF.
           OPEN INPUT JOB-LOG-FILE.
           IF WS-JOURNAL-STATUS = "00"
               PERFORM UNTIL WS-JOURNAL-EOF = "Y"
                   READ JOB-LOG-FILE INTO WS-JOURNAL-LIGNE
                       AT END
                           MOVE "Y" TO WS-JOURNAL-EOF
                       NOT AT END
                           PERFORM COMPTER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF.

       COMPTER-LIGNE-JOURNAL.
           EVALUATE TRUE
               WHEN WS-JOURNAL-LIGNE (1:25)
                       = "Debut du traitement batch"
                   ADD 1 TO WS-COMPTE-TRAITEMENTS
               WHEN WS-JOURNAL-LIGNE (1:36)
                       = "Fin du traitement batch, code retour"
                   IF WS-JOURNAL-LIGNE (38:4) NOT = "0000"
                       ADD 1 TO WS-COMPTE-ECHECS
                   END-IF
               WHEN WS-JOURNAL-LIGNE (1:6) = "Etape "
                       AND WS-JOURNAL-LIGNE (11:11) = " Operation="
                   ADD 1 TO WS-COMPTE-ETAPES
           END-EVALUATE.

       TOTALISER-MESURES.
           MOVE ZERO TO WS-COMPTE-MESURES.
           MOVE ZERO TO WS-COMPTE-TIRAGES.
           MOVE "N" TO WS-MESURES-EOF.
           OPEN INPUT MEASURE-FILE.
           IF WS-MESURES-STATUS = "00"
               PERFORM UNTIL WS-MESURES-EOF = "Y"
                   READ MEASURE-FILE
                       AT END
                           MOVE "Y" TO WS-MESURES-EOF
                       NOT AT END
                           IF MES-DATE = WS-DATE-JOUR
                               ADD 1 TO WS-COMPTE-MESURES
                               ADD MES-TIRAGES TO WS-COMPTE-TIRAGES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MEASURE-FILE
           END-IF.

       PREVOIR-DATE.
           MOVE "V" TO WS-DT-ACTION.
           MOVE WS-DATE-JOUR TO WS-DT-DATE.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           IF WS-DT-ETAT NOT = "0"
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Cloture refusee : la journee ouverte est "
                   WS-DT-DATE "."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 12 TO WS-RETOUR
           END-IF.

       AVANCER-DATE.
           MOVE "C" TO WS-DT-ACTION.
           MOVE WS-DATE-JOUR TO WS-DT-DATE.
           MOVE WS-OPERATEUR-ID TO WS-DT-OPER.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           IF WS-DT-ETAT NOT = "0"
               MOVE SPACES TO WS-REPORT-LIGNE
               STRING "Erreur : enregistrement de cloture ecrit mais "
                   "le fichier de date de traitement n'a pu etre "
                   "mis a jour."
                   INTO WS-REPORT-LIGNE
               PERFORM ECRIRE-RAPPORT
               MOVE 12 TO WS-RETOUR
           END-IF.

       ECRIRE-CLOTURE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           OPEN EXTEND CLOTURE-FILE.
           IF WS-CLOTURE-STATUS = "35"
               OPEN OUTPUT CLOTURE-FILE
           END-IF.
           IF WS-CLOTURE-STATUS = "00"
               MOVE WS-DATE-JOUR TO CLO-DATE
               MOVE WS-HEURE-JOUR (1:6) TO CLO-HEURE
               MOVE WS-OPERATEUR-ID TO CLO-OPER
               MOVE WS-COMPTE-FICHES TO CLO-FICHES
               MOVE WS-COMPTE-AUDITS TO CLO-AUDITS
               MOVE WS-COMPTE-REPORTS TO CLO-REPORTS
               MOVE WS-COMPTE-TRAITEMENTS TO CLO-TRAITEMENTS
               MOVE WS-COMPTE-ECHECS TO CLO-ECHECS
               MOVE WS-COMPTE-ETAPES TO CLO-ETAPES
               MOVE WS-COMPTE-MESURES TO CLO-MESURES
               MOVE WS-COMPTE-TIRAGES TO CLO-TIRAGES
               MOVE WS-DT-DATE TO CLO-PROCHAINE
               WRITE CLOTURE-RECORD
               IF WS-CLOTURE-STATUS NOT = "00"
                   PERFORM REFUSER-CLOTURE
               END-IF
               CLOSE CLOTURE-FILE
           ELSE
               PERFORM REFUSER-CLOTURE
           END-IF.

       REFUSER-CLOTURE.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Cloture refusee : enregistrement de cloture non "
               "ecrit (" WS-CLOTURE-STATUS "), date de traitement "
               "inchangee."
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE 12 TO WS-RETOUR.

       ECRIRE-TOTAUX.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Fiches maitre        : " WS-COMPTE-FICHES
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Operations auditees  : " WS-COMPTE-AUDITS
               " (dont " WS-COMPTE-REPORTS " reportee(s))"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Traitements batch    : " WS-COMPTE-TRAITEMENTS
               " (dont " WS-COMPTE-ECHECS " en echec), "
               WS-COMPTE-ETAPES " etape(s)"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.
           MOVE SPACES TO WS-REPORT-LIGNE.
           STRING "Sessions de mesure   : " WS-COMPTE-MESURES
               " (" WS-COMPTE-TIRAGES " tirage(s))"
               INTO WS-REPORT-LIGNE.
           PERFORM ECRIRE-RAPPORT.

       ECRIRE-RAPPORT.
           MOVE WS-REPORT-LIGNE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY FUNCTION TRIM(WS-REPORT-LIGNE).
