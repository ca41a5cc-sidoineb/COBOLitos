           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-RECORD PIC X(200).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-NOM PIC X(20).
           05 CAT-PATH PIC X(30).
           05 CAT-OWNER PIC X(10).
           05 CAT-DESC PIC X(40).
           05 CAT-DERNIERE PIC 9(8).
           05 CAT-COMPTE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-PLAN-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-PLAN-STATUS PIC XX VALUE SPACES.
       01 WS-GRP-MAX PIC 99 VALUE ZERO.
       01 WS-GRP-IDX PIC 99 VALUE ZERO.
       01 WS-GRP-ECHEC PIC X VALUE "N".
       01 WS-CATALOG-FILE-NAME PIC X(40) VALUE "circuit_catalog.dat".
       01 WS-CATALOG-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOG-EOF PIC X VALUE "N".
       01 WS-APR-REFUS PIC X VALUE "N".
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
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PLAN.
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-PLAN-DATE.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "plan_" WS-PLAN-DATE ".rpt"
               INTO WS-REPORT-FILE-NAME.

       EXECUTER-JOB-PLAN.
           PERFORM LIRE-PARAMETRES-JOB.
           PERFORM CONTROLER-APPROBATION-JOB.
           IF WS-APR-REFUS = "Y"
               MOVE 16 TO WS-JOB-RC
               MOVE ZERO TO WS-REJET-COMPTE
               MOVE "n/a" TO WS-ENTREE-VERDICT
           ELSE
               MOVE SPACES TO WS-CMD-LINE
               STRING "./Cobitos " FUNCTION TRIM(WS-ENTREE-PARAM)
                   " >/dev/null 2>&1; echo $? > plan_rc.tmp"
                   INTO WS-CMD-LINE
               CALL "SYSTEM" USING WS-CMD-LINE
               PERFORM LIRE-CODE-RETOUR
               PERFORM COMPTER-REJETS-JOB
               PERFORM LIRE-VERDICT-JOB
           END-IF.
           ADD 1 TO WS-COMPTE-EXECUTES.
           IF WS-JOB-RC = ZERO
               ADD 1 TO WS-COMPTE-REUSSIS
               END-EVALUATE
           END-IF.

      * Un circuit du catalogue modifie depuis sa derniere approbation
      * (ou jamais approuve, ou dont l'empreinte n'a pu etre calculee)
      * n'est pas lance : le job prend le code 16.
       CONTROLER-APPROBATION-JOB.
           MOVE "N" TO WS-APR-REFUS.
           MOVE SPACES TO WS-APR-NOM.
           MOVE "N" TO WS-CATALOG-EOF.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               PERFORM UNTIL WS-CATALOG-EOF = "Y"
                   READ CATALOG-FILE
                       AT END
                           MOVE "Y" TO WS-CATALOG-EOF
                       NOT AT END
                           IF CAT-PATH = WS-ENTREE-CIRCUIT
                               AND WS-ENTREE-CIRCUIT NOT = SPACES
                               MOVE CAT-NOM TO WS-APR-NOM
                               MOVE CAT-PATH TO WS-APR-PATH
                               MOVE "Y" TO WS-CATALOG-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.
           IF WS-APR-NOM NOT = SPACES
               MOVE "PLAN" TO WS-APR-OPER
               MOVE "C" TO WS-APR-ACTION
               CALL "APPROBATION-CIRCUIT"
                   USING WS-APR-COMMANDE WS-APR-ZONE
               IF WS-APR-ETAT NOT = "0"
                   MOVE "Y" TO WS-APR-REFUS
                   MOVE SPACES TO WS-REPORT-LIGNE
                   EVALUATE WS-APR-ETAT
                       WHEN "1"
                           STRING "REFUSE   " WS-ENTREE-PARAM
                               " Circuit=" FUNCTION TRIM(WS-APR-NOM)
                               " jamais approuve"
                               INTO WS-REPORT-LIGNE
                       WHEN "2"
                           STRING "REFUSE   " WS-ENTREE-PARAM
                               " Circuit=" FUNCTION TRIM(WS-APR-NOM)
                               " modifie depuis la version approuvee "
                               WS-APR-VERSION
                               INTO WS-REPORT-LIGNE
                       WHEN OTHER
                           STRING "REFUSE   " WS-ENTREE-PARAM
                               " Circuit=" FUNCTION TRIM(WS-APR-NOM)
                               " empreinte non calculable"
                               INTO WS-REPORT-LIGNE
                   END-EVALUATE
                   PERFORM ECRIRE-RAPPORT
               END-IF
           END-IF.

       LIRE-PARAMETRES-JOB.
           MOVE SPACES TO WS-ENTREE-CIRCUIT.
           MOVE "N" TO WS-ENTREE-ATTENDU.
