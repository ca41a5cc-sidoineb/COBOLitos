       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-IMAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RM-RUN-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT IMAGE-FILE ASSIGN TO DYNAMIC WS-IMAGE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-STATUS.
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
           SELECT MANIFEST-FILE ASSIGN TO DYNAMIC WS-MANIFEST-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Les fiches anterieures au rattachement aux executions de
      * circuit (194 caracteres) sont copiees au format complet, sans
      * execution ni numero d'etape.
       FD MASTER-FILE
           RECORD VARYING IN SIZE FROM 194 TO 214 CHARACTERS
               DEPENDING ON WS-MASTER-LONGUEUR.
       01 MASTER-RECORD.
           05 RM-RUN-ID PIC X(16).
           05 RM-DATE PIC 9(8).
           05 RM-OPERATION PIC X(20).
           05 RM-QUBITS PIC X(30).
           05 RM-RESULTAT PIC X(120).
           05 RM-RUN-CIRCUIT PIC X(16).
           05 RM-ETAPE PIC 9(4).

       FD IMAGE-FILE.
       01 IMAGE-RECORD.
           05 IM-RUN-ID PIC X(16).
           05 IM-SUITE PIC X(198).

       FD SEQUENCE-FILE.
       01 SEQUENCE-RECORD.
           05 SQ-SEQUENCE PIC 9(8).
           05 SQ-DATE PIC 9(8).
           05 SQ-HEURE PIC 9(6).

      * Catalogue des images : une ligne par copie, verifiee (V) ou
      * en erreur (E), avec le dernier numero de journal qu'elle
      * contient.
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

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-NAME PIC X(40) VALUE "results_master.dat".
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-EOF PIC X VALUE "N".
       01 WS-MASTER-LONGUEUR PIC 9(4) VALUE 214.
       01 WS-IMAGE-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-IMAGE-STATUS PIC XX VALUE SPACES.
       01 WS-IMAGE-EOF PIC X VALUE "N".
       01 WS-SEQUENCE-FILE-NAME PIC X(40) VALUE "masterjrn.ctl".
       01 WS-SEQUENCE-STATUS PIC XX VALUE SPACES.
       01 WS-CATALOGUE-FILE-NAME PIC X(40) VALUE "master_images.dat".
       01 WS-CATALOGUE-STATUS PIC XX VALUE SPACES.
       01 WS-CKSUM-FILE-NAME PIC X(40) VALUE "image_cksum.tmp".
       01 WS-CKSUM-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-MANIFEST-STATUS PIC XX VALUE SPACES.
       01 WS-MANIFEST-LIGNE PIC X(120) VALUE SPACES.
       01 WS-DATE-JOUR PIC 9(8) VALUE ZERO.
       01 WS-IMAGE-DATE PIC 9(8) VALUE ZERO.
       01 WS-IMAGE-HEURE PIC 9(8) VALUE ZERO.
       01 WS-IMAGE-SEQUENCE PIC 9(8) VALUE ZERO.
       01 WS-IMAGE-CKSUM PIC X(10) VALUE SPACES.
       01 WS-IMAGE-TAILLE PIC X(12) VALUE SPACES.
       01 WS-IMAGE-STATUT PIC X VALUE "V".
       01 WS-MOTIF PIC X(60) VALUE SPACES.
       01 WS-CLE-PRECEDENTE PIC X(16) VALUE LOW-VALUES.
       01 WS-COMPTE-LUES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-ANCIENNES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-ECRITES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-RELUES PIC 9(8) VALUE ZERO.
       01 WS-COMPTE-DESORDRE PIC 9(8) VALUE ZERO.
       01 WS-CMD-LINE PIC X(200) VALUE SPACES.
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "L".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-IMAGE.
           CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES.
           MOVE WS-DT-DATE TO WS-DATE-JOUR.
           ACCEPT WS-IMAGE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-IMAGE-HEURE FROM TIME.
      * Le numero de journal est releve avant la copie : une fiche
      * ajoutee pendant la copie sera reappliquee a la reprise et
      * reconnue comme deja presente.
           PERFORM LIRE-SEQUENCE-JOURNAL.
      * Une image par passage : le nom porte la date et l'heure de la
      * copie pour ne jamais ecraser une image deja cataloguee.
           MOVE SPACES TO WS-IMAGE-FILE-NAME.
           STRING "masterimg_" WS-IMAGE-DATE "_" WS-IMAGE-HEURE (1:6)
               ".dat" DELIMITED BY SIZE INTO WS-IMAGE-FILE-NAME.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS = "00"
               CLOSE IMAGE-FILE
               DISPLAY FUNCTION TRIM(WS-IMAGE-FILE-NAME)
                   " existe deja, image copie abandonnee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "Fichier maitre des resultats inaccessible ("
                   WS-MASTER-STATUS "), image copie abandonnee."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS NOT = "00"
               DISPLAY "Impossible de creer "
                   FUNCTION TRIM(WS-IMAGE-FILE-NAME) " ("
                   WS-IMAGE-STATUS "), image copie abandonnee."
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-MASTER-EOF.
           MOVE LOW-VALUES TO RM-RUN-ID.
           START MASTER-FILE KEY NOT < RM-RUN-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START.
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       PERFORM COPIER-FICHE
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           CLOSE IMAGE-FILE.
           PERFORM VERIFIER-IMAGE.
           PERFORM ECRIRE-CATALOGUE-IMAGE.
           PERFORM ECRIRE-MANIFESTE-IMAGE.
           IF WS-IMAGE-STATUT = "V"
               DISPLAY "Image copie terminee : "
                   FUNCTION TRIM(WS-IMAGE-FILE-NAME) ", "
                   WS-COMPTE-ECRITES " fiche(s), journal jusqu'a "
                   WS-IMAGE-SEQUENCE "."
           ELSE
               DISPLAY "Image copie NON VERIFIEE : "
                   FUNCTION TRIM(WS-IMAGE-FILE-NAME) " - "
                   FUNCTION TRIM(WS-MOTIF)
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       LIRE-SEQUENCE-JOURNAL.
           MOVE ZERO TO WS-IMAGE-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS = "00"
               READ SEQUENCE-FILE
                   NOT AT END
                       IF SQ-SEQUENCE NUMERIC
                           MOVE SQ-SEQUENCE TO WS-IMAGE-SEQUENCE
                       END-IF
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.

       COPIER-FICHE.
           ADD 1 TO WS-COMPTE-LUES.
           IF WS-MASTER-LONGUEUR < 214
               MOVE SPACES TO RM-RUN-CIRCUIT
               MOVE ZERO TO RM-ETAPE
               ADD 1 TO WS-COMPTE-ANCIENNES
           END-IF.
           IF RM-ETAPE NOT NUMERIC
               MOVE ZERO TO RM-ETAPE
           END-IF.
           MOVE MASTER-RECORD TO IMAGE-RECORD.
           WRITE IMAGE-RECORD.
           IF WS-IMAGE-STATUS = "00"
               ADD 1 TO WS-COMPTE-ECRITES
           END-IF.

      * Verification : l'image est relue en entier, le nombre de fiches
      * doit egaler celui lu au maitre et les cles doivent se suivre en
      * ordre croissant, sans cle a blanc.
       VERIFIER-IMAGE.
           MOVE "V" TO WS-IMAGE-STATUT.
           MOVE SPACES TO WS-MOTIF.
           MOVE ZERO TO WS-COMPTE-RELUES.
           MOVE ZERO TO WS-COMPTE-DESORDRE.
           MOVE LOW-VALUES TO WS-CLE-PRECEDENTE.
           MOVE "N" TO WS-IMAGE-EOF.
           OPEN INPUT IMAGE-FILE.
           IF WS-IMAGE-STATUS NOT = "00"
               MOVE "E" TO WS-IMAGE-STATUT
               STRING "image illisible (statut " WS-IMAGE-STATUS ")"
                   DELIMITED BY SIZE INTO WS-MOTIF
           ELSE
               PERFORM UNTIL WS-IMAGE-EOF = "Y"
                   READ IMAGE-FILE
                       AT END
                           MOVE "Y" TO WS-IMAGE-EOF
                       NOT AT END
                           ADD 1 TO WS-COMPTE-RELUES
                           IF IM-RUN-ID = SPACES
                                   OR IM-RUN-ID NOT > WS-CLE-PRECEDENTE
                               ADD 1 TO WS-COMPTE-DESORDRE
                           END-IF
                           MOVE IM-RUN-ID TO WS-CLE-PRECEDENTE
                   END-READ
               END-PERFORM
               CLOSE IMAGE-FILE
               IF WS-COMPTE-RELUES NOT = WS-COMPTE-LUES
                       OR WS-COMPTE-ECRITES NOT = WS-COMPTE-LUES
                   MOVE "E" TO WS-IMAGE-STATUT
                   STRING "comptes differents : lues " WS-COMPTE-LUES
                       " ecrites " WS-COMPTE-ECRITES
                       " relues " WS-COMPTE-RELUES
                       DELIMITED BY SIZE INTO WS-MOTIF
               ELSE
                   IF WS-COMPTE-DESORDRE > ZERO
                       MOVE "E" TO WS-IMAGE-STATUT
                       STRING WS-COMPTE-DESORDRE
                           " cle(s) a blanc ou hors sequence"
                           DELIMITED BY SIZE INTO WS-MOTIF
                   END-IF
               END-IF
           END-IF.
           PERFORM CALCULER-CKSUM-IMAGE.
           IF WS-IMAGE-STATUT = "V" AND WS-IMAGE-CKSUM = SPACES
               MOVE "E" TO WS-IMAGE-STATUT
               MOVE "somme de controle impossible" TO WS-MOTIF
           END-IF.

      * La somme de controle de l'image est gardee au catalogue : la
      * reprise la recalcule avant d'utiliser la copie.
       CALCULER-CKSUM-IMAGE.
           MOVE SPACES TO WS-IMAGE-CKSUM.
           MOVE SPACES TO WS-IMAGE-TAILLE.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "cksum " FUNCTION TRIM(WS-IMAGE-FILE-NAME) " > "
               FUNCTION TRIM(WS-CKSUM-FILE-NAME)
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
                   INTO WS-IMAGE-CKSUM WS-IMAGE-TAILLE
           END-IF.
           MOVE SPACES TO WS-CMD-LINE.
           STRING "rm -f " FUNCTION TRIM(WS-CKSUM-FILE-NAME)
               DELIMITED BY SIZE INTO WS-CMD-LINE.
           CALL "SYSTEM" USING WS-CMD-LINE.

       ECRIRE-CATALOGUE-IMAGE.
           OPEN EXTEND CATALOGUE-FILE.
           IF WS-CATALOGUE-STATUS = "35"
               OPEN OUTPUT CATALOGUE-FILE
           END-IF.
           IF WS-CATALOGUE-STATUS NOT = "00"
               DISPLAY "Catalogue des images inaccessible ("
                   WS-CATALOGUE-STATUS "), image non cataloguee."
               MOVE "E" TO WS-IMAGE-STATUT
               MOVE "image non cataloguee" TO WS-MOTIF
           ELSE
               MOVE WS-IMAGE-FILE-NAME TO IC-FICHIER
               MOVE WS-DATE-JOUR TO IC-DATE-TRT
               MOVE WS-IMAGE-DATE TO IC-DATE
               MOVE WS-IMAGE-HEURE (1:6) TO IC-HEURE
               MOVE WS-COMPTE-ECRITES TO IC-FICHES
               MOVE WS-COMPTE-ANCIENNES TO IC-ANCIENNES
               MOVE WS-IMAGE-SEQUENCE TO IC-SEQUENCE
               MOVE WS-IMAGE-CKSUM TO IC-CKSUM
               MOVE WS-IMAGE-TAILLE TO IC-TAILLE
               MOVE WS-IMAGE-STATUT TO IC-STATUT
               WRITE CATALOGUE-RECORD
               CLOSE CATALOGUE-FILE
           END-IF.

       ECRIRE-MANIFESTE-IMAGE.
           MOVE SPACES TO WS-MANIFEST-FILE-NAME.
           STRING "manifest_" WS-DATE-JOUR ".rpt"
               INTO WS-MANIFEST-FILE-NAME.
           OPEN EXTEND MANIFEST-FILE.
           IF WS-MANIFEST-STATUS = "35"
               OPEN OUTPUT MANIFEST-FILE
           END-IF.
           MOVE SPACES TO WS-MANIFEST-LIGNE.
           STRING "Image copie maitre du " WS-DATE-JOUR
               " (" WS-IMAGE-DATE " " WS-IMAGE-HEURE (1:6) ") -> "
               FUNCTION TRIM(WS-IMAGE-FILE-NAME)
               DELIMITED BY SIZE INTO WS-MANIFEST-LIGNE.
           MOVE WS-MANIFEST-LIGNE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO WS-MANIFEST-LIGNE.
           STRING "Image : " WS-COMPTE-LUES " lue(s), "
               WS-COMPTE-ECRITES " ecrite(s), "
               WS-COMPTE-RELUES " relue(s), "
               WS-COMPTE-ANCIENNES " ancien format, journal "
               WS-IMAGE-SEQUENCE
               DELIMITED BY SIZE INTO WS-MANIFEST-LIGNE.
           MOVE WS-MANIFEST-LIGNE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO WS-MANIFEST-LIGNE.
           IF WS-IMAGE-STATUT = "V"
               STRING "Image verifiee, cksum " WS-IMAGE-CKSUM
                   " taille " WS-IMAGE-TAILLE
                   DELIMITED BY SIZE INTO WS-MANIFEST-LIGNE
           ELSE
               STRING "Image NON VERIFIEE : " WS-MOTIF
                   DELIMITED BY SIZE INTO WS-MANIFEST-LIGNE
           END-IF.
           MOVE WS-MANIFEST-LIGNE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.
           CLOSE MANIFEST-FILE.
