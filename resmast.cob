               ACCESS MODE DYNAMIC
               RECORD KEY RM-RUN-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO DYNAMIC WS-SEQUENCE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SEQUENCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Les fiches ecrites avant le rattachement aux executions de
      * circuit font 194 caracteres : elles restent lisibles et sont
      * rendues sans execution ni numero d'etape.
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

      * Journal apres image : une ligne par fiche ajoutee, numerotee
      * sans trou et horodatee a l'heure d'ecriture, pour la reprise
      * du maitre depuis la derniere image copie (MASTER-RECOVERY).
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

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-NAME PIC X(40) VALUE "results_master.dat".
       01 WS-MASTER-STATUS PIC XX VALUE SPACES.
       01 WS-MASTER-LONGUEUR PIC 9(4) VALUE 214.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-JOUR PIC 9(8) VALUE ZERO.
       01 WS-RUN-HEURE PIC 9(8) VALUE ZERO.
       01 WS-RUN-SEQ PIC 99 VALUE ZERO.
       01 WS-ECRITURE-FIN PIC X VALUE "N".
       01 WS-ESSAIS PIC 99 VALUE ZERO.
       01 WS-JOURNAL-FILE-NAME PIC X(40) VALUE SPACES.
       01 WS-JOURNAL-STATUS PIC XX VALUE SPACES.
       01 WS-SEQUENCE-FILE-NAME PIC X(40) VALUE "masterjrn.ctl".
       01 WS-SEQUENCE-STATUS PIC XX VALUE SPACES.
       01 WS-JRN-SEQUENCE PIC 9(8) VALUE ZERO.
       01 WS-JRN-DATE PIC 9(8) VALUE ZERO.
       01 WS-JRN-HEURE PIC 9(8) VALUE ZERO.
       01 WS-BROWSE-OUVERT PIC X VALUE "N".
       01 WS-BROWSE-FIN PIC X VALUE "N".
       01 WS-BROWSE-TROUVE PIC X VALUE "N".
       01 WS-DT-COMMANDE.
           05 WS-DT-ACTION PIC X VALUE "P".
           05 WS-DT-ETAT PIC X VALUE "0".
       01 WS-DT-DATES.
           05 WS-DT-DATE PIC 9(8) VALUE ZERO.
           05 WS-DT-CLOTURE PIC 9(8) VALUE ZERO.
           05 WS-DT-OPER PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-COMMANDE.
           05 LNK-OPERATION PIC X(20).
           05 LNK-QUBITS PIC X(30).
           05 LNK-RESULTAT PIC X(120).
           05 LNK-RUN-CIRCUIT PIC X(16).
           05 LNK-ETAPE PIC 9(4).

       PROCEDURE DIVISION USING LNK-COMMANDE LNK-FICHE.
       MAIN-MASTER.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "9" TO LNK-ETAT
           ELSE
      * La fiche est datee de la journee de traitement ouverte ; une
      * date d'appel sur une journee cloturee est reportee et la date
      * effective est rendue dans LNK-DATE.
               MOVE "P" TO WS-DT-ACTION
               MOVE LNK-DATE TO WS-DT-DATE
               CALL "DATE-TRAITEMENT" USING WS-DT-COMMANDE WS-DT-DATES
               MOVE WS-DT-DATE TO WS-RUN-DATE
      * Le run-id reprend la date calendaire et non la date de
      * traitement : une journee qui passe minuit garde ainsi des
      * identifiants croissants dans l'ordre d'ecriture.
               ACCEPT WS-RUN-JOUR FROM DATE YYYYMMDD
               ACCEPT WS-RUN-HEURE FROM TIME
               MOVE "N" TO WS-ECRITURE-FIN
               MOVE ZERO TO WS-ESSAIS
                       MOVE 1 TO WS-RUN-SEQ
                   END-IF
                   MOVE SPACES TO RM-RUN-ID
                   STRING WS-RUN-JOUR WS-RUN-HEURE (1:6) WS-RUN-SEQ
                       INTO RM-RUN-ID
                   MOVE WS-RUN-DATE TO RM-DATE
                   MOVE LNK-OPERATION TO RM-OPERATION
                   MOVE LNK-QUBITS TO RM-QUBITS
                   MOVE LNK-RESULTAT TO RM-RESULTAT
                   MOVE LNK-RUN-CIRCUIT TO RM-RUN-CIRCUIT
                   MOVE LNK-ETAPE TO RM-ETAPE
                   MOVE 214 TO WS-MASTER-LONGUEUR
                   WRITE MASTER-RECORD
                   ADD 1 TO WS-ESSAIS
                   IF WS-MASTER-STATUS = "00"
                   END-IF
               END-PERFORM
               CLOSE MASTER-FILE
               IF LNK-ETAT = "0"
                   PERFORM JOURNALISER-FICHE
               END-IF
           END-IF.

      * La fiche est deja au maitre : un incident sur le journal ne la
      * remet pas en cause. Le numero est pris avant l'ecriture, une
      * ligne perdue apparait donc comme un trou a la reprise.
       JOURNALISER-FICHE.
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HEURE FROM TIME.
           MOVE ZERO TO WS-JRN-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS = "00"
               READ SEQUENCE-FILE
                   NOT AT END
                       IF SQ-SEQUENCE NUMERIC
                           MOVE SQ-SEQUENCE TO WS-JRN-SEQUENCE
                       END-IF
               END-READ
               CLOSE SEQUENCE-FILE
           END-IF.
           ADD 1 TO WS-JRN-SEQUENCE.
           OPEN OUTPUT SEQUENCE-FILE.
           IF WS-SEQUENCE-STATUS = "00"
               MOVE WS-JRN-SEQUENCE TO SQ-SEQUENCE
               MOVE WS-JRN-DATE TO SQ-DATE
               MOVE WS-JRN-HEURE (1:6) TO SQ-HEURE
               WRITE SEQUENCE-RECORD
               CLOSE SEQUENCE-FILE
           END-IF.
           MOVE SPACES TO WS-JOURNAL-FILE-NAME.
           STRING "masterjrn_" WS-JRN-DATE ".dat"
               INTO WS-JOURNAL-FILE-NAME.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF WS-JOURNAL-STATUS = "00"
               MOVE WS-JRN-SEQUENCE TO JR-SEQUENCE
               MOVE WS-JRN-DATE TO JR-DATE
               MOVE WS-JRN-HEURE (1:6) TO JR-HEURE
               MOVE LNK-RUN-ID TO JR-RUN-ID
               MOVE LNK-DATE TO JR-FICHE-DATE
               MOVE LNK-OPERATION TO JR-OPERATION
               MOVE LNK-QUBITS TO JR-QUBITS
               MOVE LNK-RESULTAT TO JR-RESULTAT
               MOVE LNK-RUN-CIRCUIT TO JR-RUN-CIRCUIT
               MOVE LNK-ETAPE TO JR-ETAPE
               WRITE JOURNAL-RECORD
               CLOSE JOURNAL-FILE
           END-IF.

       DEBUTER-RECHERCHE.
           END-IF.

       FILTRER-FICHE.
           PERFORM COMPLETER-FICHE.
           EVALUATE LNK-CRITERE
               WHEN "D"
                   IF RM-DATE = LNK-DATE
                       MOVE "Y" TO WS-BROWSE-TROUVE
                       MOVE "Y" TO WS-BROWSE-FIN
                   END-IF
               WHEN "C"
                   IF RM-RUN-CIRCUIT = LNK-RUN-CIRCUIT
                       MOVE "Y" TO WS-BROWSE-TROUVE
                       MOVE "Y" TO WS-BROWSE-FIN
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-BROWSE-TROUVE
                   MOVE "Y" TO WS-BROWSE-FIN
           END-EVALUATE.

       COMPLETER-FICHE.
           IF WS-MASTER-LONGUEUR < 214
               MOVE SPACES TO RM-RUN-CIRCUIT
               MOVE ZERO TO RM-ETAPE
           END-IF.
           IF RM-ETAPE NOT NUMERIC
               MOVE ZERO TO RM-ETAPE
           END-IF.

       RENDRE-FICHE.
           PERFORM COMPLETER-FICHE.
           MOVE RM-RUN-ID TO LNK-RUN-ID.
           MOVE RM-DATE TO LNK-DATE.
           MOVE RM-OPERATION TO LNK-OPERATION.
           MOVE RM-QUBITS TO LNK-QUBITS.
           MOVE RM-RESULTAT TO LNK-RESULTAT.
           MOVE RM-RUN-CIRCUIT TO LNK-RUN-CIRCUIT.
           MOVE RM-ETAPE TO LNK-ETAPE.
           MOVE "0" TO LNK-ETAT.
