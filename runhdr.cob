       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-HEADER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-FILE ASSIGN TO DYNAMIC WS-RUN-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY RH-RUN-CIRCUIT
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-FILE.
       01 RUN-RECORD.
           05 RH-RUN-CIRCUIT PIC X(16).
           05 RH-DATE PIC 9(8).
           05 RH-ORIGINE PIC X.
           05 RH-CIRCUIT PIC X(30).
           05 RH-CATALOGUE PIC X(20).
           05 RH-PARAM PIC X(40).
           05 RH-OPER PIC X(8).
           05 RH-MODE PIC X.
           05 RH-DEBUT-DATE PIC 9(8).
           05 RH-DEBUT-HEURE PIC 9(6).
           05 RH-FIN-DATE PIC 9(8).
           05 RH-FIN-HEURE PIC 9(6).
           05 RH-STATUT PIC X.
           05 RH-RC PIC 9(4).
           05 RH-REPRISE PIC 9(4).
           05 RH-ETAPES PIC 9(4).
           05 RH-REJETS PIC 9(4).
           05 RH-VERDICT PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-RUN-FILE-NAME PIC X(40) VALUE "circuit_runs.dat".
       01 WS-RUN-STATUS PIC XX VALUE SPACES.
       01 WS-RUN-JOUR PIC 9(8) VALUE ZERO.
       01 WS-RUN-HEURE PIC 9(8) VALUE ZERO.
       01 WS-RUN-SEQ PIC 99 VALUE ZERO.
       01 WS-ECRITURE-FIN PIC X VALUE "N".
       01 WS-ESSAIS PIC 99 VALUE ZERO.
       01 WS-BROWSE-OUVERT PIC X VALUE "N".
       01 WS-BROWSE-FIN PIC X VALUE "N".
       01 WS-BROWSE-TROUVE PIC X VALUE "N".

       LINKAGE SECTION.
       01 LNK-COMMANDE.
           05 LNK-ACTION PIC X.
           05 LNK-CRITERE PIC X.
           05 LNK-ETAT PIC X.
       01 LNK-ENTETE.
           05 LNK-RUN-CIRCUIT PIC X(16).
           05 LNK-DATE PIC 9(8).
           05 LNK-ORIGINE PIC X.
           05 LNK-CIRCUIT PIC X(30).
           05 LNK-CATALOGUE PIC X(20).
           05 LNK-PARAM PIC X(40).
           05 LNK-OPER PIC X(8).
           05 LNK-MODE PIC X.
           05 LNK-DEBUT-DATE PIC 9(8).
           05 LNK-DEBUT-HEURE PIC 9(6).
           05 LNK-FIN-DATE PIC 9(8).
           05 LNK-FIN-HEURE PIC 9(6).
           05 LNK-STATUT PIC X.
           05 LNK-RC PIC 9(4).
           05 LNK-REPRISE PIC 9(4).
           05 LNK-ETAPES PIC 9(4).
           05 LNK-REJETS PIC 9(4).
           05 LNK-VERDICT PIC X(4).

       PROCEDURE DIVISION USING LNK-COMMANDE LNK-ENTETE.
       MAIN-RUN-HEADER.
           EVALUATE LNK-ACTION
               WHEN "W"
                   PERFORM OUVRIR-EXECUTION
               WHEN "M"
                   PERFORM TERMINER-EXECUTION
               WHEN "F"
                   PERFORM DEBUTER-RECHERCHE
               WHEN "N"
                   PERFORM CONTINUER-RECHERCHE
               WHEN OTHER
                   MOVE "9" TO LNK-ETAT
           END-EVALUATE.
           GOBACK.

      * Une entete est ecrite au lancement du circuit (statut E, en
      * cours) ; l'identifiant attribue est rendu a l'appelant, qui le
      * reporte sur chaque fiche du maitre produite par l'execution.
       OUVRIR-EXECUTION.
           OPEN I-O RUN-FILE.
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT RUN-FILE
           END-IF.
           IF WS-RUN-STATUS NOT = "00"
               MOVE "9" TO LNK-ETAT
           ELSE
      * Identifiant sur la date calendaire (voir RESULT-MASTER) ; la
      * date de traitement reste portee par RH-DATE.
               ACCEPT WS-RUN-JOUR FROM DATE YYYYMMDD
               ACCEPT WS-RUN-HEURE FROM TIME
               MOVE "N" TO WS-ECRITURE-FIN
               MOVE ZERO TO WS-ESSAIS
               PERFORM UNTIL WS-ECRITURE-FIN = "Y"
                   ADD 1 TO WS-RUN-SEQ
                   IF WS-RUN-SEQ > 99
                       MOVE 1 TO WS-RUN-SEQ
                   END-IF
                   MOVE LNK-ENTETE TO RUN-RECORD
                   MOVE SPACES TO RH-RUN-CIRCUIT
                   STRING WS-RUN-JOUR WS-RUN-HEURE (1:6) WS-RUN-SEQ
                       INTO RH-RUN-CIRCUIT
                   MOVE "E" TO RH-STATUT
                   WRITE RUN-RECORD
                   ADD 1 TO WS-ESSAIS
                   IF WS-RUN-STATUS = "00"
                       MOVE "Y" TO WS-ECRITURE-FIN
                       MOVE RH-RUN-CIRCUIT TO LNK-RUN-CIRCUIT
                       MOVE RH-STATUT TO LNK-STATUT
                       MOVE "0" TO LNK-ETAT
                   ELSE
                       IF WS-RUN-STATUS NOT = "22"
                               OR WS-ESSAIS > 99
                           MOVE "Y" TO WS-ECRITURE-FIN
                           MOVE "9" TO LNK-ETAT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-FILE
           END-IF.

       TERMINER-EXECUTION.
           OPEN I-O RUN-FILE.
           IF WS-RUN-STATUS NOT = "00"
               MOVE "9" TO LNK-ETAT
           ELSE
               MOVE LNK-RUN-CIRCUIT TO RH-RUN-CIRCUIT
               READ RUN-FILE
                   INVALID KEY
                       MOVE "1" TO LNK-ETAT
                   NOT INVALID KEY
                       MOVE LNK-FIN-DATE TO RH-FIN-DATE
                       MOVE LNK-FIN-HEURE TO RH-FIN-HEURE
                       MOVE LNK-RC TO RH-RC
                       MOVE LNK-REPRISE TO RH-REPRISE
                       MOVE LNK-ETAPES TO RH-ETAPES
                       MOVE LNK-REJETS TO RH-REJETS
                       MOVE LNK-VERDICT TO RH-VERDICT
                       MOVE "T" TO RH-STATUT
                       REWRITE RUN-RECORD
                       IF WS-RUN-STATUS = "00"
                           MOVE "0" TO LNK-ETAT
                       ELSE
                           MOVE "9" TO LNK-ETAT
                       END-IF
               END-READ
               CLOSE RUN-FILE
           END-IF.

       DEBUTER-RECHERCHE.
           IF WS-BROWSE-OUVERT = "Y"
               CLOSE RUN-FILE
               MOVE "N" TO WS-BROWSE-OUVERT
           END-IF.
           OPEN INPUT RUN-FILE.
           IF WS-RUN-STATUS NOT = "00"
               MOVE "9" TO LNK-ETAT
           ELSE
               MOVE "Y" TO WS-BROWSE-OUVERT
               IF LNK-CRITERE = "I"
                   MOVE LNK-RUN-CIRCUIT TO RH-RUN-CIRCUIT
                   READ RUN-FILE
                       INVALID KEY
                           MOVE "1" TO LNK-ETAT
                       NOT INVALID KEY
                           PERFORM RENDRE-ENTETE
                   END-READ
                   CLOSE RUN-FILE
                   MOVE "N" TO WS-BROWSE-OUVERT
               ELSE
                   MOVE LOW-VALUES TO RH-RUN-CIRCUIT
                   START RUN-FILE KEY NOT < RH-RUN-CIRCUIT
                       INVALID KEY
                           MOVE "1" TO LNK-ETAT
                           CLOSE RUN-FILE
                           MOVE "N" TO WS-BROWSE-OUVERT
                       NOT INVALID KEY
                           PERFORM CONTINUER-RECHERCHE
                   END-START
               END-IF
           END-IF.

       CONTINUER-RECHERCHE.
           IF WS-BROWSE-OUVERT NOT = "Y"
               MOVE "1" TO LNK-ETAT
           ELSE
               MOVE "N" TO WS-BROWSE-FIN
               MOVE "N" TO WS-BROWSE-TROUVE
               PERFORM UNTIL WS-BROWSE-FIN = "Y"
                   READ RUN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-BROWSE-FIN
                       NOT AT END
                           PERFORM FILTRER-ENTETE
                   END-READ
               END-PERFORM
               IF WS-BROWSE-TROUVE = "Y"
                   PERFORM RENDRE-ENTETE
               ELSE
                   MOVE "1" TO LNK-ETAT
                   CLOSE RUN-FILE
                   MOVE "N" TO WS-BROWSE-OUVERT
               END-IF
           END-IF.

       FILTRER-ENTETE.
           EVALUATE LNK-CRITERE
               WHEN "D"
                   IF RH-DATE = LNK-DATE
                       MOVE "Y" TO WS-BROWSE-TROUVE
                       MOVE "Y" TO WS-BROWSE-FIN
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-BROWSE-TROUVE
                   MOVE "Y" TO WS-BROWSE-FIN
           END-EVALUATE.

       RENDRE-ENTETE.
           MOVE RUN-RECORD TO LNK-ENTETE.
           MOVE "0" TO LNK-ETAT.
