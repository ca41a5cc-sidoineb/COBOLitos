       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULT-CACHE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CACHE-FILE ASSIGN TO DYNAMIC WS-CACHE-FILE-NAME
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CA-CLE
               FILE STATUS IS WS-CACHE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CACHE-FILE.
       01 CACHE-RECORD.
           05 CA-CLE.
               10 CA-OPERATION PIC X(20).
               10 CA-QUBITS PIC X(30).
               10 CA-ANGLE PIC X(8).
           05 CA-VERSION PIC X(24).
           05 CA-RESULTAT PIC X(200).
           05 CA-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-CACHE-FILE-NAME PIC X(40) VALUE "result_cache.dat".
       01 WS-CACHE-STATUS PIC XX VALUE SPACES.
       01 WS-CACHE-EOF PIC X VALUE "N".
       01 WS-CACHE-DATE PIC 9(8) VALUE ZERO.

       LINKAGE SECTION.
       01 LNK-COMMANDE.
           05 LNK-ACTION PIC X.
           05 LNK-ETAT PIC X.
       01 LNK-ENTREE.
           05 LNK-OPERATION PIC X(20).
           05 LNK-QUBITS PIC X(30).
           05 LNK-ANGLE PIC X(8).
           05 LNK-VERSION PIC X(24).
           05 LNK-RESULTAT PIC X(200).
           05 LNK-COMPTE PIC 9(6).

       PROCEDURE DIVISION USING LNK-COMMANDE LNK-ENTREE.
       MAIN-CACHE.
           EVALUATE LNK-ACTION
               WHEN "L"
                   PERFORM LIRE-ENTREE-CACHE
               WHEN "E"
                   PERFORM ECRIRE-ENTREE-CACHE
               WHEN "P"
                   PERFORM PURGER-CACHE
               WHEN OTHER
                   MOVE "9" TO LNK-ETAT
           END-EVALUATE.
           GOBACK.

      * Une entree calculee par une autre version des scripts python
      * n'est jamais rendue : elle compte comme absente et sera
      * remplacee a la prochaine ecriture.
       LIRE-ENTREE-CACHE.
           OPEN INPUT CACHE-FILE.
           IF WS-CACHE-STATUS NOT = "00"
               MOVE "1" TO LNK-ETAT
           ELSE
               MOVE LNK-OPERATION TO CA-OPERATION
               MOVE LNK-QUBITS TO CA-QUBITS
               MOVE LNK-ANGLE TO CA-ANGLE
               READ CACHE-FILE
                   INVALID KEY
                       MOVE "1" TO LNK-ETAT
                   NOT INVALID KEY
                       IF CA-VERSION = LNK-VERSION
                           MOVE CA-RESULTAT TO LNK-RESULTAT
                           MOVE "0" TO LNK-ETAT
                       ELSE
                           MOVE "1" TO LNK-ETAT
                       END-IF
               END-READ
               CLOSE CACHE-FILE
           END-IF.

       ECRIRE-ENTREE-CACHE.
           OPEN I-O CACHE-FILE.
           IF WS-CACHE-STATUS = "35"
               OPEN OUTPUT CACHE-FILE
           END-IF.
           IF WS-CACHE-STATUS NOT = "00"
               MOVE "9" TO LNK-ETAT
           ELSE
               ACCEPT WS-CACHE-DATE FROM DATE YYYYMMDD
               MOVE LNK-OPERATION TO CA-OPERATION
               MOVE LNK-QUBITS TO CA-QUBITS
               MOVE LNK-ANGLE TO CA-ANGLE
               MOVE LNK-VERSION TO CA-VERSION
               MOVE LNK-RESULTAT TO CA-RESULTAT
               MOVE WS-CACHE-DATE TO CA-DATE
               WRITE CACHE-RECORD
               IF WS-CACHE-STATUS = "22"
                   REWRITE CACHE-RECORD
               END-IF
               IF WS-CACHE-STATUS = "00"
                   MOVE "0" TO LNK-ETAT
               ELSE
                   MOVE "9" TO LNK-ETAT
               END-IF
               CLOSE CACHE-FILE
           END-IF.

       PURGER-CACHE.
           MOVE ZERO TO LNK-COMPTE.
           OPEN INPUT CACHE-FILE.
           IF WS-CACHE-STATUS = "00"
               MOVE "N" TO WS-CACHE-EOF
               PERFORM UNTIL WS-CACHE-EOF = "Y"
                   READ CACHE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-CACHE-EOF
                       NOT AT END
                           ADD 1 TO LNK-COMPTE
                   END-READ
               END-PERFORM
               CLOSE CACHE-FILE
           END-IF.
           OPEN OUTPUT CACHE-FILE.
           IF WS-CACHE-STATUS = "00"
               CLOSE CACHE-FILE
               MOVE "0" TO LNK-ETAT
           ELSE
               MOVE "9" TO LNK-ETAT
           END-IF.
