               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT ORDRES-PERMANENTS ASSIGN TO "ORDRES-PERMANENTS.DAT"
       01  WS-DATE-MM          PIC 9(2).
       01  WS-DATE-JJ          PIC 9(2).
       01  WS-EXISTE           PIC X(1).
       01  WS-DATE-PLAUSIBLE   PIC X(1).

      *    un type de compte valide est un produit du referentiel
      *    PRODUITS.DAT.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       COPY PRODUIT-CPY.

       PROCEDURE DIVISION.

           EXIT.
       FIN-AUDITER-CLIENTS.

      *    une personne morale n'a pas de date de naissance : c'est
      *    sa date d'immatriculation qui doit etre plausible.
       AUDITER-UN-CLIENT.
           IF CLM-TYPE-CLT = "M"
               PERFORM AUDITER-IMMATRICULATION
           ELSE
               PERFORM AUDITER-NAISSANCE
           END-IF.

           MOVE 0 TO WS-CNT-AT.
           MOVE 0 TO WS-CNT-PT.
           INSPECT CLM-EMAIL-CLT TALLYING WS-CNT-AT FOR ALL "@".
           INSPECT CLM-EMAIL-CLT TALLYING WS-CNT-PT FOR ALL ".".
           IF WS-CNT-AT NOT = 1 OR WS-CNT-PT = 0
               ADD 1 TO WS-NBR-EMAILS
               MOVE SPACES TO RAP-LIGNE
               STRING "CLIENT " CLM-MAT-CLT " E-MAIL MALFORME : "
                      CLM-EMAIL-CLT
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           EXIT.
       FIN-AUDITER-UN-CLIENT.

       AUDITER-NAISSANCE.
           IF CLM-DATE-NAISS IS NUMERIC
               MOVE CLM-DATE-NAISS(1:4) TO WS-NAISS-AAAA
               MOVE CLM-DATE-NAISS(5:2) TO WS-DATE-MM
               ADD 1 TO WS-NBR-AGES
               PERFORM SIGNALER-AGE
           END-IF.
           EXIT.
       FIN-AUDITER-NAISSANCE.

       AUDITER-IMMATRICULATION.
           MOVE "N" TO WS-DATE-PLAUSIBLE.
           IF CLM-DATE-CREATION IS NUMERIC
               MOVE CLM-DATE-CREATION(1:4) TO WS-NAISS-AAAA
               MOVE CLM-DATE-CREATION(5:2) TO WS-DATE-MM
               MOVE CLM-DATE-CREATION(7:2) TO WS-DATE-JJ
               IF WS-NAISS-AAAA >= 1850 AND WS-NAISS-AAAA <= 2100
                  AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
                  AND WS-DATE-JJ >= 1 AND WS-DATE-JJ <= 31
                   MOVE "O" TO WS-DATE-PLAUSIBLE
               END-IF
           END-IF.
           IF WS-DATE-PLAUSIBLE = "N"
               ADD 1 TO WS-NBR-AGES
               MOVE SPACES TO RAP-LIGNE
               STRING "CLIENT " CLM-MAT-CLT
                      " DATE D'IMMATRICULATION IMPOSSIBLE : "
                      CLM-DATE-CREATION
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           EXIT.
       FIN-AUDITER-IMMATRICULATION.

       SIGNALER-AGE.
           MOVE SPACES TO RAP-LIGNE.
               WRITE RAP-LIGNE
           END-IF.

           CALL WS-PGM-PRODUIT USING CPM-TYPE-CPT PRODUIT-RECORD
                                     WS-PRD-TROUVE.
           IF WS-PRD-TROUVE = "N"
               ADD 1 TO WS-NBR-TYPES
               MOVE SPACES TO RAP-LIGNE
               STRING "COMPTE " CPM-NUM-CPT " TYPE INVALIDE : "
