       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-ABONNEMENTS.
       AUTHOR.    MOHAMED.

      *    abonnements au releve electronique quotidien : une ligne
      *    par compte abonne, avec le format choisi par le client
      *    (MT940 pour les logiciels comptables qui lisent le releve
      *    bancaire standard, CSV pour les tableurs). Le format est
      *    celui du client, pas du compte : un client recoit un seul
      *    fichier par nuit, et changer le format d'un compte change
      *    celui de tous ses comptes abonnes. RELEVE-ELECTRONIQUE lit
      *    ce fichier chaque nuit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ABONNEMENTS-FICHIER ASSIGN TO
                                     "ABONNEMENTS-RELEVES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABO-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ABO-FORMAT : MT940 ou CSV. ABO-STATUT : A = actif,
      *    R = resilie.
       FD  ABONNEMENTS-FICHIER.
       01  ABO-ENREG.
           05  ABO-MAT-CLT        PIC X(6).
           05  FILLER             PIC X(1).
           05  ABO-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  ABO-FORMAT         PIC X(5).
           05  FILLER             PIC X(1).
           05  ABO-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  ABO-STATUT         PIC X(1).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-ABO-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).

       01  WS-DATE-EXPLOIT     PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-CHOIX            PIC 9(1).
       01  WS-CLIENT-SAISI     PIC X(6).
       01  WS-COMPTE-SAISI     PIC X(6).
       01  WS-FORMAT-SAISI     PIC X(5).

      *    abonnements charges puis reecrits en totalite.
       01  WS-NB-ABO           PIC 9(3) VALUE ZERO.
       01  WS-ABO-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-ABO.
         05 WS-ABO  OCCURS 500 TIMES.
           10  WS-ABO-IMAGE    PIC X(40).
       01  WS-A                PIC 9(3).
       01  WS-ABO-TROUVE       PIC X(1).
       01  WS-NB-CHANGES       PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-MAJ-ABONNEMENTS.
           CALL WS-PGM-DATE-BQE USING WS-DATE-EXPLOIT.
           DISPLAY "1-ABONNER UN COMPTE AU RELEVE ELECTRONIQUE".
           DISPLAY "2-RESILIER UN ABONNEMENT".
           DISPLAY "3-LISTER LES ABONNEMENTS D'UN CLIENT".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM ABONNER-COMPTE
               WHEN 2
                   PERFORM RESILIER-ABONNEMENT
               WHEN 3
                   PERFORM LISTER-ABONNEMENTS
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

      *    le compte doit exister, etre actif et appartenir au client
      *    abonne ; un compte deja abonne n'est pas abonne deux fois.
       ABONNER-COMPTE.
           DISPLAY "MATRICULE DU CLIENT :".
           ACCEPT WS-CLIENT-SAISI.
           DISPLAY "NUM COMPTE A ABONNER :".
           ACCEPT WS-COMPTE-SAISI.

           OPEN INPUT COMPTE-MASTER.
           MOVE WS-COMPTE-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE INTROUVABLE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE NON ACTIF, ABONNEMENT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           IF CPM-TITUL-CPT NOT = WS-CLIENT-SAISI
               DISPLAY "LE COMPTE N'APPARTIENT PAS A CE CLIENT"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "FORMAT (MT940 / CSV) :".
           ACCEPT WS-FORMAT-SAISI.
           IF WS-FORMAT-SAISI NOT = "MT940"
              AND WS-FORMAT-SAISI NOT = "CSV"
               DISPLAY "FORMAT INVALIDE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-ABONNEMENTS.
           IF WS-ABO-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 ABONNEMENTS, TABLE PLEINE, "
                       "ABONNEMENT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ABO-TROUVE.
           MOVE ZERO TO WS-NB-CHANGES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ABO
               MOVE WS-ABO-IMAGE(WS-A) TO ABO-ENREG
               IF ABO-STATUT = "A"
                  AND ABO-NUM-CPT = WS-COMPTE-SAISI
                   MOVE "O" TO WS-ABO-TROUVE
               END-IF
               IF ABO-STATUT = "A"
                  AND ABO-MAT-CLT = WS-CLIENT-SAISI
                  AND ABO-FORMAT NOT = WS-FORMAT-SAISI
                   MOVE WS-FORMAT-SAISI TO ABO-FORMAT
                   MOVE ABO-ENREG TO WS-ABO-IMAGE(WS-A)
                   ADD 1 TO WS-NB-CHANGES
               END-IF
           END-PERFORM.
           IF WS-ABO-TROUVE = "O" AND WS-NB-CHANGES = 0
               DISPLAY "COMPTE DEJA ABONNE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ABO-TROUVE = "N"
               IF WS-NB-ABO = 500
                   DISPLAY "PLUS DE 500 ABONNEMENTS, TABLE PLEINE, "
                           "ABONNEMENT REFUSE"
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES          TO ABO-ENREG
               MOVE WS-CLIENT-SAISI TO ABO-MAT-CLT
               MOVE WS-COMPTE-SAISI TO ABO-NUM-CPT
               MOVE WS-FORMAT-SAISI TO ABO-FORMAT
               MOVE WS-DATE-EXPLOIT TO ABO-DATE-DEBUT
               MOVE "A"             TO ABO-STATUT
               ADD 1 TO WS-NB-ABO
               MOVE ABO-ENREG TO WS-ABO-IMAGE(WS-NB-ABO)
           END-IF.
           PERFORM SAUVER-ABONNEMENTS.
           IF WS-ABO-TROUVE = "N"
               DISPLAY "COMPTE " WS-COMPTE-SAISI " ABONNE AU RELEVE "
                       WS-FORMAT-SAISI "."
           END-IF.
           IF WS-NB-CHANGES > 0
               DISPLAY WS-NB-CHANGES " ABONNEMENT(S) DU CLIENT PASSE(S)"
                       " AU FORMAT " WS-FORMAT-SAISI "."
           END-IF.
           EXIT.
       FIN-ABONNER-COMPTE.

       RESILIER-ABONNEMENT.
           DISPLAY "NUM COMPTE ABONNE :".
           ACCEPT WS-COMPTE-SAISI.
           PERFORM CHARGER-ABONNEMENTS.
           IF WS-ABO-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 ABONNEMENTS, TABLE PLEINE, "
                       "RESILIATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ABO-TROUVE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ABO
               MOVE WS-ABO-IMAGE(WS-A) TO ABO-ENREG
               IF ABO-NUM-CPT = WS-COMPTE-SAISI
                  AND ABO-STATUT = "A"
                   MOVE "R" TO ABO-STATUT
                   MOVE ABO-ENREG TO WS-ABO-IMAGE(WS-A)
                   MOVE "O" TO WS-ABO-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ABO-TROUVE = "N"
               DISPLAY "ABONNEMENT ACTIF INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAUVER-ABONNEMENTS.
           DISPLAY "ABONNEMENT RESILIE.".
           EXIT.
       FIN-RESILIER-ABONNEMENT.

       LISTER-ABONNEMENTS.
           DISPLAY "MATRICULE DU CLIENT :".
           ACCEPT WS-CLIENT-SAISI.
           PERFORM CHARGER-ABONNEMENTS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ABO
               MOVE WS-ABO-IMAGE(WS-A) TO ABO-ENREG
               IF ABO-MAT-CLT = WS-CLIENT-SAISI
                   DISPLAY "  COMPTE " ABO-NUM-CPT
                           " FORMAT " ABO-FORMAT
                           " DEPUIS LE " ABO-DATE-DEBUT
                           " STATUT " ABO-STATUT
               END-IF
           END-PERFORM.
           EXIT.
       FIN-LISTER-ABONNEMENTS.

       CHARGER-ABONNEMENTS.
           MOVE ZERO TO WS-NB-ABO.
           MOVE "N" TO WS-ABO-SURCHARGE.
           OPEN INPUT ABONNEMENTS-FICHIER.
           IF WS-ABO-FILESTATUS = "00"
               PERFORM UNTIL WS-ABO-FILESTATUS NOT = "00"
                   READ ABONNEMENTS-FICHIER
                       AT END MOVE "10" TO WS-ABO-FILESTATUS
                       NOT AT END
                           IF WS-NB-ABO < 500
                               ADD 1 TO WS-NB-ABO
                               MOVE ABO-ENREG TO
                                    WS-ABO-IMAGE(WS-NB-ABO)
                           ELSE
                               MOVE "O" TO WS-ABO-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABONNEMENTS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ABONNEMENTS.

       SAUVER-ABONNEMENTS.
           OPEN OUTPUT ABONNEMENTS-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ABO
               MOVE WS-ABO-IMAGE(WS-A) TO ABO-ENREG
               WRITE ABO-ENREG
           END-PERFORM.
           CLOSE ABONNEMENTS-FICHIER.
           EXIT.
       FIN-SAUVER-ABONNEMENTS.

       END PROGRAM MAJ-ABONNEMENTS.
