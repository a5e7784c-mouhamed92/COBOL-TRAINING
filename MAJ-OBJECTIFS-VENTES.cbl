       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-OBJECTIFS-VENTES.
       AUTHOR.    MOHAMED.

      *    objectifs commerciaux du personnel et bareme des points de
      *    la prime de ventes, tous deux lus par PRIMES-VENTES :
      *      - OBJECTIFS-VENTES.DAT : une ligne par trimestre (AAAATN,
      *        EX: 2026T1), employe et produit, avec le nombre de
      *        ventes et le volume vises ;
      *      - BAREME-VENTES.DAT : une ligne par produit, points par
      *        vente et points par tranche de 10000 de volume.
      *    Produits : CPTE (compte ouvert), PRET (pret accorde),
      *    DAT (depot a terme place), CART (carte emise). Chaque
      *    saisie est faite par un employe d'encadrement et passe a
      *    la piste d'audit centrale.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OBJECTIFS-VENTES ASSIGN TO "OBJECTIFS-VENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBJ-FILESTATUS.

           SELECT BAREME-VENTES ASSIGN TO "BAREME-VENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAR-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  OBJECTIFS-VENTES.
       01  OBJ-ENREG.
           05  OBJ-TRIMESTRE   PIC X(6).
           05  FILLER          PIC X(1).
           05  OBJ-EMPLOYE     PIC 9(5).
           05  FILLER          PIC X(1).
           05  OBJ-PRODUIT     PIC X(4).
           05  FILLER          PIC X(1).
           05  OBJ-NB          PIC 9(5).
           05  FILLER          PIC X(1).
           05  OBJ-VOLUME      PIC 9(12)V9(2).

       FD  BAREME-VENTES.
       01  BAR-ENREG.
           05  BAR-PRODUIT       PIC X(4).
           05  FILLER            PIC X(1).
           05  BAR-POINTS-VENTE  PIC 9(3)V9(2).
           05  FILLER            PIC X(1).
           05  BAR-POINTS-VOLUME PIC 9(3)V9(2).

      *    meme mise en forme que dans EMP-FILE.
       FD  Employee.
       01  Employee-FILE.
           05  Employee-ID  PIC  9(5).
           05  FILLER       PIC  X(1).
           05  Name         PIC  X(25).
           05  FILLER       PIC  X(1).
           05  Date-nes     PIC  X(10).
           05  FILLER       PIC  X(1).
           05  FILLER       PIC  X(1).
           05  Salaire      PIC  X(7).
           05  FILLER       PIC  X(1).
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       WORKING-STORAGE SECTION.

       01  WS-OBJ-FILESTATUS   PIC X(2).
       01  WS-BAR-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).

       01  WS-CHOIX            PIC 9(1).
       01  WS-EMPLOYE-ID       PIC 9(5).
       01  WS-EMP-OK           PIC X(1).
       01  WS-VENDEUR          PIC 9(5).
       01  WS-NOM-VENDEUR      PIC X(25).
       01  WS-TRIM-SAISI       PIC X(6).
       01  WS-PRODUIT-SAISI    PIC X(4).
       01  WS-NB-SAISI         PIC 9(5).
       01  WS-VOLUME-SAISI     PIC 9(12)V9(2).
       01  WS-PTS-VENTE-SAISI  PIC 9(3)V9(2).
       01  WS-PTS-VOLUME-SAISI PIC 9(3)V9(2).

      *    objectifs et bareme charges en table et reecrits en
      *    entier, comme le registre de MAJ-AVANCES.
       01  WS-NB-OBJ           PIC 9(4) VALUE ZERO.
       01  WS-OBJ-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-OBJ.
         05 WS-OBJ  OCCURS 2000 TIMES.
           10  WS-OBJ-IMAGE    PIC X(40).
       01  WS-O                PIC 9(4).
       01  WS-OBJ-TROUVE       PIC 9(4).

       01  WS-NB-BAR           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-BAR.
         05 WS-BAR  OCCURS 10 TIMES.
           10  WS-BAR-IMAGE    PIC X(20).
       01  WS-B                PIC 9(2).
       01  WS-BAR-TROUVE       PIC 9(2).
       01  WS-NB-LISTES        PIC 9(4).

       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-OBJECTIFS-VENTES".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-OBJECTIFS-VENTES.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           DISPLAY "1-FIXER UN OBJECTIF DE VENTES".
           DISPLAY "2-LISTER LES OBJECTIFS D'UN TRIMESTRE".
           DISPLAY "3-FIXER LES POINTS D'UN PRODUIT".
           DISPLAY "4-LISTER LE BAREME DES POINTS".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM FIXER-OBJECTIF
               WHEN 2
                   PERFORM LISTER-OBJECTIFS
               WHEN 3
                   PERFORM FIXER-BAREME
               WHEN 4
                   PERFORM LISTER-BAREME
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

      *    un seul objectif par trimestre, employe et produit : une
      *    nouvelle saisie remplace la precedente ; un objectif a zero
      *    (nombre et volume) retire l'objectif.
       FIXER-OBJECTIF.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TRIMESTRE (AAAATN, EX: 2026T1) :".
           ACCEPT WS-TRIM-SAISI.
           IF WS-TRIM-SAISI(1:4) IS NOT NUMERIC
              OR WS-TRIM-SAISI(5:1) NOT = "T"
              OR WS-TRIM-SAISI(6:1) < "1" OR WS-TRIM-SAISI(6:1) > "4"
               DISPLAY "TRIMESTRE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE-ID DU VENDEUR :".
           ACCEPT WS-VENDEUR.
           PERFORM LIRE-VENDEUR.
           IF WS-NOM-VENDEUR = SPACES
               DISPLAY "EMPLOYEE-ID INCONNU !"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUIT (CPTE/PRET/DAT/CART) :".
           ACCEPT WS-PRODUIT-SAISI.
           IF WS-PRODUIT-SAISI NOT = "CPTE" AND
              WS-PRODUIT-SAISI NOT = "PRET" AND
              WS-PRODUIT-SAISI NOT = "DAT"  AND
              WS-PRODUIT-SAISI NOT = "CART"
               DISPLAY "PRODUIT INCONNU"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOMBRE DE VENTES VISE :".
           ACCEPT WS-NB-SAISI.
           MOVE ZERO TO WS-VOLUME-SAISI.
           IF WS-PRODUIT-SAISI = "PRET" OR WS-PRODUIT-SAISI = "DAT"
               DISPLAY "VOLUME VISE :"
               ACCEPT WS-VOLUME-SAISI
           END-IF.

           PERFORM CHARGER-OBJECTIFS.
           IF WS-OBJ-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 OBJECTIFS, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-OBJ-TROUVE.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OBJ
               MOVE WS-OBJ-IMAGE(WS-O) TO OBJ-ENREG
               IF OBJ-TRIMESTRE = WS-TRIM-SAISI
                  AND OBJ-EMPLOYE = WS-VENDEUR
                  AND OBJ-PRODUIT = WS-PRODUIT-SAISI
                   MOVE WS-O TO WS-OBJ-TROUVE
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-AUD-AVANT.
           IF WS-OBJ-TROUVE = 0
               MOVE "AUCUN OBJECTIF" TO WS-AUD-AVANT
           ELSE
               MOVE WS-OBJ-IMAGE(WS-OBJ-TROUVE) TO OBJ-ENREG
               STRING "NB " OBJ-NB " VOLUME " OBJ-VOLUME
                   DELIMITED BY SIZE INTO WS-AUD-AVANT
               END-STRING
           END-IF.

           IF WS-NB-SAISI = ZERO AND WS-VOLUME-SAISI = ZERO
               IF WS-OBJ-TROUVE = 0
                   DISPLAY "AUCUN OBJECTIF A RETIRER"
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-O FROM WS-OBJ-TROUVE BY 1
                       UNTIL WS-O NOT < WS-NB-OBJ
                   MOVE WS-OBJ-IMAGE(WS-O + 1) TO WS-OBJ-IMAGE(WS-O)
               END-PERFORM
               SUBTRACT 1 FROM WS-NB-OBJ
               MOVE "OBJECTIF RETIRE" TO WS-AUD-APRES
           ELSE
               IF WS-OBJ-TROUVE = 0
                   IF WS-NB-OBJ NOT < 2000
                       DISPLAY "FICHIER DES OBJECTIFS PLEIN"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-NB-OBJ
                   MOVE WS-NB-OBJ TO WS-OBJ-TROUVE
               END-IF
               MOVE SPACES           TO OBJ-ENREG
               MOVE WS-TRIM-SAISI    TO OBJ-TRIMESTRE
               MOVE WS-VENDEUR       TO OBJ-EMPLOYE
               MOVE WS-PRODUIT-SAISI TO OBJ-PRODUIT
               MOVE WS-NB-SAISI      TO OBJ-NB
               MOVE WS-VOLUME-SAISI  TO OBJ-VOLUME
               MOVE OBJ-ENREG TO WS-OBJ-IMAGE(WS-OBJ-TROUVE)
               MOVE SPACES TO WS-AUD-APRES
               STRING "NB " OBJ-NB " VOLUME " OBJ-VOLUME
                   DELIMITED BY SIZE INTO WS-AUD-APRES
               END-STRING
           END-IF.
           PERFORM SAUVER-OBJECTIFS.

           MOVE SPACES TO WS-AUD-CLE.
           STRING WS-TRIM-SAISI " " WS-VENDEUR " " WS-PRODUIT-SAISI
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "OBJECTIF ENREGISTRE POUR " WS-NOM-VENDEUR.
           EXIT.
       FIN-FIXER-OBJECTIF.

       LISTER-OBJECTIFS.
           DISPLAY "TRIMESTRE (AAAATN, EX: 2026T1) :".
           ACCEPT WS-TRIM-SAISI.
           PERFORM CHARGER-OBJECTIFS.
           MOVE ZERO TO WS-NB-LISTES.
           OPEN INPUT Employee.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OBJ
               MOVE WS-OBJ-IMAGE(WS-O) TO OBJ-ENREG
               IF OBJ-TRIMESTRE = WS-TRIM-SAISI
                   MOVE OBJ-EMPLOYE TO WS-VENDEUR
                   MOVE SPACES TO WS-NOM-VENDEUR
                   MOVE WS-VENDEUR TO Employee-ID
                   READ Employee KEY IS Employee-ID
                       NOT INVALID KEY
                           MOVE Name TO WS-NOM-VENDEUR
                   END-READ
                   DISPLAY OBJ-EMPLOYE " " WS-NOM-VENDEUR " "
                           OBJ-PRODUIT " NB " OBJ-NB
                           " VOLUME " OBJ-VOLUME
                   ADD 1 TO WS-NB-LISTES
               END-IF
           END-PERFORM.
           CLOSE Employee.
           IF WS-NB-LISTES = 0
               DISPLAY "AUCUN OBJECTIF POUR " WS-TRIM-SAISI
           END-IF.
           EXIT.
       FIN-LISTER-OBJECTIFS.

      *    points d'un produit : par vente, et par tranche de 10000
      *    du volume vendu (prets et depots a terme seulement).
       FIXER-BAREME.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PRODUIT (CPTE/PRET/DAT/CART) :".
           ACCEPT WS-PRODUIT-SAISI.
           IF WS-PRODUIT-SAISI NOT = "CPTE" AND
              WS-PRODUIT-SAISI NOT = "PRET" AND
              WS-PRODUIT-SAISI NOT = "DAT"  AND
              WS-PRODUIT-SAISI NOT = "CART"
               DISPLAY "PRODUIT INCONNU"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "POINTS PAR VENTE (EX: 002.50) :".
           ACCEPT WS-PTS-VENTE-SAISI.
           MOVE ZERO TO WS-PTS-VOLUME-SAISI.
           IF WS-PRODUIT-SAISI = "PRET" OR WS-PRODUIT-SAISI = "DAT"
               DISPLAY "POINTS PAR TRANCHE DE 10000 DE VOLUME :"
               ACCEPT WS-PTS-VOLUME-SAISI
           END-IF.

           PERFORM CHARGER-BAREME.
           MOVE ZERO TO WS-BAR-TROUVE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BAR
               MOVE WS-BAR-IMAGE(WS-B) TO BAR-ENREG
               IF BAR-PRODUIT = WS-PRODUIT-SAISI
                   MOVE WS-B TO WS-BAR-TROUVE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-AUD-AVANT.
           IF WS-BAR-TROUVE = 0
               IF WS-NB-BAR NOT < 10
                   DISPLAY "BAREME PLEIN"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-BAR
               MOVE WS-NB-BAR TO WS-BAR-TROUVE
               MOVE "AUCUN BAREME" TO WS-AUD-AVANT
           ELSE
               MOVE WS-BAR-IMAGE(WS-BAR-TROUVE) TO BAR-ENREG
               STRING "PTS VENTE " BAR-POINTS-VENTE
                      " PTS VOLUME " BAR-POINTS-VOLUME
                   DELIMITED BY SIZE INTO WS-AUD-AVANT
               END-STRING
           END-IF.
           MOVE SPACES              TO BAR-ENREG.
           MOVE WS-PRODUIT-SAISI    TO BAR-PRODUIT.
           MOVE WS-PTS-VENTE-SAISI  TO BAR-POINTS-VENTE.
           MOVE WS-PTS-VOLUME-SAISI TO BAR-POINTS-VOLUME.
           MOVE BAR-ENREG TO WS-BAR-IMAGE(WS-BAR-TROUVE).
           PERFORM SAUVER-BAREME.

           MOVE SPACES TO WS-AUD-APRES.
           STRING "PTS VENTE " BAR-POINTS-VENTE
                  " PTS VOLUME " BAR-POINTS-VOLUME
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           MOVE SPACES TO WS-AUD-CLE.
           STRING "BAREME " WS-PRODUIT-SAISI
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "BAREME " WS-PRODUIT-SAISI " ENREGISTRE".
           EXIT.
       FIN-FIXER-BAREME.

       LISTER-BAREME.
           PERFORM CHARGER-BAREME.
           IF WS-NB-BAR = 0
               DISPLAY "AUCUN BAREME"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BAR
               MOVE WS-BAR-IMAGE(WS-B) TO BAR-ENREG
               DISPLAY BAR-PRODUIT " POINTS PAR VENTE "
                       BAR-POINTS-VENTE " PAR 10000 "
                       BAR-POINTS-VOLUME
           END-PERFORM.
           EXIT.
       FIN-LISTER-BAREME.

       CHARGER-OBJECTIFS.
           MOVE ZERO TO WS-NB-OBJ.
           MOVE "N" TO WS-OBJ-SURCHARGE.
           OPEN INPUT OBJECTIFS-VENTES.
           IF WS-OBJ-FILESTATUS = "00"
               PERFORM UNTIL WS-OBJ-FILESTATUS NOT = "00"
                   READ OBJECTIFS-VENTES
                       AT END MOVE "10" TO WS-OBJ-FILESTATUS
                       NOT AT END
                           IF WS-NB-OBJ < 2000
                               ADD 1 TO WS-NB-OBJ
                               MOVE OBJ-ENREG TO
                                    WS-OBJ-IMAGE(WS-NB-OBJ)
                           ELSE
                               MOVE "O" TO WS-OBJ-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBJECTIFS-VENTES
           END-IF.
           EXIT.
       FIN-CHARGER-OBJECTIFS.

       SAUVER-OBJECTIFS.
           OPEN OUTPUT OBJECTIFS-VENTES.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OBJ
               MOVE WS-OBJ-IMAGE(WS-O) TO OBJ-ENREG
               WRITE OBJ-ENREG
           END-PERFORM.
           CLOSE OBJECTIFS-VENTES.
           EXIT.
       FIN-SAUVER-OBJECTIFS.

       CHARGER-BAREME.
           MOVE ZERO TO WS-NB-BAR.
           OPEN INPUT BAREME-VENTES.
           IF WS-BAR-FILESTATUS = "00"
               PERFORM UNTIL WS-BAR-FILESTATUS NOT = "00"
                   READ BAREME-VENTES
                       AT END MOVE "10" TO WS-BAR-FILESTATUS
                       NOT AT END
                           IF WS-NB-BAR < 10
                               ADD 1 TO WS-NB-BAR
                               MOVE BAR-ENREG TO
                                    WS-BAR-IMAGE(WS-NB-BAR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAREME-VENTES
           END-IF.
           EXIT.
       FIN-CHARGER-BAREME.

       SAUVER-BAREME.
           OPEN OUTPUT BAREME-VENTES.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BAR
               MOVE WS-BAR-IMAGE(WS-B) TO BAR-ENREG
               WRITE BAR-ENREG
           END-PERFORM.
           CLOSE BAREME-VENTES.
           EXIT.
       FIN-SAUVER-BAREME.

       LIRE-VENDEUR.
           MOVE SPACES TO WS-NOM-VENDEUR.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-VENDEUR TO Employee-ID.
           READ Employee KEY IS Employee-ID
               NOT INVALID KEY
                   MOVE Name TO WS-NOM-VENDEUR
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-LIRE-VENDEUR.

       CONTROLER-AUTORITE.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "EMPLOYEE-ID (ENCADREMENT REQUIS) :".
           ACCEPT WS-EMPLOYE-ID.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYE-ID TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
               NOT INVALID KEY
                   IF (EMP-STATUT = "A" OR EMP-STATUT = " ") AND
                      (Fonction = "DIRECTEUR" OR
                       Fonction = "MANAGER" OR
                       Fonction = "SUPERVISEUR")
                       MOVE "O" TO WS-EMP-OK
                   ELSE
                       DISPLAY "EMPLOYE SANS AUTORITE !"
                   END-IF
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-CONTROLER-AUTORITE.

       END PROGRAM MAJ-OBJECTIFS-VENTES.
