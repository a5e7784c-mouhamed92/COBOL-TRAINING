               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    fichier des employes tenu par EMP-FILE : controle
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       WORKING-STORAGE SECTION.

           10  WS-DCV-IMAGE    PIC X(50).
       01  WS-D                PIC 9(3).

      *    le produit du compte (referentiel PRODUITS.DAT) doit
      *    autoriser le decouvert.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       COPY PRODUIT-CPY.

       PROCEDURE DIVISION.

       MAIN-MAJ-DECOUVERTS.

           DISPLAY "MONTANT DE LA FACILITE (0 = SUPPRIMER) :".
           ACCEPT WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI > 0
               CALL WS-PGM-PRODUIT USING CPM-TYPE-CPT PRODUIT-RECORD
                                         WS-PRD-TROUVE
               IF PRD-DECOUVERT NOT = "O"
                   DISPLAY "LE PRODUIT " CPM-TYPE-CPT
                           " N'AUTORISE PAS LE DECOUVERT"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO WS-CTRL-VALIDE.
           PERFORM UNTIL WS-CTRL-VALIDE = "O"
