       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIRE-PRODUIT.
       AUTHOR.    MOHAMED.

      *    sous-programme appelable (comme LIRE-PARAMETRE) qui
      *    restitue la fiche produit d'un type de compte depuis le
      *    referentiel PRODUITS.DAT tenu par MAJ-PRODUITS : libelle,
      *    devises autorisees, tranche d'age, interets crediteurs,
      *    decouvert, regle de solde minimum. LK-TROUVE = "N" quand
      *    le type n'a pas de ligne au referentiel ; la fiche rendue
      *    est alors a blanc.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRODUITS-FICHIER ASSIGN TO "PRODUITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que PRODUIT-CPY.
       FD  PRODUITS-FICHIER.
       01  PRD-LIGNE           PIC X(102).

       WORKING-STORAGE SECTION.

       01  WS-PRD-FILESTATUS   PIC X(2).

       LINKAGE SECTION.

       01  LK-CODE       PIC X(10).
       COPY PRODUIT-CPY.
       01  LK-TROUVE     PIC X(1).

       PROCEDURE DIVISION USING LK-CODE PRODUIT-RECORD LK-TROUVE.

       MAIN-LIRE-PRODUIT.
           MOVE "N" TO LK-TROUVE.
           MOVE SPACES TO PRODUIT-RECORD.

           OPEN INPUT PRODUITS-FICHIER.
           IF WS-PRD-FILESTATUS = "00"
               PERFORM UNTIL WS-PRD-FILESTATUS NOT = "00"
                   READ PRODUITS-FICHIER
                       AT END MOVE "10" TO WS-PRD-FILESTATUS
                       NOT AT END
                           IF PRD-LIGNE(1:10) = LK-CODE
                               MOVE PRD-LIGNE TO PRODUIT-RECORD
                               MOVE "O" TO LK-TROUVE
                               MOVE "10" TO WS-PRD-FILESTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUITS-FICHIER
           END-IF.

           GOBACK.
       FIN-MAIN-LIRE-PRODUIT.
           EXIT.

       END PROGRAM LIRE-PRODUIT.
