       PROGRAM-ID. MAJORITE-MINEURS.
       AUTHOR.    MOHAMED.

      *    bascule automatique de majorite : tout compte dont le
      *    produit porte une limite d'age et un produit de bascule
      *    (referentiel PRODUITS.DAT - MINEUR passe a COURANT a 18
      *    ans) change de type des que le titulaire depasse la
      *    limite (age recalcule depuis la date de naissance du
      *    fichier client et la date d'exploitation). Lance chaque nuit
      *    par BATCH-JOUR : un mineur d'hier devient majeur sans
      *    qu'on ait a y penser, la ou l'age fige d'autrefois le
      *    laissait mineur a vie.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
       01  WS-T                PIC 9(3).
       01  WS-TUT-MAJ          PIC X(1) VALUE "N".

      *    limite d'age et produit de bascule du type du compte.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       COPY PRODUIT-CPY.

       PROCEDURE DIVISION.

       MAIN-MAJORITE-MINEURS.
                   READ COMPTE-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CPT-FILESTATUS
                       NOT AT END
                           CALL WS-PGM-PRODUIT USING CPM-TYPE-CPT
                                PRODUIT-RECORD WS-PRD-TROUVE
                           IF WS-PRD-TROUVE = "O"
                              AND PRD-TYPE-MAJORITE NOT = SPACES
                               PERFORM EXAMINER-MINEUR
                           END-IF
                   END-READ
           END-IF.

           DISPLAY "===== BASCULE DE MAJORITE DES COMPTES MINEUR ====".
           DISPLAY "COMPTES BASCULES          : " WS-NBR-BASCULES.
           DISPLAY "=================================================".
           GOBACK.

       EXAMINER-MINEUR.
           PERFORM CALCULER-AGE-TITULAIRE.
           IF WS-AGE-CONNU = "O" AND WS-AGE > PRD-AGE-MAX
               MOVE PRD-TYPE-MAJORITE TO CPM-TYPE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC BASCULE COMPTE " CPM-NUM-CPT
                   NOT INVALID KEY
                       ADD 1 TO WS-NBR-BASCULES
                       DISPLAY "COMPTE " CPM-NUM-CPT
                               " : LIMITE D'AGE ATTEINTE, TYPE "
                               CPM-TYPE-CPT
                       IF WS-AGE >= 18
                           PERFORM TERMINER-TUTELLE
                       END-IF
               END-REWRITE
           END-IF.
           EXIT.
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
      *    une personne morale n'a pas d'age.
           IF CLM-TYPE-CLT = "M"
               EXIT PARAGRAPH
           END-IF.
           IF CLM-DATE-NAISS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
