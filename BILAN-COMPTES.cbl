               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT COMPTES-CSV ASSIGN TO "COMPTES.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEG-FILESTATUS.

      *    referentiel des produits tenu par MAJ-PRODUITS : un
      *    sous-total par type de compte.
           SELECT PRODUITS-FICHIER ASSIGN TO "PRODUITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  PRODUITS-FICHIER.
       COPY PRODUIT-CPY.

       WORKING-STORAGE SECTION.

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CSV-FILESTATUS   PIC X(2).
       01  WS-NEG-FILESTATUS   PIC X(2).
       01  WS-PRD-FILESTATUS   PIC X(2).
       01  WS-NBR-COMPTES      PIC 9(5) VALUE ZERO.
       01  WS-NBR-NEGATIFS     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-GENERAL    PIC S9(12)V9(2) VALUE ZERO.
         05 WS-DEV  OCCURS 5 TIMES.
           10  WS-DEV-CODE   PIC X(3).
           10  WS-DEV-TOTAL  PIC S9(12)V9(2).
       01  WS-NB-TYPES         PIC 9(2) VALUE ZERO.
       01  WS-TABLE-TYPE.
         05 WS-TYP  OCCURS 30 TIMES.
           10  WS-TYP-CODE   PIC X(10).
           10  WS-TYP-TOTAL  PIC S9(12)V9(2).

           PERFORM AFFICHER-BILAN.
           GOBACK.

      *    prepare la liste fixe des devises approuvees (meme liste
      *    que la saisie des comptes) et celle des types de compte
      *    du referentiel des produits.
       INITIALISER-TABLES.
           MOVE 'EUR' TO WS-DEV-CODE(1).
           MOVE 'USD' TO WS-DEV-CODE(2).
           MOVE 'GBP' TO WS-DEV-CODE(3).
           MOVE 'MAD' TO WS-DEV-CODE(4).
           MOVE 'CHF' TO WS-DEV-CODE(5).
           OPEN INPUT PRODUITS-FICHIER.
           IF WS-PRD-FILESTATUS = "00"
               PERFORM UNTIL WS-PRD-FILESTATUS NOT = "00"
                   READ PRODUITS-FICHIER
                       AT END MOVE "10" TO WS-PRD-FILESTATUS
                       NOT AT END
                           IF WS-NB-TYPES < 30
                               ADD 1 TO WS-NB-TYPES
                               MOVE PRD-CODE TO
                                    WS-TYP-CODE(WS-NB-TYPES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUITS-FICHIER
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > 5
               MOVE 0 TO WS-DEV-TOTAL(WS-I)
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TYPES
               MOVE 0 TO WS-TYP-TOTAL(WS-I)
           END-PERFORM.
           EXIT.
       FIN-CUMULER-DEVISE.

       CUMULER-TYPE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TYPES
               IF WS-TYP-CODE(WS-I) = CPM-TYPE-CPT
                   ADD CPM-SOLDE-CPT TO WS-TYP-TOTAL(WS-I)
               END-IF
               DISPLAY WS-DEV-CODE(WS-I) " : " WS-DEV-TOTAL(WS-I)
           END-PERFORM.
           DISPLAY "---- SOUS-TOTAL PAR TYPE DE COMPTE ----".
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-TYPES
               DISPLAY WS-TYP-CODE(WS-I) " : " WS-TYP-TOTAL(WS-I)
           END-PERFORM.
           DISPLAY "===========================================".
