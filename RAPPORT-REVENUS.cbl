      *    revenu, C = une charge (interets verses aux clients). Le
      *    rapport REVENUS-AAAAMMJJ.TXT donne le jour et le cumul du
      *    mois, par produit et par agence.
      *    Les remboursements commerciaux de frais (RMB1, guichet
      *    OP24) forment toujours leur propre ligne REMB.FRAIS, en
      *    deduction, quel que soit le mappage : le revenu rendu aux
      *    clients se lit a part des frais preleves.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    table de correspondance code operation -> ligne de

       VENTILER-UNE-LIGNE.
           MOVE "N" TO WS-MAPPE.
           IF JRN-CODE-OPE = "RMB1"
               MOVE "O" TO WS-MAPPE
               MOVE "REMB.FRAIS" TO WS-PRODUIT-COURANT
               MOVE "C" TO WS-SENS-COURANT
           END-IF.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-PRD OR WS-MAPPE = "O"
               IF WS-PRD-CODE(WS-P) = JRN-CODE-OPE
