               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    historique mensuel du score par agence, pour l'evolution
               MOVE "N" TO WS-CLI-COMPLET(WS-NB-CLIENTS)
               MOVE "TEL" TO WS-CLI-MANQUE(WS-NB-CLIENTS)(9:4)
           END-IF.
      *    une personne morale n'a ni CIN ni profession : son
      *    registre du commerce et son identifiant fiscal en tiennent
      *    lieu, dans les memes colonnes de la liste.
           IF CLM-TYPE-CLT = "M"
               IF CLM-RC-CLT = SPACES
                   MOVE "N" TO WS-CLI-COMPLET(WS-NB-CLIENTS)
                   MOVE "RC" TO WS-CLI-MANQUE(WS-NB-CLIENTS)(13:4)
               END-IF
               IF CLM-IF-CLT = SPACES
                   MOVE "N" TO WS-CLI-COMPLET(WS-NB-CLIENTS)
                   MOVE "IF" TO WS-CLI-MANQUE(WS-NB-CLIENTS)(17:4)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF CLM-CIN-CLT = SPACES
               MOVE "N" TO WS-CLI-COMPLET(WS-NB-CLIENTS)
               MOVE "CIN" TO WS-CLI-MANQUE(WS-NB-CLIENTS)(13:4)
