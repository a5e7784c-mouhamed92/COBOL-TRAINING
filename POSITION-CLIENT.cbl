               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
           END-STRING.
           WRITE RAP-LIGNE.

      *    comptes dont le client est titulaire, lus par la cle
      *    secondaire du titulaire.
           MOVE SPACES TO WS-MARQUE-COTIT.
           MOVE WS-MAT-COURANT TO CPM-TITUL-CPT.
           START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
               INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-TITUL-CPT NOT = WS-MAT-COURANT
                           MOVE "10" TO WS-CPT-FILESTATUS
                       ELSE
                           IF CPM-STATUT = "A"
                               PERFORM AJOUTER-UN-COMPTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
