               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT ARCHIVE-COMPTES ASSIGN TO "ARCHIVE-COMPTES.DAT"
       CHERCHER-RELATION.
           MOVE "N" TO WS-RELATION.

      *    un seul compte au titulaire suffit : positionnement par la
      *    cle secondaire du titulaire.
           MOVE WS-MAT-COURANT TO CPM-TITUL-CPT.
           START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "O" TO WS-RELATION
           END-START.
           MOVE "00" TO WS-CPT-FILESTATUS.
           IF WS-RELATION = "O"
               EXIT PARAGRAPH
