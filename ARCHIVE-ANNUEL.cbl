               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    maitre d'archive des comptes retires du fichier actif.
