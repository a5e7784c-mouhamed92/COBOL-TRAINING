               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT RAPPORT-AGE-FICHIER ASSIGN TO "RAPPORT-AGE.TXT"
      *    age revolu du client courant a la date d'exploitation,
      *    calcule depuis CLM-DATE-NAISS ; une date invalide met le
      *    client hors classement, comme l'age non numerique
      *    d'autrefois. Les personnes morales n'ont pas d'age et
      *    restent hors classement.
       CALCULER-AGE-CLIENT.
           MOVE "N" TO WS-AGE-VALIDE.
           IF CLM-TYPE-CLT = "M"
               EXIT PARAGRAPH
           END-IF.
           IF CLM-DATE-NAISS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
