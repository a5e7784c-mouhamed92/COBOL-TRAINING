               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

       FD  ECHEANCIER.
       01  ECH-ENREG.

      *    meme mise en forme que dans ECHEANCES-PRETS, qui pose la
      *    ligne au rejet de l'echeance. ARR-STATUT : A = en cours,
      *    P = regle par le rattrapage, C = capitalise par la
      *    restructuration du pret (SAISIE-PRETS), E = eteint au
      *    passage en perte du pret (PERTES-PRETS).
       FD  ARRIERES-FICHIER.
       01  ARR-ENREG.
           05  ARR-NUM-PRET    PIC X(6).
       01  WS-SURCHARGE        PIC X(1) VALUE "N".
       01  WS-TABLE-PRETS.
         05 WS-PRT  OCCURS 200 TIMES.
           10  WS-PRT-IMAGE    PIC X(100).
       01  WS-TABLE-ECH.
         05 WS-ECH  OCCURS 2000 TIMES.
           10  WS-ECH-IMAGE    PIC X(40).
