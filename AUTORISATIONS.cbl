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

           SELECT RETENUES-FICHIER ASSIGN TO "RETENUES.DAT"
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       WORKING-STORAGE SECTION.

