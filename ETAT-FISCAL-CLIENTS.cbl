               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archives mensuelles posees par ARCHIVE-JOURNAL, lues en
      *    entier dans l'ordre des cles.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-CLE-JOURNAL
               ALTERNATE RECORD KEY IS ARC-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-ARC-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans ARCHIVE-JOURNAL : longueur de
      *    JOURNAL-CPY, seules les cles sont nommees.
       FD  JOURNAL-ARCHIVE.
       01  ARC-ENREG.
           05  ARC-CLE-JOURNAL.
               10  ARC-DATE-OPE     PIC X(8).
               10  ARC-NUM-SEQ      PIC 9(5).
           05  ARC-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(118).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

       FD  ECHEANCIER.
       01  ECH-ENREG.
                   READ JOURNAL-ARCHIVE
                       AT END MOVE "10" TO WS-ARC-FILESTATUS
                       NOT AT END
                           MOVE ARC-ENREG TO JOURNAL-RECORD
                           PERFORM CUMULER-UNE-ECRITURE
                   END-READ
               END-PERFORM
