               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT ORDRES-PERMANENTS ASSIGN TO
       FILE SECTION.

       FD  SAUVEGARDE-FICHIER.
       01  SAV-LIGNE           PIC X(300).

       FD  CONTROLE-FICHIER.
       01  CTL-ENREG.
           05  WS-REL-NUM-CPT  PIC X(6).
           05  WS-REL-DATE-CPT PIC X(8).
           05  WS-REL-SOLDE    PIC S9(10)V9(2).
           05  FILLER          PIC X(274).

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-INT         PIC 9(9).
