      *    le client avec la trace complete des operations, pour que
      *    la conformite declare sans requeter le journal. Lance par
      *    BATCH-JOUR, rapport dans CONFORMITE-AAAAMMJJ.TXT comme
      *    RAPPORT-AGE ecrit le sien. Chaque client signale l'est
      *    aussi dans SIGNALEMENTS-CONFORMITE.DAT (date, matricule,
      *    nature, montant), que NOTATION-RISQUE relit pour noter le
      *    client.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTI-FILESTATUS.

      *    signalements par client, cumules de nuit en nuit.
           SELECT SIGNALEMENTS-FICHIER ASSIGN TO
                                     "SIGNALEMENTS-CONFORMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.
           05  FILLER          PIC X(1).
           05  CTI-ROLE        PIC X(10).

      *    SGN-NATURE : O = operation au-dela du seuil, C = cumul du
      *    mois au-dela du seuil, F = fractionnement presume.
       FD  SIGNALEMENTS-FICHIER.
       01  SGN-ENREG.
           05  SGN-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  SGN-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  SGN-NATURE      PIC X(1).
           05  FILLER          PIC X(1).
           05  SGN-MONTANT     PIC 9(12)V9(2).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-SGN-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-DATE-EXPLOIT     PIC X(8).
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           OPEN EXTEND SIGNALEMENTS-FICHIER.
           IF WS-SGN-FILESTATUS = "35"
               OPEN OUTPUT SIGNALEMENTS-FICHIER
           END-IF.
           OPEN INPUT COMPTE-MASTER.
           OPEN INPUT CLIENT-MASTER.


           CLOSE CLIENT-MASTER.
           CLOSE COMPTE-MASTER.
           CLOSE SIGNALEMENTS-FICHIER.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "====== RAPPORT DE CONFORMITE ======".
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
               IF WS-MAT-TITULAIRE NOT = SPACES
                   MOVE SPACES           TO SGN-ENREG
                   MOVE WS-DATE-EXPLOIT  TO SGN-DATE
                   MOVE WS-MAT-TITULAIRE TO SGN-MAT-CLT
                   MOVE "O"              TO SGN-NATURE
                   MOVE JRN-MONTANT      TO SGN-MONTANT
                   WRITE SGN-ENREG
               END-IF
           END-IF.
           EXIT.
       FIN-TRAITER-UNE-OPERATION.
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES           TO SGN-ENREG.
           MOVE WS-DATE-EXPLOIT  TO SGN-DATE.
           MOVE WS-SUS-MAT(WS-S) TO SGN-MAT-CLT.
           MOVE "F"              TO SGN-NATURE.
           MOVE ZERO             TO SGN-MONTANT.
           WRITE SGN-ENREG.
           PERFORM VARYING WS-S2 FROM 1 BY 1 UNTIL WS-S2 > WS-NB-SUS
               IF WS-SUS-MAT(WS-S2) = WS-SUS-MAT(WS-S)
                   MOVE SPACES TO RAP-LIGNE
                       DELIMITED BY SIZE INTO RAP-LIGNE
                   END-STRING
                   WRITE RAP-LIGNE
                   MOVE SPACES           TO SGN-ENREG
                   MOVE WS-DATE-EXPLOIT  TO SGN-DATE
                   MOVE WS-CUM-MAT(WS-I) TO SGN-MAT-CLT
                   MOVE "C"              TO SGN-NATURE
                   MOVE WS-CUM-MONTANT(WS-I) TO SGN-MONTANT
                   WRITE SGN-ENREG
               END-IF
           END-PERFORM.

