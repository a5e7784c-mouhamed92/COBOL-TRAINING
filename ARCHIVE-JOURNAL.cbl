
      *    cloture mensuelle du journal : bascule toutes les ecritures
      *    des mois revolus dans des fichiers d'archive dates
      *    (JOURNAL-AAAAMM.DAT, un par mois, indexes comme le journal
      *    sur la date + sequence et sur le compte), les retire du
      *    journal vivant, et pose dans le journal du mois ouvert une
      *    ligne de controle (code CTL1 : nombre d'ecritures et total
      *    des montants archives). Les programmes quotidiens
      *    continuent de travailler sur un petit fichier et les
      *    auditeurs gardent tout l'historique dans les archives.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archive du mois : memes cles que le journal vivant, la
      *    cle secondaire sur le compte permet aux consultations et
      *    aux releves de lire l'historique d'un seul compte.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLE-JOURNAL
               ALTERNATE RECORD KEY IS ARC-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-ARC-FILESTATUS.

           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme longueur que JOURNAL-CPY, seules les cles sont
      *    nommees : l'enregistrement est recopie tel quel.
       FD  JOURNAL-ARCHIVE.
       01  ARC-ENREG.
           05  ARC-CLE-JOURNAL.
               10  ARC-DATE-OPE     PIC X(8).
               10  ARC-NUM-SEQ      PIC 9(5).
           05  ARC-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(118).

      *    meme mise en forme que dans INTERETS.
       FD  CONTROLE-MENSUEL.
       01  CTM-ENREG.
           05  CTM-JOB          PIC X(20).
           05  FILLER           PIC X(1).
           05  CTM-MOIS         PIC X(6).
           05  CTM-SUITE.
               10  FILLER       PIC X(1).
               10  CTM-NB       PIC 9(7).
               10  FILLER       PIC X(1).
               10  CTM-MONTANT  PIC 9(13)V9(2).
               10  FILLER       PIC X(1).
               10  CTM-SORTIE   PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-NBR-ARCHIVES     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-ARCHIVE    PIC 9(12)V9(2) VALUE ZERO.

      *    ligne du job dans CONTROLE-MENSUEL.DAT, verifiee par la
      *    cloture mensuelle.
       01  WS-CTM-FILESTATUS   PIC X(2).
       01  WS-NOM-JOB          PIC X(20) VALUE "ARCHIVE-JOURNAL".
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

       PROCEDURE DIVISION.

       MAIN-ARCHIVE-JOURNAL.
           IF WS-NBR-ARCHIVES > 0
               PERFORM POSER-LIGNE-CONTROLE
           END-IF.
           MOVE WS-MOIS-OUVERT TO WS-MOIS-COURANT.
           PERFORM CHARGER-CONTROLE-MENSUEL.
           PERFORM ENREGISTRER-MOIS-FAIT.
           PERFORM AFFICHER-RESULTAT.
           GOBACK.

               STRING "JOURNAL-" WS-MOIS-ARCHIVE ".DAT"
                   DELIMITED BY SIZE INTO WS-ARC-FILE-PATH
               END-STRING
               OPEN I-O JOURNAL-ARCHIVE
               IF WS-ARC-FILESTATUS = "35"
                   OPEN OUTPUT JOURNAL-ARCHIVE
                   CLOSE JOURNAL-ARCHIVE
                   OPEN I-O JOURNAL-ARCHIVE
               END-IF
               MOVE "O" TO WS-ARCHIVE-OUVERTE
           END-IF.

      *    une ecriture deja presente dans l'archive vient d'une
      *    bascule interrompue entre la copie et la suppression : on
      *    la laisse telle quelle et on acheve la suppression.
           MOVE JOURNAL-RECORD TO ARC-ENREG.
           WRITE ARC-ENREG
               INVALID KEY
                   DISPLAY "ECRITURE DEJA ARCHIVEE " JRN-CLE-JOURNAL
           END-WRITE.

           ADD 1 TO WS-NBR-ARCHIVES.
           ADD JRN-MONTANT TO WS-TOTAL-ARCHIVE.
           EXIT.
       FIN-POSER-LIGNE-CONTROLE.

       CHARGER-CONTROLE-MENSUEL.
           MOVE ZERO TO WS-NB-CTM.
           OPEN INPUT CONTROLE-MENSUEL.
           IF WS-CTM-FILESTATUS = "00"
               PERFORM UNTIL WS-CTM-FILESTATUS NOT = "00"
                   READ CONTROLE-MENSUEL
                       AT END MOVE "10" TO WS-CTM-FILESTATUS
                       NOT AT END
                           IF WS-NB-CTM < 20
                               ADD 1 TO WS-NB-CTM
                               MOVE CTM-JOB  TO WS-CTM-JOB(WS-NB-CTM)
                               MOVE CTM-MOIS TO WS-CTM-MOIS(WS-NB-CTM)
                               MOVE CTM-SUITE TO
                                    WS-CTM-SUITE(WS-NB-CTM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-MENSUEL
           END-IF.
           EXIT.
       FIN-CHARGER-CONTROLE-MENSUEL.

      *    enregistre le mois traite pour ce job, en reecrivant le
      *    fichier de controle en totalite comme INTERETS.
       ENREGISTRER-MOIS-FAIT.
           MOVE SPACES TO CTM-ENREG.
           MOVE WS-NBR-ARCHIVES TO CTM-NB.
           MOVE WS-TOTAL-ARCHIVE TO CTM-MONTANT.
           MOVE WS-ARC-FILE-PATH TO CTM-SORTIE.
           MOVE "N" TO WS-CTM-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                   MOVE WS-MOIS-COURANT TO WS-CTM-MOIS(WS-C)
                   MOVE CTM-SUITE TO WS-CTM-SUITE(WS-C)
                   MOVE "O" TO WS-CTM-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CTM-TROUVE = "N" AND WS-NB-CTM < 20
               ADD 1 TO WS-NB-CTM
               MOVE WS-NOM-JOB      TO WS-CTM-JOB(WS-NB-CTM)
               MOVE WS-MOIS-COURANT TO WS-CTM-MOIS(WS-NB-CTM)
               MOVE CTM-SUITE TO WS-CTM-SUITE(WS-NB-CTM)
           END-IF.

           OPEN OUTPUT CONTROLE-MENSUEL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               MOVE WS-CTM-JOB(WS-C)  TO CTM-JOB
               MOVE WS-CTM-MOIS(WS-C) TO CTM-MOIS
               MOVE WS-CTM-SUITE(WS-C) TO CTM-SUITE
               WRITE CTM-ENREG
           END-PERFORM.
           CLOSE CONTROLE-MENSUEL.
           EXIT.
       FIN-ENREGISTRER-MOIS-FAIT.

       AFFICHER-RESULTAT.
           DISPLAY "====== CLOTURE MENSUELLE DU JOURNAL ======".
           DISPLAY "MOIS OUVERT          : " WS-MOIS-OUVERT.
