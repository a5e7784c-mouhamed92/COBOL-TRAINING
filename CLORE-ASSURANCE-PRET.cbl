       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLORE-ASSURANCE-PRET.
       AUTHOR.    MOHAMED.

      *    sous-programme appelable (comme LIRE-PARAMETRE) qui met
      *    fin a la couverture d'assurance active d'un pret dans
      *    ASSURANCES-PRETS.DAT : statut F, date et motif de fin
      *    (A = remboursement anticipe total au guichet, P = passage
      *    en perte, M = fin saisie dans MAJ-ASSURANCES), et fin a
      *    signaler a l'assureur sur son prochain bordereau
      *    (BORDEREAUX-ASSURANCE). Les primes deja encaissees sur la
      *    periode restent a lui remettre. LK-CLOSE = "O" quand une
      *    couverture a effectivement ete close, "N" quand le pret
      *    n'en avait pas (ou que le registre n'a pu etre charge en
      *    entier).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASSURANCES-FICHIER ASSIGN TO "ASSURANCES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans MAJ-ASSURANCES.
       FD  ASSURANCES-FICHIER.
       01  ASR-ENREG.
           05  ASR-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  ASR-ASSUREUR        PIC X(5).
           05  FILLER              PIC X(1).
           05  ASR-BASE            PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-TAUX            PIC 9(1)V9(4).
           05  FILLER              PIC X(1).
           05  ASR-DATE-DEBUT      PIC X(8).
           05  FILLER              PIC X(1).
           05  ASR-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-DATE-FIN        PIC X(8).
           05  FILLER              PIC X(1).
           05  ASR-MOTIF-FIN       PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-SIGNALEE        PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-PRIMES-PERIODE  PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  ASR-PRIMES-CUMUL    PIC 9(10)V9(2).

       WORKING-STORAGE SECTION.

       01  WS-ASR-FILESTATUS   PIC X(2).

      *    registre charge en memoire puis reecrit en totalite.
       01  WS-NB-ASR           PIC 9(3) VALUE ZERO.
       01  WS-ASR-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-ASR.
         05 WS-ASR  OCCURS 500 TIMES.
           10  WS-ASR-IMAGE    PIC X(80).
       01  WS-A                PIC 9(3).

       LINKAGE SECTION.

       01  LK-NUM-PRET   PIC X(6).
       01  LK-DATE       PIC X(8).
       01  LK-MOTIF      PIC X(1).
       01  LK-CLOSE      PIC X(1).

       PROCEDURE DIVISION USING LK-NUM-PRET LK-DATE LK-MOTIF
                                LK-CLOSE.

       MAIN-CLORE-ASSURANCE-PRET.
           MOVE "N" TO LK-CLOSE.
           MOVE ZERO TO WS-NB-ASR.
           MOVE "N" TO WS-ASR-SURCHARGE.

           OPEN INPUT ASSURANCES-FICHIER.
           IF WS-ASR-FILESTATUS NOT = "00"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-ASR-FILESTATUS NOT = "00"
               READ ASSURANCES-FICHIER
                   AT END MOVE "10" TO WS-ASR-FILESTATUS
                   NOT AT END
                       IF WS-NB-ASR < 500
                           ADD 1 TO WS-NB-ASR
                           MOVE ASR-ENREG TO WS-ASR-IMAGE(WS-NB-ASR)
                       ELSE
                           MOVE "O" TO WS-ASR-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ASSURANCES-FICHIER.
      *    table pleine : reecrire le registre depuis une table
      *    tronquee detruirait les couvertures au-dela de la 500e.
           IF WS-ASR-SURCHARGE = "O"
               DISPLAY "ASSURANCES-PRETS : PLUS DE 500 COUVERTURES, "
                       "FIN DE COUVERTURE DU PRET " LK-NUM-PRET
                       " NON ENREGISTREE"
               GOBACK
           END-IF.

           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-NUM-PRET = LK-NUM-PRET AND ASR-STATUT = "A"
                   MOVE "F"      TO ASR-STATUT
                   MOVE LK-DATE  TO ASR-DATE-FIN
                   MOVE LK-MOTIF TO ASR-MOTIF-FIN
                   MOVE "N"      TO ASR-SIGNALEE
                   MOVE ASR-ENREG TO WS-ASR-IMAGE(WS-A)
                   MOVE "O" TO LK-CLOSE
               END-IF
           END-PERFORM.
           IF LK-CLOSE = "N"
               GOBACK
           END-IF.

           OPEN OUTPUT ASSURANCES-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               WRITE ASR-ENREG
           END-PERFORM.
           CLOSE ASSURANCES-FICHIER.

           GOBACK.
       FIN-MAIN-CLORE-ASSURANCE-PRET.
           EXIT.

       END PROGRAM CLORE-ASSURANCE-PRET.
