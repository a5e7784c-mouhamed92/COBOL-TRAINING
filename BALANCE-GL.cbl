      *    la date d'exploitation), et la preuve debits = credits
      *    cloture l'etat BALANCE-GL-AAAAMM.TXT. Un jour sans
      *    extrait (ferie, week-end) est saute sans bruit.
      *    Chaque compte part des a-nouveaux de l'annee
      *    (GL-OUVERTURE-AAAA.DAT, pose par CLOTURE-ANNUELLE) augmentes
      *    des mouvements des mois anterieurs de l'annee : l'etat
      *    donne ouverture, debits et credits du mois, et cloture.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILESTATUS.

           SELECT OUVERTURE-GL ASSIGN TO WS-OUV-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUV-FILESTATUS.

           SELECT BALANCE-FICHIER ASSIGN TO WS-BAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILESTATUS.

           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  EXT-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(38).

      *    meme mise en forme que dans CLOTURE-ANNUELLE.
       FD  OUVERTURE-GL.
       01  OUV-ENREG.
           05  OUV-COMPTE      PIC X(6).
           05  FILLER          PIC X(1).
           05  OUV-SENS        PIC X(1).
           05  FILLER          PIC X(1).
           05  OUV-MONTANT     PIC 9(14)V9(2).

       FD  BALANCE-FICHIER.
       01  BAL-LIGNE           PIC X(120).

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

       01  WS-EXT-FILESTATUS   PIC X(2).
       01  WS-BAL-FILESTATUS   PIC X(2).
       01  WS-EXT-FILE-PATH    PIC X(100).
       01  WS-BAL-FILE-PATH    PIC X(100).
       01  WS-OUV-FILESTATUS   PIC X(2).
       01  WS-OUV-FILE-PATH    PIC X(100).
       01  WS-OUVERTURE-LUE    PIC X(1) VALUE "N".

       01  WS-DATE-EXPLOIT     PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS             PIC X(6).
       01  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR        PIC X(8).
       01  WS-MOIS-ANTERIEUR   PIC 9(2).
       01  WS-MOIS-DEMANDE     PIC 9(2).

      *    A = a-nouveaux et mois anterieurs de l'annee (vont a
      *    l'ouverture), M = mouvements du mois edite.
       01  WS-PERIODE          PIC X(1).
       01  WS-MONTANT-COURANT  PIC 9(14)V9(2).

      *    cumuls par compte du grand livre.
       01  WS-NB-COMPTES       PIC 9(3) VALUE ZERO.
           10  WS-BAL-COMPTE   PIC X(6).
           10  WS-BAL-DEBITS   PIC 9(14)V9(2).
           10  WS-BAL-CREDITS  PIC 9(14)V9(2).
           10  WS-BAL-OUVERTURE PIC S9(14)V9(2).
       01  WS-B                PIC 9(3).
       01  WS-TROUVE           PIC X(1).
       01  WS-COMPTE-COURANT   PIC X(6).
       01  WS-SENS-COURANT     PIC X(1).
       01  WS-TOTAL-DEBITS     PIC 9(14)V9(2) VALUE ZERO.
       01  WS-TOTAL-CREDITS    PIC 9(14)V9(2) VALUE ZERO.
       01  WS-SOLDE-CLOTURE    PIC S9(14)V9(2).
       01  WS-OUVERTURE-ED     PIC -Z(13)9.99.
       01  WS-CLOTURE-ED       PIC -Z(13)9.99.

      *    ligne du job dans CONTROLE-MENSUEL.DAT, verifiee par la
      *    cloture mensuelle.
       01  WS-CTM-FILESTATUS   PIC X(2).
       01  WS-NOM-JOB          PIC X(20) VALUE "BALANCE-GL".
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

               MOVE WS-DATE-EXPLOIT(1:6) TO WS-MOIS
           END-IF.

           MOVE "A" TO WS-PERIODE.
           PERFORM CHARGER-OUVERTURE.
           MOVE WS-MOIS(5:2) TO WS-MOIS-DEMANDE.
           PERFORM VARYING WS-MOIS-ANTERIEUR FROM 1 BY 1
                   UNTIL WS-MOIS-ANTERIEUR NOT < WS-MOIS-DEMANDE
               PERFORM VARYING WS-JOUR FROM 1 BY 1 UNTIL WS-JOUR > 31
                   MOVE WS-MOIS(1:4) TO WS-DATE-JOUR(1:4)
                   MOVE WS-MOIS-ANTERIEUR TO WS-DATE-JOUR(5:2)
                   MOVE WS-JOUR TO WS-DATE-JOUR(7:2)
                   PERFORM CUMULER-UN-EXTRAIT
               END-PERFORM
           END-PERFORM.

           MOVE "M" TO WS-PERIODE.
           PERFORM VARYING WS-JOUR FROM 1 BY 1 UNTIL WS-JOUR > 31
               MOVE WS-MOIS TO WS-DATE-JOUR(1:6)
               MOVE WS-JOUR TO WS-DATE-JOUR(7:2)
           END-PERFORM.

           PERFORM EDITER-BALANCE.
           MOVE WS-MOIS TO WS-MOIS-COURANT.
           PERFORM CHARGER-CONTROLE-MENSUEL.
           PERFORM ENREGISTRER-MOIS-FAIT.

           DISPLAY "======= BALANCE DU GRAND LIVRE " WS-MOIS " =====".
           DISPLAY "COMPTES GL       : " WS-NB-COMPTES.
           IF WS-OUVERTURE-LUE NOT = "O"
               DISPLAY "PAS D'A-NOUVEAUX POUR " WS-MOIS(1:4)
                       ", OUVERTURE SUR LES SEULS MOUVEMENTS DE "
                       "L'ANNEE"
           END-IF.
           DISPLAY "TOTAL DEBITS     : " WS-TOTAL-DEBITS.
           DISPLAY "TOTAL CREDITS    : " WS-TOTAL-CREDITS.
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
       FIN-CUMULER-UN-EXTRAIT.

       CUMULER-UNE-ECRITURE.
           MOVE EXT-MONTANT TO WS-MONTANT-COURANT.
           MOVE EXT-CPT-DEBIT TO WS-COMPTE-COURANT.
           MOVE "D" TO WS-SENS-COURANT.
           PERFORM CUMULER-UN-COMPTE.

           MOVE EXT-CPT-CREDIT TO WS-COMPTE-COURANT.
           MOVE "C" TO WS-SENS-COURANT.
           PERFORM CUMULER-UN-COMPTE.
           IF WS-PERIODE = "M"
               ADD EXT-MONTANT TO WS-TOTAL-DEBITS
               ADD EXT-MONTANT TO WS-TOTAL-CREDITS
           END-IF.
           EXIT.
       FIN-CUMULER-UNE-ECRITURE.

                        WS-BAL-COMPTE(WS-NB-COMPTES)
                   MOVE ZERO TO WS-BAL-DEBITS(WS-NB-COMPTES)
                   MOVE ZERO TO WS-BAL-CREDITS(WS-NB-COMPTES)
                   MOVE ZERO TO WS-BAL-OUVERTURE(WS-NB-COMPTES)
                   MOVE WS-NB-COMPTES TO WS-B
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      *    l'ouverture est tenue en solde debiteur signe.
           IF WS-PERIODE = "A"
               IF WS-SENS-COURANT = "D"
                   ADD WS-MONTANT-COURANT TO WS-BAL-OUVERTURE(WS-B)
               ELSE
                   SUBTRACT WS-MONTANT-COURANT
                       FROM WS-BAL-OUVERTURE(WS-B)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-SENS-COURANT = "D"
               ADD WS-MONTANT-COURANT TO WS-BAL-DEBITS(WS-B)
           ELSE
               ADD WS-MONTANT-COURANT TO WS-BAL-CREDITS(WS-B)
           END-IF.
           EXIT.
       FIN-CUMULER-UN-COMPTE.

      *    a-nouveaux de l'annee du mois edite ; sans fichier (annee
      *    pas encore cloturee par CLOTURE-ANNUELLE) on part de zero.
       CHARGER-OUVERTURE.
           MOVE SPACES TO WS-OUV-FILE-PATH.
           STRING "GL-OUVERTURE-" WS-MOIS(1:4) ".DAT"
               DELIMITED BY SIZE INTO WS-OUV-FILE-PATH
           END-STRING.
           OPEN INPUT OUVERTURE-GL.
           IF WS-OUV-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-OUVERTURE-LUE.
           PERFORM UNTIL WS-OUV-FILESTATUS NOT = "00"
               READ OUVERTURE-GL
                   AT END MOVE "10" TO WS-OUV-FILESTATUS
                   NOT AT END
                       IF OUV-MONTANT IS NUMERIC
                           MOVE OUV-COMPTE  TO WS-COMPTE-COURANT
                           MOVE OUV-SENS    TO WS-SENS-COURANT
                           MOVE OUV-MONTANT TO WS-MONTANT-COURANT
                           PERFORM CUMULER-UN-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUVERTURE-GL.
           EXIT.
       FIN-CHARGER-OUVERTURE.

       EDITER-BALANCE.
           MOVE SPACES TO WS-BAL-FILE-PATH.
           STRING "BALANCE-GL-" WS-MOIS ".TXT"
           OPEN OUTPUT BALANCE-FICHIER.
           MOVE SPACES TO BAL-LIGNE.
           STRING "BALANCE DU GRAND LIVRE - MOIS " WS-MOIS
                  " (SOLDES : DEBITEUR POSITIF, CREDITEUR NEGATIF)"
               DELIMITED BY SIZE INTO BAL-LIGNE
           END-STRING.
           WRITE BAL-LIGNE.

           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-NB-COMPTES
               COMPUTE WS-SOLDE-CLOTURE = WS-BAL-OUVERTURE(WS-B)
                       + WS-BAL-DEBITS(WS-B) - WS-BAL-CREDITS(WS-B)
               MOVE WS-BAL-OUVERTURE(WS-B) TO WS-OUVERTURE-ED
               MOVE WS-SOLDE-CLOTURE TO WS-CLOTURE-ED
               MOVE SPACES TO BAL-LIGNE
               STRING "COMPTE " WS-BAL-COMPTE(WS-B)
                      " OUVERTURE " WS-OUVERTURE-ED
                      " DEBITS " WS-BAL-DEBITS(WS-B)
                      " CREDITS " WS-BAL-CREDITS(WS-B)
                      " CLOTURE " WS-CLOTURE-ED
                   DELIMITED BY SIZE INTO BAL-LIGNE
               END-STRING
               WRITE BAL-LIGNE
           EXIT.
       FIN-EDITER-BALANCE.

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
           MOVE WS-NB-COMPTES TO CTM-NB.
           MOVE WS-TOTAL-DEBITS TO CTM-MONTANT.
           MOVE WS-BAL-FILE-PATH TO CTM-SORTIE.
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

       END PROGRAM BALANCE-GL.
