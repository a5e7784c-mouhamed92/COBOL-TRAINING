               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT RELEVES-FICHIER ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILESTATUS.

           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  RELEVES-FICHIER.
       01  REL-LIGNE           PIC X(80).

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

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-NBR-MVT-MOIS     PIC 9(5) VALUE ZERO.
       01  WS-NBR-RELEVES      PIC 9(5) VALUE ZERO.

      *    ligne du job dans CONTROLE-MENSUEL.DAT, verifiee par la
      *    cloture mensuelle.
       01  WS-CTM-FILESTATUS   PIC X(2).
       01  WS-NOM-JOB          PIC X(20) VALUE "RELEVE-MENSUEL".
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

       MAIN-RELEVE-MENSUEL.
           PERFORM CHOISIR-MOIS.
           PERFORM EDITER-TOUS-RELEVES.
           IF WS-NBR-RELEVES > 0
               MOVE WS-MOIS-RELEVE TO WS-MOIS-COURANT
               PERFORM CHARGER-CONTROLE-MENSUEL
               PERFORM ENREGISTRER-MOIS-FAIT
           END-IF.
           PERFORM AFFICHER-RESULTAT.
           GOBACK.

           EXIT.
       FIN-EDITER-TOUS-RELEVES.

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
           MOVE WS-NBR-RELEVES TO CTM-NB.
           MOVE ZERO TO CTM-MONTANT.
           MOVE WS-REL-FILE-PATH TO CTM-SORTIE.
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

      *    releve d'un compte : la cloture est le dernier solde
      *    journalise du mois et l'ouverture se deduit de la cloture
      *    moins les mouvements du mois (credits - debits d'apres

      *    premiere passe : compte les mouvements du mois, retient le
      *    dernier solde journalise (cloture) et le net des credits
      *    moins debits, dont on deduira l'ouverture. Les deux passes
      *    ne lisent que les ecritures du compte, par la cle
      *    secondaire sur le compte.
       CALCULER-TOTAUX-MOIS.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE WS-NUM-COMPTE TO JRN-NUM-CPT
               START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
                   INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
               END-START
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           IF JRN-NUM-CPT NOT = WS-NUM-COMPTE
                               MOVE "10" TO WS-JRN-FILESTATUS
                           END-IF
                           IF JRN-NUM-CPT = WS-NUM-COMPTE
                              AND JRN-DATE-OPE(1:6) = WS-MOIS-RELEVE
                               ADD 1 TO WS-NBR-MVT-MOIS
       IMPRIMER-MOUVEMENTS-MOIS.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE WS-NUM-COMPTE TO JRN-NUM-CPT
               START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
                   INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
               END-START
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           IF JRN-NUM-CPT NOT = WS-NUM-COMPTE
                               MOVE "10" TO WS-JRN-FILESTATUS
                           END-IF
                           IF JRN-NUM-CPT = WS-NUM-COMPTE
                              AND JRN-DATE-OPE(1:6) = WS-MOIS-RELEVE
                               PERFORM ECRIRE-LIGNE-MOUVEMENT
