      *    qu'une fois par mois (ligne INTERETS-DEBITEURS de
      *    CONTROLE-MENSUEL.DAT) bien qu'il soit dans la chaine de
      *    chaque nuit.
      *    Avec DEBITEURS-SIMULATION=O dans l'environnement, le job
      *    tourne en simulation : tout est calcule mais rien n'est
      *    pose (ni COMPTE-MASTER, ni journal, ni exception, ni
      *    CONTROLE-MENSUEL) ; chaque prelevement qui serait passe
      *    part, compte par compte et avec les totaux, dans
      *    SIMULATION-INTERETS-DEBITEURS-AAAAMM.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

      *    etat de simulation, seul fichier ecrit dans ce mode.
           SELECT SIMULATION-FICHIER ASSIGN TO WS-SIM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  CTM-JOB          PIC X(20).
           05  FILLER           PIC X(1).
           05  CTM-MOIS         PIC X(6).
      *    volume et montant du passage, fichier produit : repris
      *    dans le dossier de cloture par CLOTURE-MENSUELLE.
           05  CTM-SUITE.
               10  FILLER       PIC X(1).
               10  CTM-NB       PIC 9(7).
               10  FILLER       PIC X(1).
               10  CTM-MONTANT  PIC 9(13)V9(2).
               10  FILLER       PIC X(1).
               10  CTM-SORTIE   PIC X(40).

       FD  SIMULATION-FICHIER.
       01  SIM-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-TRAITEMENT-OK    PIC X(1) VALUE "O".
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

       01  WS-NB-EXCEPTIONS    PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-PRELEVE    PIC 9(12)V9(2) VALUE ZERO.

      *    simulation (DEBITEURS-SIMULATION=O) : les ecritures sont
      *    editees au lieu d'etre posees.
       01  WS-SIMULATION       PIC X(1) VALUE "N".
       01  WS-SIM-FILESTATUS   PIC X(2).
       01  WS-SIM-FILE-PATH    PIC X(100).
       01  WS-SIM-CODE         PIC X(4).
       01  WS-SIM-SENS         PIC X(1).
       01  WS-SIM-MONTANT      PIC 9(10)V9(2).
       01  WS-SIM-OBSERVATION  PIC X(40).
       01  WS-SOLDE-EDITE      PIC -(12)9.99.
       01  WS-MONTANT-EDITE    PIC -(12)9.99.

       PROCEDURE DIVISION.

       MAIN-INTERETS-DEBITEURS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.

           ACCEPT WS-SIMULATION FROM ENVIRONMENT
                  "DEBITEURS-SIMULATION".
           IF WS-SIMULATION = "O"
               PERFORM OUVRIR-SIMULATION
               PERFORM CHARGER-TAUX
               PERFORM CHARGER-VALEURS-DIFFEREES
               PERFORM CUMULER-MOIS-PRECEDENT
               PERFORM PRELEVER-CHARGES
               PERFORM FERMER-SIMULATION
               GOBACK
           END-IF.
           MOVE "N" TO WS-SIMULATION.

           PERFORM CONTROLER-MOIS.
           IF WS-TRAITEMENT-OK = "O"
               PERFORM CHARGER-TAUX
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
       FIN-CONTROLER-MOIS.

       ENREGISTRER-MOIS-FAIT.
           MOVE SPACES TO CTM-ENREG.
           MOVE WS-NB-PRELEVES TO CTM-NB.
           MOVE WS-TOTAL-PRELEVE TO CTM-MONTANT.
           MOVE "JOURNAL.DAT" TO CTM-SORTIE.
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
      *    creverait elle-meme le decouvert autorise : dans ce cas
      *    exception sans prelevement, a regulariser avec le client.
       PRELEVER-CHARGES.
           IF WS-SIMULATION = "O"
               OPEN INPUT COMPTE-MASTER
           ELSE
               OPEN I-O COMPTE-MASTER
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-COMPTES
               IF WS-IDB-INTERET(WS-I) > 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-IDB-INTERET(WS-I) TO WS-CHARGE.
           MOVE "INT2"    TO WS-SIM-CODE.
           MOVE WS-CHARGE TO WS-SIM-MONTANT.

           IF WS-CHARGE > CPM-SOLDE-CPT + CPM-DECOUVERT
               IF WS-SIMULATION = "O"
                   ADD 1 TO WS-NB-EXCEPTIONS
                   MOVE SPACE TO WS-SIM-SENS
                   MOVE "EXCEPTION : HORS DECOUVERT"
                     TO WS-SIM-OBSERVATION
                   PERFORM ECRIRE-SIMULATION
                   EXIT PARAGRAPH
               END-IF
               MOVE "INTERETS DEBITEURS HORS DECOUVERT" TO EXC-MOTIF
               PERFORM SIGNALER-EXCEPTION-IDB
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-CHARGE FROM CPM-SOLDE-CPT.
           IF WS-SIMULATION = "O"
               MOVE "D" TO WS-SIM-SENS
               MOVE WS-MOIS-CIBLE TO WS-SIM-OBSERVATION
               PERFORM ECRIRE-SIMULATION
               ADD 1 TO WS-NB-PRELEVES
               ADD WS-CHARGE TO WS-TOTAL-PRELEVE
               EXIT PARAGRAPH
           END-IF.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC PRELEVEMENT COMPTE " CPM-NUM-CPT
           EXIT.
       FIN-PROCHAIN-NUM-SEQ.

      *    etat de simulation : une ligne par ecriture qui serait
      *    posee (compte, devise, code, sens, montant, solde apres).
       OUVRIR-SIMULATION.
           MOVE SPACES TO WS-SIM-FILE-PATH.
           STRING "SIMULATION-" WS-NOM-JOB DELIMITED BY SPACE
                  "-" WS-MOIS-COURANT ".TXT" DELIMITED BY SIZE
               INTO WS-SIM-FILE-PATH
           END-STRING.
           OPEN OUTPUT SIMULATION-FICHIER.
           MOVE SPACES TO SIM-LIGNE.
           STRING "SIMULATION " WS-NOM-JOB " MOIS " WS-MOIS-COURANT
                  " - AUCUNE ECRITURE POSEE"
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE "COMPTE DEV CODE S          MONTANT      SOLDE APRES"
             TO SIM-LIGNE.
           WRITE SIM-LIGNE.
           EXIT.
       FIN-OUVRIR-SIMULATION.

       ECRIRE-SIMULATION.
           MOVE WS-SIM-MONTANT TO WS-MONTANT-EDITE.
           MOVE CPM-SOLDE-CPT  TO WS-SOLDE-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING CPM-NUM-CPT " " CPM-DEVISE-CPT " " WS-SIM-CODE " "
                  WS-SIM-SENS WS-MONTANT-EDITE WS-SOLDE-EDITE " "
                  WS-SIM-OBSERVATION
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           EXIT.
       FIN-ECRIRE-SIMULATION.

       FERMER-SIMULATION.
           MOVE SPACES TO SIM-LIGNE.
           WRITE SIM-LIGNE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "COMPTES PRELEVES    : " WS-NB-PRELEVES
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE WS-TOTAL-PRELEVE TO WS-MONTANT-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "TOTAL INT2 DEBITE   : " WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "COMPTES EN EXCEPTION: " WS-NB-EXCEPTIONS
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           CLOSE SIMULATION-FICHIER.
           DISPLAY "SIMULATION : RIEN N'A ETE POSE, ETAT "
                   WS-SIM-FILE-PATH.
           EXIT.
       FIN-FERMER-SIMULATION.

      *    la partie date de l'horodatage porte la date
      *    d'exploitation, comme JRN-DATE-OPE au journal : les etats
      *    qui selectionnent "les exceptions du jour" ne ratent pas
