      *    position du mois est enregistree dans l'historique pour
      *    le mois suivant. Le garde-fou de CONTROLE-MENSUEL.DAT
      *    empeche un double passage du mois.
      *    Avec REEVALUATION-SIMULATION=O dans l'environnement, le job
      *    tourne en simulation : chaque devise, sa position, ses
      *    contre-valeurs et l'ajustement qui serait pose partent
      *    avec les totaux dans
      *    SIMULATION-REEVALUATION-DEVISES-AAAAMM.TXT, mais rien
      *    n'est ecrit au journal, dans l'historique ni dans
      *    CONTROLE-MENSUEL.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

      *    historique des positions reevaluees : une ligne par
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

       01  WS-SENS-JRN         PIC X(1).
       01  WS-NB-AJUSTEMENTS   PIC 9(2) VALUE ZERO.

      *    simulation (REEVALUATION-SIMULATION=O) : les ajustements
      *    sont edites au lieu d'etre poses.
       01  WS-SIMULATION       PIC X(1) VALUE "N".
       01  WS-SIM-FILESTATUS   PIC X(2).
       01  WS-SIM-FILE-PATH    PIC X(100).
       01  WS-SIM-OBSERVATION  PIC X(40).
       01  WS-SOLDE-EDITE      PIC -(12)9.99.
       01  WS-PRECED-EDITE     PIC -(12)9.99.
       01  WS-COURANTE-EDITE   PIC -(12)9.99.
       01  WS-MONTANT-EDITE    PIC -(12)9.99.
       01  WS-TOTAL-GAINS      PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-PERTES     PIC 9(12)V9(2) VALUE ZERO.

      *    historique charge puis reecrit avec les lignes du mois.
       01  WS-NB-HIS           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-HIS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.

           ACCEPT WS-SIMULATION FROM ENVIRONMENT
                  "REEVALUATION-SIMULATION".
           IF WS-SIMULATION = "O"
               PERFORM OUVRIR-SIMULATION
               PERFORM CUMULER-SOLDES-DEVISES
               PERFORM CHARGER-HISTORIQUE
               PERFORM REEVALUER-LES-DEVISES
               PERFORM FERMER-SIMULATION
               GOBACK
           END-IF.
           MOVE "N" TO WS-SIMULATION.

           PERFORM CONTROLER-MOIS.
           IF WS-TRAITEMENT-OK NOT = "O"
               GOBACK
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
           MOVE WS-NB-AJUSTEMENTS TO CTM-NB.
           COMPUTE CTM-MONTANT = WS-TOTAL-GAINS + WS-TOTAL-PERTES.
           MOVE "POSITION-DEVISES-HISTO.DAT" TO CTM-SORTIE.
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
           IF WS-CONV-STATUT = "N"
               DISPLAY "TAUX DE CLOTURE INDISPONIBLE POUR "
                       WS-DEV-CODE(WS-D) ", DEVISE NON REEVALUEE"
               IF WS-SIMULATION = "O"
                   MOVE ZERO TO WS-DEV-CV-COURANTE(WS-D)
                   MOVE ZERO TO WS-MONTANT-JRN
                   MOVE SPACES TO WS-CODE-JRN WS-SENS-JRN
                   MOVE "TAUX DE CLOTURE INDISPONIBLE"
                     TO WS-SIM-OBSERVATION
                   PERFORM ECRIRE-SIMULATION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTANT-CONVERTI TO WS-DEV-CV-COURANTE(WS-D).
           IF WS-DEV-PRECED-VU(WS-D) NOT = "O"
               DISPLAY "PREMIERE REEVALUATION DE " WS-DEV-CODE(WS-D)
                       " : POSITION ENREGISTREE SANS AJUSTEMENT"
               IF WS-SIMULATION = "O"
                   MOVE ZERO TO WS-MONTANT-JRN
                   MOVE SPACES TO WS-CODE-JRN WS-SENS-JRN
                   MOVE "PREMIERE REEVALUATION, SANS AJUSTEMENT"
                     TO WS-SIM-OBSERVATION
                   PERFORM ECRIRE-SIMULATION
               END-IF
               EXIT PARAGRAPH
           END-IF.

                   WS-DEV-CV-COURANTE(WS-D) -
                   WS-DEV-CV-PRECED(WS-D).
           IF WS-ECART = 0
               IF WS-SIMULATION = "O"
                   MOVE ZERO TO WS-MONTANT-JRN
                   MOVE SPACES TO WS-CODE-JRN WS-SENS-JRN
                   MOVE "SANS ECART" TO WS-SIM-OBSERVATION
                   PERFORM ECRIRE-SIMULATION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-ECART > 0
               MOVE "REV1" TO WS-CODE-JRN
               MOVE "D"    TO WS-SENS-JRN
           END-IF.
           IF WS-SIMULATION = "O"
               IF WS-SENS-JRN = "C"
                   ADD WS-MONTANT-JRN TO WS-TOTAL-GAINS
               ELSE
                   ADD WS-MONTANT-JRN TO WS-TOTAL-PERTES
               END-IF
               MOVE SPACES TO WS-SIM-OBSERVATION
               PERFORM ECRIRE-SIMULATION
           ELSE
               PERFORM JOURNALISER-AJUSTEMENT
           END-IF.
           ADD 1 TO WS-NB-AJUSTEMENTS.
           EXIT.
       FIN-REEVALUER-UNE-DEVISE.

      *    etat de simulation : une ligne par devise (position,
      *    contre-valeurs precedente et courante, ajustement).
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
           MOVE SPACES TO SIM-LIGNE.
           STRING "DEV         POSITION     CV PRECEDENTE"
                  "      CV COURANTE CODE S       AJUSTEMENT"
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           EXIT.
       FIN-OUVRIR-SIMULATION.

       ECRIRE-SIMULATION.
           MOVE WS-DEV-SOLDES(WS-D)      TO WS-SOLDE-EDITE.
           MOVE WS-DEV-CV-PRECED(WS-D)   TO WS-PRECED-EDITE.
           MOVE WS-DEV-CV-COURANTE(WS-D) TO WS-COURANTE-EDITE.
           MOVE WS-MONTANT-JRN           TO WS-MONTANT-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING WS-DEV-CODE(WS-D) WS-SOLDE-EDITE WS-PRECED-EDITE
                  WS-COURANTE-EDITE " " WS-CODE-JRN " " WS-SENS-JRN
                  WS-MONTANT-EDITE " " WS-SIM-OBSERVATION
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           EXIT.
       FIN-ECRIRE-SIMULATION.

       FERMER-SIMULATION.
           MOVE SPACES TO SIM-LIGNE.
           WRITE SIM-LIGNE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "AJUSTEMENTS         : " WS-NB-AJUSTEMENTS
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE WS-TOTAL-GAINS TO WS-MONTANT-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "TOTAL REV2 (GAINS)  : " WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE WS-TOTAL-PERTES TO WS-MONTANT-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "TOTAL REV1 (PERTES) : " WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           CLOSE SIMULATION-FICHIER.
           DISPLAY "SIMULATION : RIEN N'A ETE POSE, ETAT "
                   WS-SIM-FILE-PATH.
           EXIT.
       FIN-FERMER-SIMULATION.

       JOURNALISER-AJUSTEMENT.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
