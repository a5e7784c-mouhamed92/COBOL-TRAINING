       AUTHOR.    MOHAMED.

      *    traitement batch mensuel : verifie le solde de chaque
      *    compte actif par rapport au seuil minimum de son produit
      *    (referentiel PRODUITS.DAT tenu par MAJ-PRODUITS) et
      *    prelève les frais de solde insuffisant configures pour ce
      *    produit, journalises comme une operation ordinaire (code
      *    FRM1). Un compte dont le solde ne couvre pas les frais,
      *    meme avec le decouvert autorise, est signale en exception
      *    et laisse intact.
      *    Avec FRAIS-SIMULATION=O dans l'environnement, le job tourne
      *    en simulation : tout est calcule mais rien n'est pose (ni
      *    COMPTE-MASTER, ni journal, ni exception, ni
      *    CONTROLE-MENSUEL) ; chaque prelevement qui serait passe
      *    part, compte par compte et avec les totaux, dans
      *    SIMULATION-FRAIS-MINIMUM-AAAAMM.TXT.

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

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

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

      *    meme mise en forme que dans EMP-FILE.
       FD  Employee.
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       FD  SIMULATION-FICHIER.
       01  SIM-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-FORCE-OK         PIC X(1).
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).
       01  WS-NBR-COMPTES-MAJ  PIC 9(5) VALUE ZERO.
       01  WS-NBR-EXCEPTIONS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-FRAIS      PIC S9(10)V9(2) VALUE ZERO.
       01  WS-FRAIS            PIC 9(6)V9(2) VALUE ZERO.

      *    simulation (FRAIS-SIMULATION=O) : les ecritures sont
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

      *    seuil minimum et frais de solde insuffisant lus pour
      *    chaque compte dans la fiche de son produit.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       COPY PRODUIT-CPY.

       PROCEDURE DIVISION.

       MAIN-FRAIS-MINIMUM.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-SIMULATION FROM ENVIRONMENT "FRAIS-SIMULATION".
           IF WS-SIMULATION = "O"
               MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT
               PERFORM OUVRIR-SIMULATION
               PERFORM APPLIQUER-FRAIS-MINIMUM
               PERFORM FERMER-SIMULATION
               PERFORM AFFICHER-RESULTAT
               GOBACK
           END-IF.
           MOVE "N" TO WS-SIMULATION.
           PERFORM CONTROLER-MOIS.
           IF WS-TRAITEMENT-OK = "O"
               PERFORM APPLIQUER-FRAIS-MINIMUM
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
      *    enregistre le mois traite pour ce job, en reecrivant le
      *    fichier de controle en totalite comme SAUVER-ANNUAIRE.
       ENREGISTRER-MOIS-FAIT.
           MOVE SPACES TO CTM-ENREG.
           MOVE WS-NBR-COMPTES-MAJ TO CTM-NB.
           MOVE WS-TOTAL-FRAIS TO CTM-MONTANT.
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
           EXIT.
       FIN-ENREGISTRER-MOIS-FAIT.

      *    parcourt tout le fichier maitre des comptes et preleve les
      *    frais de solde insuffisant des comptes actifs sous seuil.
       APPLIQUER-FRAIS-MINIMUM.
           IF WS-SIMULATION = "O"
               OPEN INPUT COMPTE-MASTER
           ELSE
               OPEN I-O COMPTE-MASTER
           END-IF.
           IF WS-CPT-FILESTATUS = "00"
               PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
                   READ COMPTE-MASTER NEXT RECORD
           EXIT.
       FIN-APPLIQUER-FRAIS-MINIMUM.

      *    retrouve le seuil du produit du compte courant et
      *    applique les frais si le solde est en dessous, sous
      *    reserve que le decouvert autorise les couvre ; un produit
      *    sans frais (MINEUR par exemple) n'est jamais preleve.
       TRAITER-COMPTE-SEUIL.
           CALL WS-PGM-PRODUIT USING CPM-TYPE-CPT PRODUIT-RECORD
                                     WS-PRD-TROUVE.
           IF WS-PRD-TROUVE = "N"
               DISPLAY "COMPTE " CPM-NUM-CPT " : PRODUIT "
                       CPM-TYPE-CPT " ABSENT DU REFERENTIEL"
               EXIT PARAGRAPH
           END-IF.
           MOVE PRD-FRAIS-MIN TO WS-FRAIS.
           IF WS-FRAIS > 0 AND CPM-SOLDE-CPT < PRD-SOLDE-MIN
               PERFORM PRELEVER-FRAIS-COMPTE
           END-IF.
           EXIT.
       FIN-TRAITER-COMPTE-SEUIL.

      *    debite les frais du compte si le decouvert les couvre,
      *    sinon consigne une exception sans toucher au solde.
       PRELEVER-FRAIS-COMPTE.
           MOVE "FRM1"   TO WS-SIM-CODE.
           MOVE WS-FRAIS TO WS-SIM-MONTANT.
           IF WS-FRAIS > CPM-SOLDE-CPT + CPM-DECOUVERT
               IF WS-SIMULATION = "O"
                   ADD 1 TO WS-NBR-EXCEPTIONS
                   MOVE SPACE TO WS-SIM-SENS
                   MOVE "EXCEPTION : FRAIS NON COUVERTS"
                     TO WS-SIM-OBSERVATION
                   PERFORM ECRIRE-SIMULATION
                   EXIT PARAGRAPH
               END-IF
               MOVE "FRM1" TO EXC-CODE-OPE
               PERFORM SIGNALER-EXCEPTION-FRAIS
           ELSE
               IF WS-SIMULATION = "O"
                   SUBTRACT WS-FRAIS FROM CPM-SOLDE-CPT
                   ADD 1 TO WS-NBR-COMPTES-MAJ
                   ADD WS-FRAIS TO WS-TOTAL-FRAIS
                   MOVE "D" TO WS-SIM-SENS
                   MOVE SPACES TO WS-SIM-OBSERVATION
                   PERFORM ECRIRE-SIMULATION
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-FRAIS FROM CPM-SOLDE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
           EXIT.
       FIN-SIGNALER-EXCEPTION-FRAIS.

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
           STRING "COMPTES DEBITES     : " WS-NBR-COMPTES-MAJ
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE WS-TOTAL-FRAIS TO WS-MONTANT-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "TOTAL FRM1 DEBITE   : " WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "COMPTES EN EXCEPTION: " WS-NBR-EXCEPTIONS
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           CLOSE SIMULATION-FICHIER.
           DISPLAY "SIMULATION : RIEN N'A ETE POSE, ETAT "
                   WS-SIM-FILE-PATH.
           EXIT.
       FIN-FERMER-SIMULATION.

       AFFICHER-RESULTAT.
           DISPLAY "========== FRAIS DE SOLDE MINIMUM ==========".
           DISPLAY "COMPTES DEBITES    : " WS-NBR-COMPTES-MAJ.
