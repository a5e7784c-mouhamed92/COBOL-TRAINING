       AUTHOR.    MOHAMED.

      *    traitement batch mensuel : credite les interets sur les
      *    comptes dont le produit est remunere (PRD-INTERETS du
      *    referentiel PRODUITS.DAT, l'EPARGNE a l'origine) et
      *    journalise chaque credit comme une operation ordinaire
      *    (code INT1). Le taux vient du bareme
      *    par tranche de solde BAREME-EPARGNE.DAT (tenu par
      *    MAJ-BAREME-EPARGNE, date d'effet la plus recente en
      *    vigueur) : chaque tranche du solde est remuneree a son
      *    taux, et le libelle du journal porte la date du bareme
      *    applique. Sans bareme en vigueur, le taux plat
      *    WS-TAUX-MENSUEL (parametre TAUX-EPARGNE) reste de mise.
      *    Avec INTERETS-SIMULATION=O dans l'environnement, le job
      *    tourne en simulation : tout est calcule mais rien n'est
      *    pose (ni COMPTE-MASTER, ni journal, ni CONTROLE-MENSUEL) ;
      *    chaque ecriture qui serait passee part, compte par compte
      *    et avec les totaux, dans SIMULATION-INTERETS-AAAAMM.TXT
      *    pour visa des finances avant le vrai passage.

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

      *    controle anti double-passage mensuel : une ligne par job
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

      *    meme mise en forme que dans MAJ-BAREME-EPARGNE.
       FD  BAREME-FICHIER.
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

       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).

      *    produit du compte : seuls les produits a interets
      *    crediteurs sont remuneres.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       COPY PRODUIT-CPY.

      *    anti double-passage : le job refuse de retraiter un mois
      *    deja enregistre dans CONTROLE-MENSUEL.DAT, sauf passage en
      *    force par un superviseur dont l'Employee-ID est fourni par
       01  WS-FORCE-OK         PIC X(1).
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).
       01  WS-INTERET          PIC S9(8)V9(2) VALUE ZERO.
       01  WS-RETENUE          PIC 9(8)V9(2).
       01  WS-TOTAL-RETENUES   PIC S9(10)V9(2) VALUE ZERO.

      *    simulation (INTERETS-SIMULATION=O) : les ecritures sont
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

       MAIN-INTERETS.
           PERFORM CHARGER-PARAMETRES.
           PERFORM CHARGER-BAREME.
           PERFORM CHARGER-AJUSTEMENTS-VALEUR.
           ACCEPT WS-SIMULATION FROM ENVIRONMENT "INTERETS-SIMULATION".
           IF WS-SIMULATION = "O"
               MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT
               PERFORM OUVRIR-SIMULATION
               PERFORM ACCRUER-INTERETS-EPARGNE
               PERFORM FERMER-SIMULATION
               PERFORM AFFICHER-RESULTAT
               GOBACK
           END-IF.
           MOVE "N" TO WS-SIMULATION.
           PERFORM CONTROLER-MOIS.
           IF WS-TRAITEMENT-OK = "O"
               PERFORM ACCRUER-INTERETS-EPARGNE
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
           MOVE WS-TOTAL-INTERETS TO CTM-MONTANT.
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
       FIN-CUMULER-UN-AJUSTEMENT.

      *    parcourt tout le fichier maitre des comptes et credite les
      *    interets du mois sur les comptes actifs a solde positif
      *    dont le produit est remunere.
       ACCRUER-INTERETS-EPARGNE.
           IF WS-SIMULATION = "O"
               OPEN INPUT COMPTE-MASTER
           ELSE
               OPEN I-O COMPTE-MASTER
           END-IF.
           IF WS-CPT-FILESTATUS = "00"
               PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
                   READ COMPTE-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CPT-FILESTATUS
                       NOT AT END
                           IF CPM-SOLDE-CPT > 0 AND
                              CPM-STATUT = "A"
                               CALL WS-PGM-PRODUIT USING CPM-TYPE-CPT
                                    PRODUIT-RECORD WS-PRD-TROUVE
                               IF PRD-INTERETS = "O"
                                   PERFORM CREDITER-INTERET-COMPTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-INTERET > 0
               ADD WS-INTERET TO CPM-SOLDE-CPT
               ADD 1 TO WS-NBR-COMPTES-MAJ
               ADD WS-INTERET TO WS-TOTAL-INTERETS
               IF WS-SIMULATION = "O"
                   MOVE "INT1"     TO WS-SIM-CODE
                   MOVE "C"        TO WS-SIM-SENS
                   MOVE WS-INTERET TO WS-SIM-MONTANT
                   MOVE SPACES     TO WS-SIM-OBSERVATION
                   PERFORM ECRIRE-SIMULATION
               ELSE
                   REWRITE COMPTE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ECHEC MISE A JOUR INTERET COMPTE "
                                   CPM-NUM-CPT
                   END-REWRITE
                   PERFORM JOURNALISER-INTERET
               END-IF
               IF WS-TAUX-RETENUE > 0
                   PERFORM PRELEVER-RETENUE-SOURCE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-RETENUE FROM CPM-SOLDE-CPT.
           IF WS-SIMULATION = "O"
               ADD WS-RETENUE TO WS-TOTAL-RETENUES
               MOVE "TAX1"     TO WS-SIM-CODE
               MOVE "D"        TO WS-SIM-SENS
               MOVE WS-RETENUE TO WS-SIM-MONTANT
               MOVE "RETENUE A LA SOURCE" TO WS-SIM-OBSERVATION
               PERFORM ECRIRE-SIMULATION
               EXIT PARAGRAPH
           END-IF.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC RETENUE SOURCE COMPTE " CPM-NUM-CPT
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
           STRING "COMPTES CREDITES : " WS-NBR-COMPTES-MAJ
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE WS-TOTAL-INTERETS TO WS-MONTANT-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "TOTAL INT1 CREDITE : " WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           MOVE WS-TOTAL-RETENUES TO WS-MONTANT-EDITE.
           MOVE SPACES TO SIM-LIGNE.
           STRING "TOTAL TAX1 DEBITE  : " WS-MONTANT-EDITE
               DELIMITED BY SIZE INTO SIM-LIGNE
           END-STRING.
           WRITE SIM-LIGNE.
           CLOSE SIMULATION-FICHIER.
           DISPLAY "SIMULATION : RIEN N'A ETE POSE, ETAT "
                   WS-SIM-FILE-PATH.
           EXIT.
       FIN-FERMER-SIMULATION.

       AFFICHER-RESULTAT.
           DISPLAY "======== ACCRUAL DES INTERETS EPARGNE ========".
           DISPLAY "COMPTES CREDITES  : " WS-NBR-COMPTES-MAJ.
