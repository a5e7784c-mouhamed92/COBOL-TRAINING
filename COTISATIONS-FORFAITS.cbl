       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTISATIONS-FORFAITS.
       AUTHOR.    MOHAMED.

      *    traitement batch mensuel : preleve la cotisation mensuelle
      *    du forfait en cours de chaque compte (COMPTES-FORFAITS.DAT,
      *    catalogue FORFAITS.DAT tenus par MAJ-FORFAITS), journalisee
      *    comme une operation ordinaire (code FFT1). Un compte non
      *    actif ou dont le forfait est resilie au catalogue n'est pas
      *    preleve ; un compte dont le solde ne couvre pas la
      *    cotisation, meme avec le decouvert autorise, est signale
      *    en exception et laisse intact. Meme garde anti
      *    double-passage que FRAIS-MINIMUM dans CONTROLE-MENSUEL.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FORFAITS-FICHIER ASSIGN TO "FORFAITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FFT-FILESTATUS.

           SELECT COMPTES-FORFAITS ASSIGN TO "COMPTES-FORFAITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFO-FILESTATUS.

      *    controle anti double-passage mensuel, partage avec
      *    FRAIS-MINIMUM et les autres jobs mensuels.
           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

      *    fichier des employes tenu par EMP-FILE : valide l'identite
      *    du superviseur qui force un repassage du mois.
           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  EXCEPTIONS-OPERATIONS.
       COPY EXCEPTION-CPY.

      *    meme mise en forme que dans MAJ-FORFAITS.
       FD  FORFAITS-FICHIER.
       01  FFT-ENREG.
           05  FFT-CODE           PIC X(6).
           05  FILLER             PIC X(1).
           05  FFT-LIBELLE        PIC X(30).
           05  FILLER             PIC X(1).
           05  FFT-COTISATION     PIC 9(6)V9(2).
           05  FILLER             PIC X(1).
           05  FFT-ELIGIBLE  OCCURS 3 TIMES.
               10  FFT-TYPE-CPT   PIC X(10).
               10  FILLER         PIC X(1).
           05  FFT-AVANTAGE  OCCURS 5 TIMES.
               10  FFT-CODE-OPE   PIC X(4).
               10  FILLER         PIC X(1).
               10  FFT-REMISE     PIC 9(3).
               10  FILLER         PIC X(1).
           05  FFT-STATUT         PIC X(1).

      *    meme mise en forme que dans MAJ-FORFAITS.
       FD  COMPTES-FORFAITS.
       01  CFO-ENREG.
           05  CFO-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  CFO-CODE           PIC X(6).
           05  FILLER             PIC X(1).
           05  CFO-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  CFO-DATE-FIN       PIC X(8).
           05  FILLER             PIC X(1).
           05  CFO-STATUT         PIC X(1).

       FD  CONTROLE-MENSUEL.
       01  CTM-ENREG.
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
       01  Employee-FILE.
           05  Employee-ID  PIC  9(5).
           05  FILLER       PIC  X(1).
           05  Name         PIC  X(25).
           05  FILLER       PIC  X(1).
           05  Date-nes     PIC  X(10).
           05  FILLER       PIC  X(1).
           05  FILLER       PIC  X(1).
           05  Salaire      PIC  X(7).
           05  FILLER       PIC  X(1).
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       WORKING-STORAGE SECTION.

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-FFT-FILESTATUS   PIC X(2).
       01  WS-CFO-FILESTATUS   PIC X(2).
       01  WS-AUJOURD-HUI      PIC X(8).

       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.
       01  WS-HORODATAGE       PIC X(20).

      *    anti double-passage : meme garde que FRAIS-MINIMUM, le
      *    passage en force est donne par la variable
      *    d'environnement FORFAITS-FORCE.
       01  WS-CTM-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-NOM-JOB          PIC X(20) VALUE "COTISATIONS-FORFAITS".
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-TRAITEMENT-OK    PIC X(1) VALUE "O".
       01  WS-FORCE-SAISIE     PIC X(5).
       01  WS-FORCE-ID         PIC 9(5).
       01  WS-FORCE-OK         PIC X(1).
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

      *    catalogue des forfaits charge en memoire.
       01  WS-NB-FFT           PIC 9(2) VALUE ZERO.
       01  WS-FFT-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-FFT.
         05 WS-FFT  OCCURS 50 TIMES.
           10  WS-FFT-CODE     PIC X(6).
           10  WS-FFT-COTIS    PIC 9(6)V9(2).
           10  WS-FFT-STATUT   PIC X(1).
       01  WS-F                PIC 9(2).
       01  WS-FFT-TROUVE       PIC X(1).

       01  WS-NBR-COMPTES-MAJ  PIC 9(5) VALUE ZERO.
       01  WS-NBR-EXCEPTIONS   PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-FRAIS      PIC S9(10)V9(2) VALUE ZERO.
       01  WS-FRAIS            PIC 9(6)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-COTISATIONS-FORFAITS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-CATALOGUE.
           IF WS-FFT-SURCHARGE = "O"
               DISPLAY "PLUS DE 50 FORFAITS, TABLE PLEINE, "
                       "TRAITEMENT REFUSE"
               GOBACK
           END-IF.
           PERFORM CONTROLER-MOIS.
           IF WS-TRAITEMENT-OK = "O"
               PERFORM PRELEVER-COTISATIONS
               PERFORM ENREGISTRER-MOIS-FAIT
               PERFORM AFFICHER-RESULTAT
           END-IF.
           GOBACK.

       CHARGER-CATALOGUE.
           OPEN INPUT FORFAITS-FICHIER.
           IF WS-FFT-FILESTATUS = "00"
               PERFORM UNTIL WS-FFT-FILESTATUS NOT = "00"
                   READ FORFAITS-FICHIER
                       AT END MOVE "10" TO WS-FFT-FILESTATUS
                       NOT AT END
                           IF WS-NB-FFT < 50
                               ADD 1 TO WS-NB-FFT
                               MOVE FFT-CODE TO WS-FFT-CODE(WS-NB-FFT)
                               MOVE FFT-COTISATION
                                 TO WS-FFT-COTIS(WS-NB-FFT)
                               MOVE FFT-STATUT
                                 TO WS-FFT-STATUT(WS-NB-FFT)
                           ELSE
                               MOVE "O" TO WS-FFT-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORFAITS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-CATALOGUE.

      *    parcourt les affectations en cours et preleve la
      *    cotisation du forfait sur chaque compte actif.
       PRELEVER-COTISATIONS.
           OPEN INPUT COMPTES-FORFAITS.
           IF WS-CFO-FILESTATUS NOT = "00"
               DISPLAY "AUCUN FORFAIT AFFECTE"
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               CLOSE COMPTES-FORFAITS
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CFO-FILESTATUS NOT = "00"
               READ COMPTES-FORFAITS
                   AT END MOVE "10" TO WS-CFO-FILESTATUS
                   NOT AT END
                       IF CFO-STATUT = "A"
                           PERFORM TRAITER-AFFECTATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           CLOSE COMPTES-FORFAITS.
           EXIT.
       FIN-PRELEVER-COTISATIONS.

       TRAITER-AFFECTATION.
           MOVE "N" TO WS-FFT-TROUVE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FFT
               IF WS-FFT-CODE(WS-F) = CFO-CODE
                  AND WS-FFT-STATUT(WS-F) = "A"
                   MOVE "O" TO WS-FFT-TROUVE
                   MOVE WS-FFT-COTIS(WS-F) TO WS-FRAIS
               END-IF
           END-PERFORM.
           IF WS-FFT-TROUVE = "N" OR WS-FRAIS = ZERO
               EXIT PARAGRAPH
           END-IF.

           MOVE CFO-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE " CFO-NUM-CPT " INTROUVABLE"
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PRELEVER-FRAIS-COMPTE.
           EXIT.
       FIN-TRAITER-AFFECTATION.

      *    debite la cotisation si le decouvert la couvre, sinon
      *    consigne une exception sans toucher au solde.
       PRELEVER-FRAIS-COMPTE.
           IF WS-FRAIS > CPM-SOLDE-CPT + CPM-DECOUVERT
               MOVE "FFT1" TO EXC-CODE-OPE
               PERFORM SIGNALER-EXCEPTION-FRAIS
           ELSE
               SUBTRACT WS-FRAIS FROM CPM-SOLDE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC PRELEVEMENT COTISATION COMPTE "
                               CPM-NUM-CPT
               END-REWRITE
               ADD 1 TO WS-NBR-COMPTES-MAJ
               ADD WS-FRAIS TO WS-TOTAL-FRAIS
               PERFORM JOURNALISER-FRAIS
           END-IF.
           EXIT.
       FIN-PRELEVER-FRAIS-COMPTE.

      *    verifie dans CONTROLE-MENSUEL.DAT que le mois courant n'a
      *    pas deja ete traite par ce job ; s'il l'a ete, seul un
      *    passage en force supervise (FORFAITS-FORCE dans
      *    l'environnement, Employee-ID d'un superviseur actif)
      *    autorise le repassage.
       CONTROLER-MOIS.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           MOVE "O" TO WS-TRAITEMENT-OK.
           PERFORM CHARGER-CONTROLE-MENSUEL.

           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                  AND WS-CTM-MOIS(WS-C) = WS-MOIS-COURANT
                   MOVE "N" TO WS-TRAITEMENT-OK
               END-IF
           END-PERFORM.

           IF WS-TRAITEMENT-OK = "N"
               DISPLAY WS-NOM-JOB " : MOIS " WS-MOIS-COURANT
                       " DEJA TRAITE"
               PERFORM CONTROLER-FORCE
               IF WS-FORCE-OK = "O"
                   DISPLAY "REPASSAGE FORCE AUTORISE PAR LE "
                           "SUPERVISEUR " WS-FORCE-ID
                   MOVE "O" TO WS-TRAITEMENT-OK
               ELSE
                   DISPLAY "JOB ARRETE SANS TRAITEMENT"
               END-IF
           END-IF.
           EXIT.
       FIN-CONTROLER-MOIS.


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

      *    valide le passage en force : FORFAITS-FORCE doit porter
      *    l'Employee-ID d'un employe actif a fonction d'encadrement
      *    (DIRECTEUR, MANAGER ou SUPERVISEUR), comme l'override du
      *    guichet.
       CONTROLER-FORCE.
           MOVE "N" TO WS-FORCE-OK.
           ACCEPT WS-FORCE-SAISIE FROM ENVIRONMENT "FORFAITS-FORCE".
           IF WS-FORCE-SAISIE = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-FORCE-SAISIE IS NOT NUMERIC
               DISPLAY "FORFAITS-FORCE NON NUMERIQUE, FORCE REFUSE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FORCE-SAISIE TO WS-FORCE-ID.

           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS = "00"
               MOVE WS-FORCE-ID TO Employee-ID
               READ Employee KEY IS Employee-ID
                   INVALID KEY
                       DISPLAY "SUPERVISEUR INCONNU, FORCE REFUSE"
                   NOT INVALID KEY
                       IF (EMP-STATUT = "A" OR EMP-STATUT = " ") AND
                          (Fonction = "DIRECTEUR" OR
                           Fonction = "MANAGER" OR
                           Fonction = "SUPERVISEUR")
                           MOVE "O" TO WS-FORCE-OK
                       ELSE
                           DISPLAY "EMPLOYE SANS AUTORITE "
                                   "SUPERVISEUR, FORCE REFUSE"
                       END-IF
               END-READ
               CLOSE Employee
           ELSE
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE, FORCE "
                       "REFUSE"
           END-IF.
           EXIT.
       FIN-CONTROLER-FORCE.

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

      *    journalise le prelevement avec un vrai numero de recu du
      *    jour : la cle du journal indexe (date + sequence) exige un
      *    numero unique, le zero d'autrefois ne suffit plus.
       JOURNALISER-FRAIS.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE "FFT1"         TO JRN-CODE-OPE.
           MOVE WS-FRAIS       TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE SPACES         TO JRN-LIBELLE.
           STRING "FORFAIT " CFO-CODE " MOIS " WS-AUJOURD-HUI(1:4)
                  "-" WS-AUJOURD-HUI(5:2)
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
           MOVE "D"            TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE     TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
           MOVE "B"           TO JRN-CANAL.
           MOVE JRN-DATE-OPE  TO JRN-DATE-VALEUR.

           MOVE ZERO TO JRN-SCEAU.
           CALL WS-PGM-SCEAU USING JOURNAL-RECORD
                WS-SCEAU-PREC JRN-SCEAU.
           MOVE JRN-SCEAU TO WS-SCEAU-PREC.

           OPEN I-O JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "35"
               OPEN OUTPUT JOURNAL-OPERATIONS
               CLOSE JOURNAL-OPERATIONS
               MOVE ZERO TO JRN-SCEAU
               CALL WS-PGM-SCEAU USING JOURNAL-RECORD
                    WS-SCEAU-PREC JRN-SCEAU
               MOVE JRN-SCEAU TO WS-SCEAU-PREC

               OPEN I-O JOURNAL-OPERATIONS
           END-IF.
           WRITE JOURNAL-RECORD
               INVALID KEY
                   DISPLAY "ECHEC ECRITURE JOURNAL, RECU " JRN-NUM-SEQ
           END-WRITE.
           CLOSE JOURNAL-OPERATIONS.
           EXIT.
       FIN-JOURNALISER-FRAIS.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl :
      *    START sur la date du jour puis lecture des seuls recus de
      *    la journee pour reprendre apres le dernier numero pose.
       PROCHAIN-NUM-SEQ.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE ZERO TO WS-NUM-SEQ.

           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE
               MOVE ZERO TO JRN-NUM-SEQ
               START JOURNAL-OPERATIONS KEY IS NOT LESS THAN
                                              JRN-CLE-JOURNAL
                   INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
               END-START
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           IF JRN-DATE-OPE NOT = WS-AUJOURD-HUI
                               MOVE "10" TO WS-JRN-FILESTATUS
                           ELSE
                               IF JRN-NUM-SEQ > WS-NUM-SEQ
                                   MOVE JRN-NUM-SEQ TO WS-NUM-SEQ
                                   MOVE JRN-SCEAU   TO WS-SCEAU-PREC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPERATIONS
           END-IF.

           ADD 1 TO WS-NUM-SEQ.
           EXIT.
       FIN-PROCHAIN-NUM-SEQ.

      *    consigne dans EXCEPTIONS.DAT un compte dont le solde ne
      *    permet pas de prelever les cotisation de forfait du mois.
      *    la partie date de l'horodatage porte la date
      *    d'exploitation, comme JRN-DATE-OPE au journal : les etats
      *    qui selectionnent "les exceptions du jour" ne ratent pas
      *    celles posees apres minuit.
       SIGNALER-EXCEPTION-FRAIS.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO WS-HORODATAGE(1:8).
           MOVE CPM-NUM-CPT    TO EXC-NUM-CPT.
           MOVE "SOLDE INSUFFISANT, COTISATION IMPAYEE"
             TO EXC-MOTIF.
           MOVE ZERO           TO EXC-OPERATEUR.
           MOVE WS-HORODATAGE  TO EXC-DATE-HEURE.

           OPEN EXTEND EXCEPTIONS-OPERATIONS.
           WRITE EXC-RECORD.
           CLOSE EXCEPTIONS-OPERATIONS.
           ADD 1 TO WS-NBR-EXCEPTIONS.
           EXIT.
       FIN-SIGNALER-EXCEPTION-FRAIS.

       AFFICHER-RESULTAT.
           DISPLAY "========== COTISATIONS DES FORFAITS ==========".
           DISPLAY "COMPTES DEBITES    : " WS-NBR-COMPTES-MAJ.
           DISPLAY "TOTAL COTISATIONS  : " WS-TOTAL-FRAIS.
           DISPLAY "COMPTES EN EXCEPTION: " WS-NBR-EXCEPTIONS.
           DISPLAY "==============================================".
           EXIT.
       FIN-AFFICHER-RESULTAT.

       END PROGRAM COTISATIONS-FORFAITS.
