      *    l'echeance sera retentee au mois suivant. Le job tourne
      *    chaque nuit dans la chaine mais ne preleve qu'une fois par
      *    mois, grace a sa ligne dans CONTROLE-MENSUEL.DAT.
      *    Un pret couvert par une assurance emprunteur active
      *    (ASSURANCES-PRETS.DAT, tenu par MAJ-ASSURANCES) paie en
      *    meme temps sa prime mensuelle, journalisee a part sous le
      *    code ASS1 et cumulee sur la couverture jusqu'au bordereau
      *    de l'assureur (BORDEREAUX-ASSURANCE) ; le solde doit
      *    couvrir echeance et prime. La couverture d'un pret qui
      *    s'eteint a son terme prend fin avec lui.

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
               FILE STATUS IS WS-ARR-FILESTATUS.

      *    couvertures d'assurance des emprunteurs.
           SELECT ASSURANCES-FICHIER ASSIGN TO "ASSURANCES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

       FD  ECHEANCIER.
       01  ECH-ENREG.
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

      *    meme mise en forme que dans ARRIERES-PRETS. ARR-STATUT :
      *    A = en cours, P = regle, C = capitalise, E = eteint.
       FD  ARRIERES-FICHIER.
       01  ARR-ENREG.
           05  ARR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ARR-STATUT      PIC X(1).

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

       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-TRAITEMENT-OK    PIC X(1) VALUE "O".
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

       01  WS-SURCHARGE        PIC X(1) VALUE "N".
       01  WS-TABLE-PRETS.
         05 WS-PRT  OCCURS 200 TIMES.
           10  WS-PRT-IMAGE    PIC X(100).

      *    echeancier charge en memoire de la meme facon.
       01  WS-NB-ECH           PIC 9(4) VALUE ZERO.
       01  WS-ECH-CIBLE        PIC 9(3).
       01  WS-ECH-TROUVEE      PIC X(1).
       01  WS-NB-PRELEVES      PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PRELEVE    PIC 9(12)V9(2) VALUE ZERO.
       01  WS-NB-EXCEPTIONS    PIC 9(3) VALUE ZERO.

      *    pose de la ligne d'arriere au rejet pour solde insuffisant.
       01  WS-ARR-FILESTATUS   PIC X(2).
       01  WS-ARR-DEJA         PIC X(1).

      *    couvertures d'assurance chargees en memoire, primes
      *    cumulees puis reecrites en totalite.
       01  WS-ASR-FILESTATUS   PIC X(2).
       01  WS-NB-ASR           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ASR.
         05 WS-ASR  OCCURS 500 TIMES.
           10  WS-ASR-IMAGE    PIC X(80).
       01  WS-A                PIC 9(3).
       01  WS-ASR-COURANTE     PIC 9(3).
       01  WS-PRIME            PIC 9(8)V9(2).
       01  WS-MONTANT-DU       PIC 9(9)V9(2).
       01  WS-NB-PRIMES        PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PRIMES     PIC 9(10)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-ECHEANCES-PRETS.
           IF WS-TRAITEMENT-OK = "O"
               PERFORM CHARGER-PRETS
               PERFORM CHARGER-ECHEANCIER
               PERFORM CHARGER-ASSURANCES
      *    table pleine : reecrire les fichiers depuis des tables
      *    tronquees detruirait les prets ou echeances au-dela des
      *    bornes - le passage est refuse.
               IF WS-SURCHARGE = "O"
                   DISPLAY "ECHEANCES-PRETS : TABLES PLEINES (200 "
                           "PRETS / 2000 ECHEANCES / 500 "
                           "COUVERTURES), PASSAGE REFUSE"
                   MOVE "N" TO WS-TRAITEMENT-OK
               END-IF
           END-IF.
               PERFORM PRELEVER-TOUTES-ECHEANCES
               PERFORM SAUVER-PRETS
               PERFORM SAUVER-ECHEANCIER
               PERFORM SAUVER-ASSURANCES
               PERFORM ENREGISTRER-MOIS-FAIT
               DISPLAY "======= ECHEANCES DE PRETS ======="
               DISPLAY "ECHEANCES PRELEVEES : " WS-NB-PRELEVES
               DISPLAY "PRIMES D'ASSURANCE  : " WS-NB-PRIMES
                       " POUR " WS-TOTAL-PRIMES
               DISPLAY "EXCEPTIONS          : " WS-NB-EXCEPTIONS
               DISPLAY "=================================="
           END-IF.
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
           MOVE "ECHEANCIER.DAT" TO CTM-SORTIE.
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
       FIN-CHARGER-ECHEANCIER.

       CHARGER-ASSURANCES.
           OPEN INPUT ASSURANCES-FICHIER.
           IF WS-ASR-FILESTATUS = "00"
               PERFORM UNTIL WS-ASR-FILESTATUS NOT = "00"
                   READ ASSURANCES-FICHIER
                       AT END MOVE "10" TO WS-ASR-FILESTATUS
                       NOT AT END
                           IF WS-NB-ASR < 500
                               ADD 1 TO WS-NB-ASR
                               MOVE ASR-ENREG TO
                                    WS-ASR-IMAGE(WS-NB-ASR)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSURANCES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ASSURANCES.

       PRELEVER-TOUTES-ECHEANCES.
           OPEN I-O COMPTE-MASTER.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PRETS
           SUBTRACT 1 FROM WS-J.

           COMPUTE WS-MONTANT-ECH = ECH-CAPITAL + ECH-INTERET.
           PERFORM CALCULER-PRIME-ASSURANCE.
           COMPUTE WS-MONTANT-DU = WS-MONTANT-ECH + WS-PRIME.

      *    mensualite de differe total d'un pret restructure : rien
      *    a prelever, l'echeance est franchie sans mouvement (la
      *    prime d'assurance, elle, reste due pendant le differe).
           IF WS-MONTANT-DU = 0
               PERFORM MARQUER-ECHEANCE-PAYEE
               EXIT PARAGRAPH
           END-IF.

           MOVE PRT-CPT-VERSEMENT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               PERFORM SIGNALER-EXCEPTION-PRET
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTANT-DU > CPM-SOLDE-CPT + CPM-DECOUVERT
               MOVE "SOLDE INSUFFISANT POUR L'ECHEANCE" TO EXC-MOTIF
               PERFORM SIGNALER-EXCEPTION-PRET
               PERFORM POSER-ARRIERE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-MONTANT-DU FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC DEBIT ECHEANCE PRET " PRT-NUM-PRET
                   EXIT PARAGRAPH
           END-REWRITE.

           IF WS-MONTANT-ECH > 0
               PERFORM JOURNALISER-ECHEANCE
           END-IF.
           IF WS-PRIME > 0
               PERFORM JOURNALISER-PRIME
           END-IF.
           PERFORM MARQUER-ECHEANCE-PAYEE.
           EXIT.
       FIN-PRELEVER-UNE-ECHEANCE.

       MARQUER-ECHEANCE-PAYEE.
           MOVE "P" TO ECH-STATUT.
           MOVE ECH-ENREG TO WS-ECH-IMAGE(WS-J).
           ADD 1 TO PRT-ECH-PAYEES.
           IF PRT-ECH-PAYEES >= PRT-DUREE-MOIS
               MOVE "S" TO PRT-STATUT
               DISPLAY "PRET " PRT-NUM-PRET " SOLDE."
               PERFORM FINIR-COUVERTURE-TERME
           END-IF.
           ADD 1 TO WS-NB-PRELEVES.
           ADD WS-MONTANT-ECH TO WS-TOTAL-PRELEVE.
           EXIT.
       FIN-MARQUER-ECHEANCE-PAYEE.

      *    prime du mois de la couverture active du pret courant,
      *    commencee au plus tard aujourd'hui : taux annuel / 12 sur
      *    le capital initial ou sur le capital restant du avant
      *    l'echeance, selon l'assiette de la couverture.
       CALCULER-PRIME-ASSURANCE.
           MOVE ZERO TO WS-PRIME.
           MOVE ZERO TO WS-ASR-COURANTE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-NUM-PRET = PRT-NUM-PRET AND ASR-STATUT = "A"
                  AND ASR-DATE-DEBUT NOT > WS-AUJOURD-HUI
                   MOVE WS-A TO WS-ASR-COURANTE
               END-IF
           END-PERFORM.
           IF WS-ASR-COURANTE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-ASR-IMAGE(WS-ASR-COURANTE) TO ASR-ENREG.
           IF ASR-BASE = "R"
               COMPUTE WS-PRIME ROUNDED =
                       PRT-CAPITAL-RESTANT * ASR-TAUX / 12
           ELSE
               COMPUTE WS-PRIME ROUNDED =
                       PRT-CAPITAL * ASR-TAUX / 12
           END-IF.
           EXIT.
       FIN-CALCULER-PRIME-ASSURANCE.

      *    la prime prelevee s'ajoute a ce qui est du a l'assureur.
       CUMULER-PRIME.
           MOVE WS-ASR-IMAGE(WS-ASR-COURANTE) TO ASR-ENREG.
           ADD WS-PRIME TO ASR-PRIMES-PERIODE.
           ADD WS-PRIME TO ASR-PRIMES-CUMUL.
           MOVE ASR-ENREG TO WS-ASR-IMAGE(WS-ASR-COURANTE).
           ADD 1 TO WS-NB-PRIMES.
           ADD WS-PRIME TO WS-TOTAL-PRIMES.
           EXIT.
       FIN-CUMULER-PRIME.

      *    pret eteint a son terme : sa couverture prend fin, a
      *    signaler a l'assureur sur son prochain bordereau.
       FINIR-COUVERTURE-TERME.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-NUM-PRET = PRT-NUM-PRET AND ASR-STATUT = "A"
                   MOVE "F"            TO ASR-STATUT
                   MOVE WS-AUJOURD-HUI TO ASR-DATE-FIN
                   MOVE "S"            TO ASR-MOTIF-FIN
                   MOVE "N"            TO ASR-SIGNALEE
                   MOVE ASR-ENREG TO WS-ASR-IMAGE(WS-A)
               END-IF
           END-PERFORM.
           EXIT.
       FIN-FINIR-COUVERTURE-TERME.

       JOURNALISER-ECHEANCE.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE "PRT1"          TO JRN-CODE-OPE.
           MOVE WS-MONTANT-ECH  TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT  TO JRN-DEVISE.
      *    solde apres l'echeance, avant la prime qui la suit.
           COMPUTE JRN-SOLDE-APRES = CPM-SOLDE-CPT + WS-PRIME.
           MOVE ZERO            TO JRN-OPERATEUR.
           MOVE ZERO            TO JRN-SUPERVISEUR.
           MOVE SPACES          TO JRN-LIBELLE.
           MOVE WS-HORODATAGE   TO JRN-DATE-HEURE.
           MOVE "B"           TO JRN-CANAL.
           MOVE JRN-DATE-OPE  TO JRN-DATE-VALEUR.
           PERFORM POSER-ECRITURE.
           EXIT.
       FIN-JOURNALISER-ECHEANCE.

      *    prime d'assurance emprunteur, sous son propre code.
       JOURNALISER-PRIME.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI  TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ      TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT     TO JRN-NUM-CPT.
           MOVE "ASS1"          TO JRN-CODE-OPE.
           MOVE WS-PRIME        TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT  TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT   TO JRN-SOLDE-APRES.
           MOVE ZERO            TO JRN-OPERATEUR.
           MOVE ZERO            TO JRN-SUPERVISEUR.
           MOVE SPACES          TO JRN-LIBELLE.
           STRING "ASSURANCE ECH " WS-ECH-CIBLE " PRET " PRT-NUM-PRET
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
           MOVE "D"             TO JRN-SENS.
           MOVE ZERO            TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE      TO JRN-AGENCE.
           MOVE WS-HORODATAGE   TO JRN-DATE-HEURE.
           MOVE "B"           TO JRN-CANAL.
           MOVE JRN-DATE-OPE  TO JRN-DATE-VALEUR.
           PERFORM POSER-ECRITURE.
           PERFORM CUMULER-PRIME.
           EXIT.
       FIN-JOURNALISER-PRIME.

       POSER-ECRITURE.
           MOVE ZERO TO JRN-SCEAU.
           CALL WS-PGM-SCEAU USING JOURNAL-RECORD
                WS-SCEAU-PREC JRN-SCEAU.
           END-WRITE.
           CLOSE JOURNAL-OPERATIONS.
           EXIT.
       FIN-POSER-ECRITURE.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl.
       PROCHAIN-NUM-SEQ.
           EXIT.
       FIN-SAUVER-ECHEANCIER.

       SAUVER-ASSURANCES.
           IF WS-NB-ASR = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ASSURANCES-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               WRITE ASR-ENREG
           END-PERFORM.
           CLOSE ASSURANCES-FICHIER.
           EXIT.
       FIN-SAUVER-ASSURANCES.

       END PROGRAM ECHEANCES-PRETS.
