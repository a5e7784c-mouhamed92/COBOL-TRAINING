      *    a 6 chiffres, convention de la maison) recoivent le net en
      *    credit journalise sous SAL1. Le garde-fou mensuel de
      *    CONTROLE-MENSUEL.DAT empeche une double paie du meme mois.
      *    Les employes payes ailleurs (identifiant de compte externe
      *    et code banque sur la fiche, saisis par EMP-FILE) recoivent
      *    un virement sortant dans VIREMENTS-SORTANTS.DAT, remis le
      *    soir meme par REMISES-INTERBANCAIRES, le net etant debite
      *    du compte de paie et journalise sous SAL3 ; le registre dit
      *    pour chacun s'il a ete paye en interne, en externe ou pas
      *    du tout, et pourquoi.
      *    Les avances et prets au personnel (AVANCES-PERSONNEL.DAT,
      *    tenu par MAJ-AVANCES) sont rembourses a la source : la
      *    mensualite, interets du mois compris, est prise sur le net
      *    et figure sur le bulletin, jusqu'a extinction du restant
      *    du. Les employes sortis qui doivent encore quelque chose
      *    partent dans AVANCES-DEPARTS-AAAAMM.TXT pour les RH.
      *    Chaque bulletin est aussi garde, detail des retenues
      *    compris, dans l'historique PAIE-HISTO.DAT (une ligne par
      *    employe et par mois) d'ou CERTIFICATS-PAIE tire les
      *    attestations de salaire annuelles.
      *    Les primes de ventes calculees par PRIMES-VENTES
      *    (PRIMES-VENTES.DAT, statut A) s'ajoutent au brut du mois,
      *    hors prorata des absences, et passent au statut P avec le
      *    mois de paie.

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

           SELECT PAIE-REGISTRE ASSIGN TO "PAIE-REGISTRE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RES-FILESTATUS.

           SELECT PAIE-HISTO ASSIGN TO "PAIE-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHI-FILESTATUS.

           SELECT VIREMENTS-SORTANTS ASSIGN TO "VIREMENTS-SORTANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSO-FILESTATUS.

           SELECT AVANCES-FICHIER ASSIGN TO "AVANCES-PERSONNEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AVP-FILESTATUS.

           SELECT AVANCES-DEPARTS ASSIGN TO WS-DEP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEP-FILESTATUS.

           SELECT PRIMES-FICHIER ASSIGN TO "PRIMES-VENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.
       COPY JOURNAL-CPY.

       FD  PAIE-REGISTRE.
       01  REG-LIGNE           PIC X(160).

       FD  PAIE-ERREURS.
       01  ERR-LIGNE           PIC X(100).
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

      *    meme mise en forme que dans MAJ-ABSENCES.
       FD  ABSENCES-FICHIER.
       FD  RESUME-ABSENCES.
       01  RES-LIGNE           PIC X(100).

       FD  PAIE-HISTO.
       01  PHI-ENREG.
           05  PHI-MOIS          PIC X(6).
           05  FILLER            PIC X(1).
           05  PHI-EMPLOYE       PIC 9(5).
           05  FILLER            PIC X(1).
           05  PHI-NOM           PIC X(25).
           05  FILLER            PIC X(1).
           05  PHI-FONCTION      PIC X(20).
           05  FILLER            PIC X(1).
           05  PHI-BRUT          PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-RET-TAUX      PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-RET-FIXE      PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-RET-ABSENCE   PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-JOURS-ABS     PIC 9(3).
           05  FILLER            PIC X(1).
           05  PHI-NET           PIC 9(7)V9(2).

      *    meme mise en forme que dans OPERATIONS.
       FD  VIREMENTS-SORTANTS.
       01  VSO-ENREG.
           05  VSO-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  VSO-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  VSO-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  VSO-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  VSO-ID-EXTERNE  PIC X(8).
           05  FILLER          PIC X(1).
           05  VSO-CODE-BANQUE PIC X(5).
           05  FILLER          PIC X(1).
           05  VSO-NOM-BENEF   PIC X(30).
           05  FILLER          PIC X(1).
           05  VSO-STATUT      PIC X(1).

      *    meme mise en forme que dans MAJ-AVANCES.
       FD  AVANCES-FICHIER.
       01  AVP-ENREG.
           05  AVP-NUMERO        PIC 9(5).
           05  FILLER            PIC X(1).
           05  AVP-EMPLOYE       PIC 9(5).
           05  FILLER            PIC X(1).
           05  AVP-TYPE          PIC X(1).
           05  FILLER            PIC X(1).
           05  AVP-DATE          PIC X(8).
           05  FILLER            PIC X(1).
           05  AVP-MONTANT       PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  AVP-NB-MENS       PIC 9(3).
           05  FILLER            PIC X(1).
           05  AVP-TAUX          PIC 9(1)V9(4).
           05  FILLER            PIC X(1).
           05  AVP-MENSUALITE    PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  AVP-RESTANT       PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  AVP-NB-PRELEVES   PIC 9(3).
           05  FILLER            PIC X(1).
           05  AVP-DERNIER-MOIS  PIC X(6).
           05  FILLER            PIC X(1).
           05  AVP-APPROBATEUR   PIC 9(5).
           05  FILLER            PIC X(1).
           05  AVP-STATUT        PIC X(1).

       FD  AVANCES-DEPARTS.
       01  DEP-LIGNE           PIC X(132).

      *    meme mise en forme que dans PRIMES-VENTES.
       FD  PRIMES-FICHIER.
       01  PRV-ENREG.
           05  PRV-TRIMESTRE   PIC X(6).
           05  FILLER          PIC X(1).
           05  PRV-EMPLOYE     PIC 9(5).
           05  FILLER          PIC X(1).
           05  PRV-POINTS      PIC 9(7)V9(2).
           05  FILLER          PIC X(1).
           05  PRV-MONTANT     PIC 9(7)V9(2).
           05  FILLER          PIC X(1).
           05  PRV-STATUT      PIC X(1).
           05  FILLER          PIC X(1).
           05  PRV-MOIS-PAIE   PIC X(6).
           05  FILLER          PIC X(1).
           05  PRV-DATE-CALCUL PIC X(8).

       WORKING-STORAGE SECTION.

      *    interlock guichet/batch : la paie ecrit le fichier maitre
       01  WS-TRAITEMENT-OK    PIC X(1) VALUE "O".
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

       01  WS-NET              PIC 9(7)V9(2).
       01  WS-RETENUES         PIC 9(7)V9(2).

      *    detail des retenues pour l'historique de paie : la part
      *    proportionnelle et la part fixe, ecretees comme le total.
       01  WS-PHI-FILESTATUS   PIC X(2).
       01  WS-RET-TAUX-MT      PIC 9(7)V9(2).
       01  WS-RET-FIXE-MT      PIC 9(7)V9(2).
       01  WS-RET-RESTE        PIC 9(7)V9(2).

      *    virement du net vers une autre banque : l'identifiant
      *    externe de la fiche repasse par la cle INVERSE, le compte
      *    donneur d'ordre est le compte de paie (parametre
      *    COMPTE-PAIE). La ligne de reglement du registre dit comment
      *    l'employe a ete paye, ou pourquoi il ne l'a pas ete.
       01  WS-VSO-FILESTATUS   PIC X(2).
       01  WS-PGM-INVERSE      PIC X(20) VALUE "INVERSE".
       01  WS-CLE-EXT-OK       PIC X(1).
       01  WS-COMPTE-PAIE-NUM  PIC 9(6) VALUE ZERO.
       01  WS-COMPTE-PAIE      PIC X(6).
       01  WS-COMPTE-PAIE-OK   PIC X(1) VALUE "N".
       01  WS-REGLEMENT        PIC X(70).
       01  WS-NB-EXTERNES      PIC 9(4) VALUE ZERO.
       01  WS-NB-NON-VIRES     PIC 9(4) VALUE ZERO.
      *    ligne de journal de la paie : SAL1 credit du compte de
      *    l'employe, SAL3 debit du compte de paie pour un net vire
      *    a l'exterieur.
       01  WS-SAL-CODE-JRN     PIC X(4).
       01  WS-SAL-SENS-JRN     PIC X(1).

      *    remboursement des avances au personnel, registre charge en
      *    table au debut et reecrit en entier a la fin de la paie.
       01  WS-AVP-FILESTATUS   PIC X(2).
       01  WS-DEP-FILESTATUS   PIC X(2).
       01  WS-DEP-FILE-PATH    PIC X(100).
       01  WS-NB-AVP           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-AVP.
         05 WS-AVP  OCCURS 300 TIMES.
           10  WS-AVP-IMAGE    PIC X(81).
       01  WS-AV               PIC 9(3).
       01  WS-RETENUE-AVANCE   PIC 9(7)V9(2).
       01  WS-AVP-INTERET      PIC 9(7)V9(2).
       01  WS-AVP-DU           PIC 9(7)V9(2).
       01  WS-AVP-PRELEVE      PIC 9(7)V9(2).
       01  WS-NB-AVANCES-SOLDEES PIC 9(4) VALUE ZERO.
       01  WS-NB-DEPARTS       PIC 9(4) VALUE ZERO.
       01  WS-DEP-MOTIF        PIC X(20).

      *    primes de ventes a verser, chargees en table comme les
      *    avances et reecrites en entier a la fin de la paie.
       01  WS-PRV-FILESTATUS   PIC X(2).
       01  WS-NB-PRV           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-PRV.
         05 WS-PRV  OCCURS 2000 TIMES.
           10  WS-PRV-IMAGE    PIC X(50).
       01  WS-PV               PIC 9(4).
       01  WS-PRIME-VENTES     PIC 9(7)V9(2).
       01  WS-NB-PRIMES-VERSEES PIC 9(4) VALUE ZERO.

      *    prorata des jours non payes du mois : jours sans solde ou
      *    injustifies, retenus au trentieme du brut.
       01  WS-ABS-FILESTATUS   PIC X(2).
           END-IF.

           PERFORM CHARGER-RETENUES.
           PERFORM CHARGER-AVANCES.
           PERFORM CHARGER-PRIMES-VENTES.

           OPEN OUTPUT PAIE-REGISTRE.
           OPEN OUTPUT PAIE-ERREURS.
           OPEN I-O COMPTE-MASTER.
           OPEN EXTEND PAIE-HISTO.
           IF WS-PHI-FILESTATUS = "35"
               OPEN OUTPUT PAIE-HISTO
           END-IF.
           OPEN EXTEND VIREMENTS-SORTANTS.
           IF WS-VSO-FILESTATUS = "35"
               OPEN OUTPUT VIREMENTS-SORTANTS
           END-IF.

           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS = "00"
           END-IF.

           CLOSE COMPTE-MASTER.
           CLOSE PAIE-HISTO.
           CLOSE VIREMENTS-SORTANTS.

           MOVE SPACES TO REG-LIGNE.
           STRING "TOTAL DE CONTROLE : " WS-NB-PAYES

           PERFORM ENREGISTRER-MOIS-FAIT.
           PERFORM EDITER-RESUME-ABSENCES.
           PERFORM SAUVER-AVANCES.
           PERFORM SAUVER-PRIMES-VENTES.
           PERFORM EDITER-AVANCES-DEPARTS.

           DISPLAY "========== PAIE DES EMPLOYES ==========".
           DISPLAY "BULLETINS EMIS       : " WS-NB-PAYES.
           DISPLAY "SALAIRES EN ERREUR   : " WS-NB-ERREURS.
           DISPLAY "CREDITES SUR COMPTE  : " WS-NB-CREDITES.
           DISPLAY "VIRES A L'EXTERIEUR  : " WS-NB-EXTERNES.
           DISPLAY "NON VIRES            : " WS-NB-NON-VIRES.
           DISPLAY "AVANCES SOLDEES      : " WS-NB-AVANCES-SOLDEES.
           DISPLAY "PRIMES VENTES VERSEES: " WS-NB-PRIMES-VERSEES.
           DISPLAY "SORTANTS DEBITEURS   : " WS-NB-DEPARTS.
           DISPLAY "TOTAL NET            : " WS-TOTAL-NET.
           DISPLAY "=======================================".

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
           MOVE WS-NB-PAYES TO CTM-NB.
           MOVE WS-TOTAL-NET TO CTM-MONTANT.
           MOVE "PAIE-REGISTRE.TXT" TO CTM-SORTIE.
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
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-RETENUE-FIXE
           END-IF.
           MOVE "COMPTE-PAIE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O" AND WS-PARAM-VALEUR > 0
               MOVE WS-PARAM-VALEUR TO WS-COMPTE-PAIE-NUM
               MOVE "O" TO WS-COMPTE-PAIE-OK
           END-IF.
           MOVE WS-COMPTE-PAIE-NUM TO WS-COMPTE-PAIE.
           EXIT.
       FIN-CHARGER-RETENUES.

                   DELIMITED BY SIZE INTO ERR-LIGNE
               END-STRING
               WRITE ERR-LIGNE
               MOVE SPACES TO REG-LIGNE
               STRING WS-MOIS-COURANT " " Employee-ID " " Name
                      " NON PAYE : SALAIRE NON NUMERIQUE"
                   DELIMITED BY SIZE INTO REG-LIGNE
               END-STRING
               WRITE REG-LIGNE
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.

           IF WS-RETENUE-ABSENCE > WS-BRUT
               MOVE WS-BRUT TO WS-RETENUE-ABSENCE
           END-IF.
           PERFORM AJOUTER-PRIMES-VENTES.
           ADD WS-PRIME-VENTES TO WS-BRUT.
           COMPUTE WS-RETENUES ROUNDED =
                   WS-BRUT * WS-RETENUE-TAUX + WS-RETENUE-FIXE
                   + WS-RETENUE-ABSENCE.
               MOVE WS-BRUT TO WS-RETENUES
           END-IF.
           COMPUTE WS-NET = WS-BRUT - WS-RETENUES.
      *    l'historique garde le net du salaire ; le remboursement
      *    des avances ne touche que le net verse.
           PERFORM HISTORISER-BULLETIN.
           PERFORM PRELEVER-AVANCES.

           ADD 1 TO WS-NB-PAYES.
           ADD WS-NET TO WS-TOTAL-NET.
                  " RETENUES " WS-RETENUES
                  " DONT ABSENCES " WS-RETENUE-ABSENCE
                  " (" WS-JOURS-NON-PAYES " J)"
                  " AVANCES " WS-RETENUE-AVANCE
                  " NET " WS-NET
               DELIMITED BY SIZE INTO REG-LIGNE
           END-STRING.
           WRITE REG-LIGNE.
           IF WS-PRIME-VENTES > ZERO
               MOVE SPACES TO REG-LIGNE
               STRING "       -> DONT PRIME VENTES " WS-PRIME-VENTES
                   DELIMITED BY SIZE INTO REG-LIGNE
               END-STRING
               WRITE REG-LIGNE
           END-IF.

           MOVE SPACES TO WS-REGLEMENT.
           PERFORM CREDITER-SALAIRE.
           MOVE SPACES TO REG-LIGNE.
           STRING "       -> " WS-REGLEMENT
               DELIMITED BY SIZE INTO REG-LIGNE
           END-STRING.
           WRITE REG-LIGNE.
           EXIT.
       FIN-PAYER-UN-EMPLOYE.

      *    mensualites du mois sur les avances en cours de l'employe :
      *    interet du mois au taux annuel / 12 sur le restant du, la
      *    derniere mensualite solde le reste ; un net insuffisant
      *    limite le prelevement, le solde reste du au mois suivant.
       PRELEVER-AVANCES.
           MOVE ZERO TO WS-RETENUE-AVANCE.
           PERFORM VARYING WS-AV FROM 1 BY 1 UNTIL WS-AV > WS-NB-AVP
               MOVE WS-AVP-IMAGE(WS-AV) TO AVP-ENREG
               IF AVP-EMPLOYE = Employee-ID
                  AND AVP-STATUT = "A"
                  AND AVP-DATE NOT > WS-FIN-MOIS
                  AND (AVP-DERNIER-MOIS = SPACES OR
                       AVP-DERNIER-MOIS < WS-MOIS-COURANT)
                   PERFORM PRELEVER-UNE-AVANCE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-PRELEVER-AVANCES.

       PRELEVER-UNE-AVANCE.
           COMPUTE WS-AVP-INTERET ROUNDED =
                   AVP-RESTANT * AVP-TAUX / 12.
           COMPUTE WS-AVP-DU = AVP-RESTANT + WS-AVP-INTERET.
           MOVE AVP-MENSUALITE TO WS-AVP-PRELEVE.
           IF WS-AVP-PRELEVE > WS-AVP-DU
              OR AVP-NB-PRELEVES + 1 NOT < AVP-NB-MENS
               MOVE WS-AVP-DU TO WS-AVP-PRELEVE
           END-IF.
           IF WS-AVP-PRELEVE > WS-NET
               MOVE WS-NET TO WS-AVP-PRELEVE
           END-IF.
           SUBTRACT WS-AVP-PRELEVE FROM WS-NET.
           ADD WS-AVP-PRELEVE TO WS-RETENUE-AVANCE.
           COMPUTE AVP-RESTANT = WS-AVP-DU - WS-AVP-PRELEVE.
           IF WS-AVP-PRELEVE > ZERO
               ADD 1 TO AVP-NB-PRELEVES
           END-IF.
           MOVE WS-MOIS-COURANT TO AVP-DERNIER-MOIS.
           IF AVP-RESTANT = ZERO
               MOVE "S" TO AVP-STATUT
               ADD 1 TO WS-NB-AVANCES-SOLDEES
           END-IF.
           MOVE AVP-ENREG TO WS-AVP-IMAGE(WS-AV).
           EXIT.
       FIN-PRELEVER-UNE-AVANCE.

      *    primes de ventes a verser a l'employe, tous trimestres
      *    confondus : passees au statut P avec le mois de paie.
       AJOUTER-PRIMES-VENTES.
           MOVE ZERO TO WS-PRIME-VENTES.
           PERFORM VARYING WS-PV FROM 1 BY 1 UNTIL WS-PV > WS-NB-PRV
               MOVE WS-PRV-IMAGE(WS-PV) TO PRV-ENREG
               IF PRV-EMPLOYE = Employee-ID AND PRV-STATUT = "A"
                   ADD PRV-MONTANT TO WS-PRIME-VENTES
                   MOVE "P" TO PRV-STATUT
                   MOVE WS-MOIS-COURANT TO PRV-MOIS-PAIE
                   MOVE PRV-ENREG TO WS-PRV-IMAGE(WS-PV)
                   ADD 1 TO WS-NB-PRIMES-VERSEES
               END-IF
           END-PERFORM.
           EXIT.
       FIN-AJOUTER-PRIMES-VENTES.

       CHARGER-PRIMES-VENTES.
           MOVE ZERO TO WS-NB-PRV.
           OPEN INPUT PRIMES-FICHIER.
           IF WS-PRV-FILESTATUS = "00"
               PERFORM UNTIL WS-PRV-FILESTATUS NOT = "00"
                   READ PRIMES-FICHIER
                       AT END MOVE "10" TO WS-PRV-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRV < 2000
                               ADD 1 TO WS-NB-PRV
                               MOVE PRV-ENREG TO WS-PRV-IMAGE(WS-NB-PRV)
                           ELSE
                               DISPLAY "FICHIER DES PRIMES PLEIN, "
                                       "PRIME " PRV-TRIMESTRE " "
                                       PRV-EMPLOYE " IGNOREE"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIMES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-PRIMES-VENTES.

       SAUVER-PRIMES-VENTES.
           IF WS-NB-PRV = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT PRIMES-FICHIER.
           PERFORM VARYING WS-PV FROM 1 BY 1 UNTIL WS-PV > WS-NB-PRV
               MOVE WS-PRV-IMAGE(WS-PV) TO PRV-ENREG
               WRITE PRV-ENREG
           END-PERFORM.
           CLOSE PRIMES-FICHIER.
           EXIT.
       FIN-SAUVER-PRIMES-VENTES.

       CHARGER-AVANCES.
           MOVE ZERO TO WS-NB-AVP.
           OPEN INPUT AVANCES-FICHIER.
           IF WS-AVP-FILESTATUS = "00"
               PERFORM UNTIL WS-AVP-FILESTATUS NOT = "00"
                   READ AVANCES-FICHIER
                       AT END MOVE "10" TO WS-AVP-FILESTATUS
                       NOT AT END
                           IF WS-NB-AVP < 300
                               ADD 1 TO WS-NB-AVP
                               MOVE AVP-ENREG TO WS-AVP-IMAGE(WS-NB-AVP)
                           ELSE
                               DISPLAY "REGISTRE DES AVANCES PLEIN, "
                                       "AVANCE " AVP-NUMERO " IGNOREE"
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVANCES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-AVANCES.

       SAUVER-AVANCES.
           IF WS-NB-AVP = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT AVANCES-FICHIER.
           PERFORM VARYING WS-AV FROM 1 BY 1 UNTIL WS-AV > WS-NB-AVP
               MOVE WS-AVP-IMAGE(WS-AV) TO AVP-ENREG
               WRITE AVP-ENREG
           END-PERFORM.
           CLOSE AVANCES-FICHIER.
           EXIT.
       FIN-SAUVER-AVANCES.

      *    avances en cours dont le debiteur n'est plus actif (ou n'est
      *    plus au fichier) : a regler avec le solde de tout compte.
       EDITER-AVANCES-DEPARTS.
           MOVE SPACES TO WS-DEP-FILE-PATH.
           STRING "AVANCES-DEPARTS-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-DEP-FILE-PATH
           END-STRING.
           OPEN OUTPUT AVANCES-DEPARTS.
           MOVE SPACES TO DEP-LIGNE.
           STRING "AVANCES RESTANT DUES PAR DES EMPLOYES SORTIS - "
                  WS-MOIS-COURANT
               DELIMITED BY SIZE INTO DEP-LIGNE
           END-STRING.
           WRITE DEP-LIGNE.
           OPEN INPUT Employee.
           PERFORM VARYING WS-AV FROM 1 BY 1 UNTIL WS-AV > WS-NB-AVP
               MOVE WS-AVP-IMAGE(WS-AV) TO AVP-ENREG
               IF AVP-STATUT = "A" AND AVP-RESTANT > ZERO
                   PERFORM CONTROLER-DEBITEUR
               END-IF
           END-PERFORM.
           CLOSE Employee.
           MOVE SPACES TO DEP-LIGNE.
           STRING "TOTAL : " WS-NB-DEPARTS " AVANCE(S) A REGLER"
               DELIMITED BY SIZE INTO DEP-LIGNE
           END-STRING.
           WRITE DEP-LIGNE.
           CLOSE AVANCES-DEPARTS.
           EXIT.
       FIN-EDITER-AVANCES-DEPARTS.

       CONTROLER-DEBITEUR.
           MOVE AVP-EMPLOYE TO Employee-ID.
           MOVE SPACES TO WS-DEP-MOTIF.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   MOVE "HORS FICHIER" TO WS-DEP-MOTIF
                   MOVE SPACES TO Name
               NOT INVALID KEY
                   IF EMP-STATUT NOT = "A" AND EMP-STATUT NOT = " "
                       STRING "STATUT " EMP-STATUT
                           DELIMITED BY SIZE INTO WS-DEP-MOTIF
                       END-STRING
                   END-IF
           END-READ.
           IF WS-DEP-MOTIF = SPACES
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-DEPARTS.
           MOVE SPACES TO DEP-LIGNE.
           STRING AVP-EMPLOYE " " Name " " WS-DEP-MOTIF
                  " AVANCE " AVP-NUMERO " DU " AVP-DATE
                  " MONTANT " AVP-MONTANT
                  " RESTANT DU " AVP-RESTANT
                  " (" AVP-NB-PRELEVES "/" AVP-NB-MENS ")"
               DELIMITED BY SIZE INTO DEP-LIGNE
           END-STRING.
           WRITE DEP-LIGNE.
           EXIT.
       FIN-CONTROLER-DEBITEUR.

      *    ligne d'historique du bulletin : l'absence passe en
      *    premier (deja bornee au brut), puis la part proportionnelle
      *    et la part fixe dans la limite de ce qui reste retenu.
       HISTORISER-BULLETIN.
           COMPUTE WS-RET-RESTE = WS-RETENUES - WS-RETENUE-ABSENCE.
           COMPUTE WS-RET-TAUX-MT ROUNDED = WS-BRUT * WS-RETENUE-TAUX.
           IF WS-RET-TAUX-MT > WS-RET-RESTE
               MOVE WS-RET-RESTE TO WS-RET-TAUX-MT
           END-IF.
           COMPUTE WS-RET-FIXE-MT = WS-RET-RESTE - WS-RET-TAUX-MT.

           MOVE SPACES             TO PHI-ENREG.
           MOVE WS-MOIS-COURANT    TO PHI-MOIS.
           MOVE Employee-ID        TO PHI-EMPLOYE.
           MOVE Name               TO PHI-NOM.
           MOVE Fonction           TO PHI-FONCTION.
           MOVE WS-BRUT            TO PHI-BRUT.
           MOVE WS-RET-TAUX-MT     TO PHI-RET-TAUX.
           MOVE WS-RET-FIXE-MT     TO PHI-RET-FIXE.
           MOVE WS-RETENUE-ABSENCE TO PHI-RET-ABSENCE.
           MOVE WS-JOURS-NON-PAYES TO PHI-JOURS-ABS.
           MOVE WS-NET             TO PHI-NET.
           WRITE PHI-ENREG.
           EXIT.
       FIN-HISTORISER-BULLETIN.

      *    dernier jour reel du mois courant, fevrier bissextile
      *    compris - meme calendrier que CONTROLE-DATE.
       CALCULER-FIN-DE-MOIS.
           MOVE WS-MAT-EMPLOYE-NUM TO WS-MAT-EMPLOYE.

           MOVE "N" TO WS-CPT-TROUVE.
           MOVE WS-MAT-EMPLOYE TO CPM-TITUL-CPT.
           START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
               INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-TITUL-CPT NOT = WS-MAT-EMPLOYE
                           MOVE "10" TO WS-CPT-FILESTATUS
                       ELSE
                           IF CPM-STATUT = "A"
                               MOVE "O" TO WS-CPT-TROUVE
                               MOVE CPM-NUM-CPT TO WS-CPT-EMPLOYE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CPT-FILESTATUS.

           IF WS-CPT-TROUVE = "N"
               PERFORM VIRER-EXTERNE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CPT-EMPLOYE TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "NON VIRE : COMPTE INTERNE ILLISIBLE"
                       TO WS-REGLEMENT
                   ADD 1 TO WS-NB-NON-VIRES
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-NET TO CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC CREDIT SALAIRE COMPTE " CPM-NUM-CPT
                   MOVE "NON VIRE : ECHEC DU CREDIT DU COMPTE INTERNE"
                       TO WS-REGLEMENT
                   ADD 1 TO WS-NB-NON-VIRES
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "SAL1" TO WS-SAL-CODE-JRN.
           MOVE "C"    TO WS-SAL-SENS-JRN.
           PERFORM JOURNALISER-SALAIRE.
           ADD 1 TO WS-NB-CREDITES.
           STRING "PAYE EN INTERNE, CREDIT SAL1 DU COMPTE " CPM-NUM-CPT
               DELIMITED BY SIZE INTO WS-REGLEMENT
           END-STRING.
           EXIT.
       FIN-CREDITER-SALAIRE.

      *    employe sans compte actif chez nous : virement sortant
      *    vers ses coordonnees externes, controlees comme celles
      *    d'un beneficiaire ; a defaut, le motif du non-paiement.
      *    Le compte de paie est debite avant la pose du virement ;
      *    si la pose echoue, le debit est rendu et rien n'est
      *    journalise.
       VIRER-EXTERNE.
           IF EMP-ID-EXTERNE = SPACES
               MOVE "NON VIRE : NI COMPTE CHEZ NOUS NI COORD. EXTERNES"
                   TO WS-REGLEMENT
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.
           CALL WS-PGM-INVERSE USING EMP-ID-EXTERNE WS-CLE-EXT-OK.
           IF WS-CLE-EXT-OK NOT = "O"
               STRING "NON VIRE : IDENTIFIANT EXTERNE " EMP-ID-EXTERNE
                      " A CLE FAUSSE"
                   DELIMITED BY SIZE INTO WS-REGLEMENT
               END-STRING
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.
           IF EMP-CODE-BANQUE = SPACES
               MOVE "NON VIRE : CODE BANQUE EXTERNE MANQUANT"
                   TO WS-REGLEMENT
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.
           IF WS-NET = ZERO
               MOVE "NON VIRE : NET NUL" TO WS-REGLEMENT
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.
           IF WS-COMPTE-PAIE-OK NOT = "O"
               MOVE "NON VIRE : COMPTE DE PAIE NON PARAMETRE"
                   TO WS-REGLEMENT
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COMPTE-PAIE TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "NON VIRE : COMPTE DE PAIE INTROUVABLE"
                       TO WS-REGLEMENT
                   ADD 1 TO WS-NB-NON-VIRES
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A" OR CPM-DEVISE-CPT NOT = "MAD"
               MOVE "NON VIRE : COMPTE DE PAIE INACTIF OU HORS MAD"
                   TO WS-REGLEMENT
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-NET FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC DEBIT COMPTE DE PAIE " CPM-NUM-CPT
                   MOVE "NON VIRE : ECHEC DU DEBIT DU COMPTE DE PAIE"
                       TO WS-REGLEMENT
                   ADD 1 TO WS-NB-NON-VIRES
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE SPACES          TO VSO-ENREG.
           MOVE WS-AUJOURD-HUI  TO VSO-DATE.
           MOVE WS-COMPTE-PAIE  TO VSO-NUM-CPT.
           MOVE WS-NET          TO VSO-MONTANT.
           MOVE "MAD"           TO VSO-DEVISE.
           MOVE EMP-ID-EXTERNE  TO VSO-ID-EXTERNE.
           MOVE EMP-CODE-BANQUE TO VSO-CODE-BANQUE.
           MOVE Name            TO VSO-NOM-BENEF.
           MOVE "A"             TO VSO-STATUT.
           WRITE VSO-ENREG.
           IF WS-VSO-FILESTATUS NOT = "00"
               DISPLAY "ECHEC ECRITURE VIREMENT SORTANT, EMPLOYE "
                       Employee-ID " STATUT " WS-VSO-FILESTATUS
               ADD WS-NET TO CPM-SOLDE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC RETABLISSEMENT COMPTE DE PAIE "
                               CPM-NUM-CPT
               END-REWRITE
               MOVE "NON VIRE : ECHEC DE LA POSE DU VIREMENT SORTANT"
                   TO WS-REGLEMENT
               ADD 1 TO WS-NB-NON-VIRES
               EXIT PARAGRAPH
           END-IF.
           MOVE "SAL3" TO WS-SAL-CODE-JRN.
           MOVE "D"    TO WS-SAL-SENS-JRN.
           PERFORM JOURNALISER-SALAIRE.
           ADD 1 TO WS-NB-EXTERNES.
           STRING "PAYE EN EXTERNE, VIREMENT BANQUE " EMP-CODE-BANQUE
                  " COMPTE " EMP-ID-EXTERNE
               DELIMITED BY SIZE INTO WS-REGLEMENT
           END-STRING.
           EXIT.
       FIN-VIRER-EXTERNE.

       JOURNALISER-SALAIRE.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE WS-SAL-CODE-JRN TO JRN-CODE-OPE.
           MOVE WS-NET         TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
                  WS-MOIS-COURANT(5:2)
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
      *    sur le compte de paie, l'employe vire est nomme.
           IF WS-SAL-CODE-JRN = "SAL3"
               MOVE " EMP "     TO JRN-LIBELLE(16:5)
               MOVE Employee-ID TO JRN-LIBELLE(21:5)
           END-IF.
           MOVE WS-SAL-SENS-JRN TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE     TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
