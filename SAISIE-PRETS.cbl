      *    une demande rejetee garde sa ligne et son motif pour
      *    l'audit. Le prelevement mensuel des echeances reste
      *    l'affaire du batch ECHEANCES-PRETS.
      *    La restructuration d'un pret en cours (option 4) est
      *    saisie par un employe et validee par un second, avec la
      *    meme autorite qu'une approbation : nouveau taux, nouvelle
      *    duree, differe en interets seuls (I) ou total (T, interets
      *    capitalises), arrieres actifs capitalises. Les echeances
      *    impayees partent dans ECHEANCIER-HISTO.DAT et sont
      *    regenerees ; le pret est marque restructure a la date du
      *    jour et la modification tracee dans la piste d'audit.
      *    Avant la decision, l'engagement du groupe de clients lies
      *    de l'emprunteur (GROUPES-CLIENTS.DAT, ou de l'emprunteur
      *    seul s'il n'est d'aucun groupe) est calcule par
      *    CALCULER-EXPOSITION : un avertissement est affiche si le
      *    nouveau capital porte l'engagement au-dela de la limite
      *    de concentration (parametre LIMITE-CONCENTRATION).
      *    Avant toute approbation, l'offre de pret (option 5) est
      *    editee depuis la demande en attente dans
      *    OFFRE-PRET-nnnnnn.TXT : capital, taux, duree, mensualite,
      *    cout total des interets, frais de dossier du bareme
      *    (TARIFS.DAT, code PRT0, base le capital, type du compte de
      *    deblocage), assurance emprunteur (parametre
      *    TAUX-ASSURANCE-PRET, taux annuel sur le capital initial),
      *    taux effectif global frais et assurance compris, tableau
      *    d'amortissement previsionnel et date de validite
      *    (parametre VALIDITE-OFFRE-PRET en jours, 30 a defaut).
      *    L'offre est tracee dans OFFRES-PRETS.DAT ; l'acceptation
      *    du client (option 6) n'est recue que dans le delai de
      *    validite, et l'approbation exige une offre acceptee. Les
      *    frais de dossier de l'offre sont preleves au deblocage
      *    (FRS1) sur le compte de deblocage.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-FILESTATUS.

      *    echeances remplacees par une restructuration, gardees
      *    avec la date de la restructuration.
           SELECT ECHEANCIER-HISTO ASSIGN TO "ECHEANCIER-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-FILESTATUS.

           SELECT ARRIERES-FICHIER ASSIGN TO "ARRIERES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
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

      *    demandes de pret en attente de decision : une ligne par
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

      *    offres de pret editees : une ligne par offre, statut E
      *    (emise), A (acceptee par le client) ou R (remplacee par
      *    une offre plus recente de la meme demande).
           SELECT OFFRES-PRETS ASSIGN TO "OFFRES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFR-FILESTATUS.

      *    document d'offre remis au client.
           SELECT OFFRE-DOCUMENT ASSIGN TO WS-DOC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOC-FILESTATUS.

      *    meme bareme que celui du guichet (OPERATIONS).
           SELECT TARIFS-FICHIER ASSIGN TO "TARIFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-FILESTATUS.

      *    registre des groupes de clients lies tenu par MAJ-GROUPES.
           SELECT GROUPES-FICHIER ASSIGN TO "GROUPES-CLIENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRC-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
      *    pret restructure : R, avec la date de la
      *    restructuration (periode probatoire suivie par
      *    PROVISIONS-PRETS et CENTRALE-RISQUES).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

       FD  ECHEANCIER.
       01  ECH-ENREG.
           05  FILLER          PIC X(1).
           05  ECH-STATUT      PIC X(1).

       FD  ECHEANCIER-HISTO.
       01  HST-ENREG.
           05  HST-DATE-RESTRUCT PIC X(8).
           05  FILLER            PIC X(1).
           05  HST-ECHEANCE      PIC X(34).

      *    meme mise en forme que dans ARRIERES-PRETS. ARR-STATUT :
      *    A = en cours, P = regle, C = capitalise a la
      *    restructuration du pret, E = eteint au passage en perte.
       FD  ARRIERES-FICHIER.
       01  ARR-ENREG.
           05  ARR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ARR-NUM-ECH     PIC 9(3).
           05  FILLER          PIC X(1).
           05  ARR-DATE-IMPAYE PIC X(8).
           05  FILLER          PIC X(1).
           05  ARR-PENALITE    PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ARR-STATUT      PIC X(1).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

           05  FILLER              PIC X(1).
           05  DEM-MOTIF           PIC X(30).

       FD  OFFRES-PRETS.
       01  OFR-ENREG.
           05  OFR-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  OFR-DATE-EMISSION   PIC X(8).
           05  FILLER              PIC X(1).
           05  OFR-DATE-VALIDITE   PIC X(8).
           05  FILLER              PIC X(1).
           05  OFR-MENSUALITE      PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  OFR-FRAIS           PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  OFR-TAUX-ASSUR      PIC 9(1)V9(4).
           05  FILLER              PIC X(1).
           05  OFR-PRIME-ASSUR     PIC 9(6)V9(2).
           05  FILLER              PIC X(1).
           05  OFR-TEG             PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  OFR-EMIS-PAR        PIC 9(5).
           05  FILLER              PIC X(1).
           05  OFR-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  OFR-DATE-ACCEPT     PIC X(8).

       FD  OFFRE-DOCUMENT.
       01  DOC-LIGNE           PIC X(100).

      *    meme mise en forme que dans MAJ-TARIFS.
       FD  TARIFS-FICHIER.
       01  TARIF-ENREG.
           05  TAR-CODE-OPE     PIC X(4).
           05  FILLER           PIC X(1).
           05  TAR-TYPE-CPT     PIC X(10).
           05  FILLER           PIC X(1).
           05  TAR-MONTANT-FIXE PIC 9(6)V9(2).
           05  FILLER           PIC X(1).
           05  TAR-POURCENT     PIC 9(1)V9(4).
           05  FILLER           PIC X(1).
           05  TAR-PLANCHER     PIC 9(6)V9(2).
           05  FILLER           PIC X(1).
           05  TAR-PLAFOND      PIC 9(6)V9(2).
           05  FILLER           PIC X(1).
           05  TAR-DATE-EFFET   PIC X(8).

      *    meme mise en forme que dans EMP-FILE.
       FD  Employee.
       01  Employee-FILE.
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

      *    meme mise en forme que dans MAJ-GROUPES.
       FD  GROUPES-FICHIER.
       01  GRC-ENREG.
           05  GRC-CODE        PIC X(6).
           05  FILLER          PIC X(1).
           05  GRC-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  GRC-LIEN        PIC X(12).
           05  FILLER          PIC X(1).
           05  GRC-LIBELLE     PIC X(30).
           05  FILLER          PIC X(1).
           05  GRC-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  GRC-STATUT      PIC X(1).

       WORKING-STORAGE SECTION.

       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-MONTANT-AUTORITE PIC 9(10)V9(2).

      *    limite de concentration par groupe de clients lies.
       01  WS-GRC-FILESTATUS   PIC X(2).
       01  WS-LIMITE-CONC      PIC 9(12)V9(2).
       01  WS-EXP-APRES        PIC 9(12)V9(2).
       01  WS-PGM-EXPOSITION   PIC X(20) VALUE "CALCULER-EXPOSITION".
       01  WS-EXP-PORTEE       PIC X(1).
       01  WS-EXP-CODE         PIC X(6).
      *    meme mise en forme que dans CALCULER-EXPOSITION.
       01  WS-EXPOSITION.
           05  WS-EXP-PRETS        PIC 9(12)V9(2).
           05  WS-EXP-DCV-AUTORISE PIC 9(12)V9(2).
           05  WS-EXP-DCV-UTILISE  PIC 9(12)V9(2).
           05  WS-EXP-GARANTIES    PIC 9(12)V9(2).
           05  WS-EXP-NANTIS       PIC 9(12)V9(2).
           05  WS-EXP-NET          PIC 9(12)V9(2).

      *    restructuration : prets, echeancier et arrieres charges en
      *    memoire puis reecrits en totalite, comme au remboursement
      *    anticipe du guichet.
       01  WS-HST-FILESTATUS   PIC X(2).
       01  WS-ARR-FILESTATUS   PIC X(2).
       01  WS-RST-SURCHARGE    PIC X(1).
       01  WS-NB-PRETS         PIC 9(3) VALUE ZERO.
       01  WS-TABLE-PRETS.
         05 WS-PRT  OCCURS 200 TIMES.
           10  WS-PRT-IMAGE    PIC X(100).
       01  WS-NB-ECH           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ECH.
         05 WS-ECH  OCCURS 2000 TIMES.
           10  WS-ECH-IMAGE    PIC X(40).
       01  WS-NB-ARR           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ARR.
         05 WS-ARR  OCCURS 500 TIMES.
           10  WS-ARR-IMAGE    PIC X(40).
       01  WS-P                PIC 9(3).
       01  WS-Q                PIC 9(4).
       01  WS-Q2               PIC 9(4).
       01  WS-A                PIC 9(3).
       01  WS-NB-ARR-PRET      PIC 9(3).
       01  WS-INTERETS-ARR     PIC 9(10)V9(2).
       01  WS-CAPITALISER      PIC X(1).
       01  WS-CHANGER-TAUX     PIC X(1).
      *    differe : N = aucun, I = interets seuls, T = total
      *    (interets capitalises).
       01  WS-TYPE-DIFFERE     PIC X(1).
       01  WS-MOIS-DIFFERE     PIC 9(2).
       01  WS-NB-MENSUALITES   PIC 9(3).
       01  WS-PREMIERE-ECH     PIC 9(3).
       01  WS-DUREE-TOTALE     PIC 9(4).
       01  WS-INTERETS-DIFFERE PIC 9(10)V9(2).
       01  WS-NUMERO-ECH       PIC 9(3).
       01  WS-CAPITAL-RESTANT-INIT PIC 9(10)V9(2).

      *    offre de pret : offres chargees en memoire puis
      *    reecrites en totalite ; a la reecriture, les offres
      *    remplacees et celles que la decision de la demande a
      *    rendues caduques sont abandonnees, seule l'offre acceptee
      *    d'un pret approuve reste (MAJ-ASSURANCES y reprend le taux
      *    d'assurance). Table dimensionnee comme l'echeancier.
       01  WS-OFR-FILESTATUS   PIC X(2).
       01  WS-DOC-FILESTATUS   PIC X(2).
       01  WS-DOC-FILE-PATH    PIC X(100).
       01  WS-TAR-FILESTATUS   PIC X(2).
       01  WS-NB-OFR           PIC 9(4) VALUE ZERO.
       01  WS-OFR-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-OFR.
         05 WS-OFR  OCCURS 2000 TIMES.
           10  WS-OFR-IMAGE    PIC X(90).
       01  WS-O                PIC 9(4).
       01  WS-OFR-COURANTE     PIC 9(4).
       01  WS-OFR-GARDEE       PIC X(1).

      *    statut de chaque demande, relu a la reecriture des offres.
       01  WS-NB-DST           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-DST.
         05 WS-DST  OCCURS 2000 TIMES.
           10  WS-DST-NUM-PRET PIC X(6).
           10  WS-DST-STATUT   PIC X(1).
       01  WS-S                PIC 9(4).
       01  WS-DST-STATUT-COUR  PIC X(1).
       01  WS-OFFRE-OK         PIC X(1).
       01  WS-VALIDITE-JOURS   PIC 9(3) VALUE 30.
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-VALIDITE    PIC X(8).
       01  WS-TAUX-ASSUR       PIC 9(1)V9(4) VALUE ZERO.
       01  WS-PRIME-ASSUR      PIC 9(6)V9(2).
       01  WS-TOTAL-INTERETS   PIC 9(10)V9(2).
       01  WS-TOTAL-ASSUR      PIC 9(10)V9(2).
       01  WS-COUT-TOTAL       PIC 9(10)V9(2).
       01  WS-FRAIS-DOSSIER    PIC 9(8)V9(2).

      *    ligne du bareme en vigueur pour les frais de dossier,
      *    meme recherche que CHERCHER-TARIF du guichet.
       01  WS-TARIF-CODE       PIC X(4) VALUE "PRT0".
       01  WS-TARIF-TROUVE     PIC X(1).
       01  WS-TARIF-EXACT      PIC X(1).
       01  WS-TARIF-DATE       PIC X(8).
       01  WS-TARIF-FIXE       PIC 9(6)V9(2).
       01  WS-TARIF-POURCENT   PIC 9(1)V9(4).
       01  WS-TARIF-PLANCHER   PIC 9(6)V9(2).
       01  WS-TARIF-PLAFOND    PIC 9(6)V9(2).

      *    taux effectif global : taux mensuel r qui egalise le
      *    capital net des frais et la valeur actuelle des
      *    mensualites assurance comprise, cherche par dichotomie ;
      *    TEG = 12 * r (taux proportionnel).
       01  WS-NB-FLUX          PIC 9(3).
       01  WS-TABLE-FLUX.
         05 WS-FLUX  OCCURS 999 TIMES.
           10  WS-FLUX-CAPITAL PIC 9(8)V9(2).
           10  WS-FLUX-INTERET PIC 9(8)V9(2).
           10  WS-FLUX-MONTANT PIC 9(8)V9(2).
           10  WS-FLUX-RESTANT PIC 9(10)V9(2).
       01  WS-F                PIC 9(4).
       01  WS-ITERATION        PIC 9(2).
       01  WS-TAUX-BAS         PIC 9(1)V9(12).
       01  WS-TAUX-HAUT        PIC 9(1)V9(12).
       01  WS-TAUX-ESSAI       PIC 9(1)V9(12).
       01  WS-ACTUALISATION    PIC 9(1)V9(12).
       01  WS-FACTEUR-ACTU     PIC 9(1)V9(12).
       01  WS-VALEUR-ACTUELLE  PIC 9(12)V9(6).
       01  WS-CAPITAL-NET      PIC 9(12)V9(6).
       01  WS-TEG              PIC 9(2)V9(4).
       01  WS-TEG-POURCENT     PIC Z9.99.
       01  WS-TAUX-POURCENT    PIC Z9.99.

      *    piste d'audit commune des mises a jour de fiches.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "SAISIE-PRETS".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

           DISPLAY "1-SAISIR UNE DEMANDE DE PRET".
           DISPLAY "2-RELEVE D'UN PRET".
           DISPLAY "3-DECIDER UNE DEMANDE (APPROUVER/REJETER)".
           DISPLAY "4-RESTRUCTURER UN PRET".
           DISPLAY "5-EDITER L'OFFRE D'UNE DEMANDE".
           DISPLAY "6-ENREGISTRER L'ACCEPTATION D'UNE OFFRE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
                   PERFORM RELEVE-PRET
               WHEN 3
                   PERFORM DECIDER-DEMANDE
               WHEN 4
                   PERFORM RESTRUCTURER-PRET
               WHEN 5
                   PERFORM EDITER-OFFRE
               WHEN 6
                   PERFORM ACCEPTER-OFFRE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
                       "DEMANDE !"
               EXIT PARAGRAPH
           END-IF.
           MOVE DEM-CAPITAL TO WS-MONTANT-AUTORITE.
           PERFORM CONTROLER-AUTORITE-DECIDEUR.
           IF WS-AUTORITE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-CONCENTRATION.

           DISPLAY "A-APPROUVER  R-REJETER :".
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   PERFORM CONTROLER-OFFRE-ACCEPTEE
                   IF WS-OFFRE-OK = "O"
                       PERFORM APPROUVER-DEMANDE
                   END-IF
               WHEN "R"
                   DISPLAY "MOTIF DU REJET :"
                   ACCEPT WS-MOTIF-REJET
           PERFORM GENERER-ECHEANCIER.
           PERFORM ECRIRE-PRET.
           PERFORM DEBLOQUER-CAPITAL.
           IF WS-FRAIS-DOSSIER > 0
               PERFORM PRELEVER-FRAIS-DOSSIER
           END-IF.
           CLOSE COMPTE-MASTER.

           MOVE "A" TO DEM-STATUT.
           EXIT.
       FIN-CONTROLER-EMPLOYE-ACTIF.

      *    autorite du decideur selon le montant en jeu (capital
      *    demande, ou capital restructure) : jusqu'au plafond
      *    d'agence, Fonction d'encadrement (DIRECTEUR, MANAGER,
      *    SUPERVISEUR) ; au-dela, Fonction SIEGE seulement.
       CONTROLER-AUTORITE-DECIDEUR.
           MOVE "N" TO WS-AUTORITE-OK.

                   IF EMP-STATUT NOT = "A" AND EMP-STATUT NOT = " "
                       DISPLAY "EMPLOYE INACTIF, DECISION REFUSEE"
                   ELSE
                       IF WS-MONTANT-AUTORITE > WS-PLAFOND-AGENCE
                           IF Fonction = "SIEGE"
                               MOVE "O" TO WS-AUTORITE-OK
                           ELSE
           EXIT.
       FIN-CONTROLER-AUTORITE-DECIDEUR.

      *    engagement du groupe de l'emprunteur (ou de l'emprunteur
      *    seul) augmente du capital demande, compare a la limite de
      *    concentration : simple avertissement, la decision reste au
      *    decideur. Sans parametre LIMITE-CONCENTRATION, pas de
      *    controle.
       CONTROLER-CONCENTRATION.
           MOVE "LIMITE-CONCENTRATION" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PARAM-VALEUR TO WS-LIMITE-CONC.

           MOVE "C" TO WS-EXP-PORTEE.
           MOVE DEM-MAT-CLT TO WS-EXP-CODE.
           OPEN INPUT GROUPES-FICHIER.
           IF WS-GRC-FILESTATUS = "00"
               PERFORM UNTIL WS-GRC-FILESTATUS NOT = "00"
                   READ GROUPES-FICHIER
                       AT END MOVE "10" TO WS-GRC-FILESTATUS
                       NOT AT END
                           IF GRC-MAT-CLT = DEM-MAT-CLT
                              AND GRC-STATUT = "A"
                               MOVE "G" TO WS-EXP-PORTEE
                               MOVE GRC-CODE TO WS-EXP-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPES-FICHIER
           END-IF.

           CALL WS-PGM-EXPOSITION USING WS-EXP-PORTEE WS-EXP-CODE
                                         WS-EXPOSITION.
           COMPUTE WS-EXP-APRES = WS-EXP-NET + DEM-CAPITAL.
           IF WS-EXP-PORTEE = "G"
               DISPLAY "ENGAGEMENT DU GROUPE " WS-EXP-CODE " : "
                       WS-EXP-NET
           ELSE
               DISPLAY "ENGAGEMENT DU CLIENT " WS-EXP-CODE " : "
                       WS-EXP-NET
           END-IF.
           IF WS-EXP-APRES > WS-LIMITE-CONC
               DISPLAY "ATTENTION : AVEC CE PRET L'ENGAGEMENT ATTEINT "
                       WS-EXP-APRES
               DISPLAY "AU-DELA DE LA LIMITE DE CONCENTRATION "
                       WS-LIMITE-CONC " !"
           END-IF.
           EXIT.
       FIN-CONTROLER-CONCENTRATION.

       CALCULER-MENSUALITE.
           COMPUTE WS-TAUX-MENSUEL ROUNDED = WS-TAUX-ANNUEL / 12.
           IF WS-TAUX-MENSUEL = 0
           MOVE WS-CAPITAL       TO PRT-CAPITAL-RESTANT.
           MOVE ZERO             TO PRT-ECH-PAYEES.
           MOVE "A"              TO PRT-STATUT.
           MOVE SPACE            TO PRT-RESTRUCTURE.
           MOVE SPACES           TO PRT-DATE-RESTRUCT.
           OPEN EXTEND PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "35"
               OPEN OUTPUT PRETS-FICHIER
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
           MOVE "G"           TO JRN-CANAL.
           MOVE JRN-DATE-OPE  TO JRN-DATE-VALEUR.
           PERFORM POSER-ECRITURE-PRET.
           EXIT.
       FIN-DEBLOQUER-CAPITAL.

      *    frais de dossier de l'offre acceptee, preleves sur le
      *    compte de deblocage juste credite, journalises en FRS1
      *    comme les commissions du guichet.
       PRELEVER-FRAIS-DOSSIER.
           SUBTRACT WS-FRAIS-DOSSIER FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC PRELEVEMENT DES FRAIS DE DOSSIER !"
           END-REWRITE.

           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI   TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ       TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT      TO JRN-NUM-CPT.
           MOVE "FRS1"           TO JRN-CODE-OPE.
           MOVE WS-FRAIS-DOSSIER TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT   TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT    TO JRN-SOLDE-APRES.
           MOVE ZERO             TO JRN-OPERATEUR.
           MOVE ZERO             TO JRN-SUPERVISEUR.
           MOVE SPACES           TO JRN-LIBELLE.
           STRING "FRAIS DOSSIER PRET " WS-NUM-PRET
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
           MOVE "D"              TO JRN-SENS.
           MOVE ZERO             TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE       TO JRN-AGENCE.
           MOVE WS-HORODATAGE    TO JRN-DATE-HEURE.
           MOVE "G"              TO JRN-CANAL.
           MOVE JRN-DATE-OPE     TO JRN-DATE-VALEUR.
           PERFORM POSER-ECRITURE-PRET.
           EXIT.
       FIN-PRELEVER-FRAIS-DOSSIER.

      *    scelle et ecrit l'ecriture preparee dans JOURNAL-RECORD.
       POSER-ECRITURE-PRET.
           MOVE ZERO TO JRN-SCEAU.
           CALL WS-PGM-SCEAU USING JOURNAL-RECORD
                WS-SCEAU-PREC JRN-SCEAU.
           END-WRITE.
           CLOSE JOURNAL-OPERATIONS.
           EXIT.
       FIN-POSER-ECRITURE-PRET.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl.
       PROCHAIN-NUM-SEQ.
           EXIT.
       FIN-PROCHAIN-NUM-SEQ.

      *    restructuration d'un pret en cours (A) ou au contentieux
      *    (X) : saisie par un employe actif, validee par un second
      *    employe ayant l'autorite d'approbation sur le capital
      *    restructure. Les arrieres actifs doivent etre capitalises
      *    (leur part de capital est deja dans le capital restant du,
      *    seuls interets et penalites s'y ajoutent) ; les echeances
      *    impayees sont historisees puis regenerees a la suite des
      *    echeances deja payees, differe eventuel en tete.
       RESTRUCTURER-PRET.
           DISPLAY "EMPLOYEE-ID DU SAISISSEUR :".
           ACCEPT WS-SAISISSEUR-ID.
           MOVE WS-SAISISSEUR-ID TO WS-DECIDEUR-ID.
           PERFORM CONTROLER-EMPLOYE-ACTIF.
           IF WS-EMP-OK NOT = "O"
               DISPLAY "EMPLOYE INCONNU OU INACTIF, SAISIE REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DU PRET A RESTRUCTURER :".
           ACCEPT WS-NUM-PRET.
           PERFORM CHARGER-FICHIERS-PRETS.
      *    table pleine : reecrire les fichiers depuis des tables
      *    tronquees detruirait les lignes au-dela des bornes.
           IF WS-RST-SURCHARGE = "O"
               DISPLAY "TABLES PRETS/ECHEANCIER/ARRIERES PLEINES, "
                       "RESTRUCTURATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-PRETS OR WS-TROUVE = "O"
               MOVE WS-PRT-IMAGE(WS-P) TO PRT-ENREG
               IF PRT-NUM-PRET = WS-NUM-PRET
                  AND (PRT-STATUT = "A" OR PRT-STATUT = "X")
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N"
               DISPLAY "PRET EN COURS INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-P.

           COMPUTE WS-NB-MENSUALITES = PRT-DUREE-MOIS - PRT-ECH-PAYEES.
           DISPLAY "CAPITAL RESTANT DU   : " PRT-CAPITAL-RESTANT.
           DISPLAY "TAUX ANNUEL          : " PRT-TAUX-ANNUEL.
           DISPLAY "MENSUALITE           : " PRT-MENSUALITE.
           DISPLAY "ECHEANCES RESTANTES  : " WS-NB-MENSUALITES.
           IF PRT-STATUT = "X"
               DISPLAY "PRET AU CONTENTIEUX"
           END-IF.

           PERFORM TOTALISER-ARRIERES-PRET.
           MOVE "N" TO WS-CAPITALISER.
           IF WS-NB-ARR-PRET > 0
               DISPLAY "ARRIERES ACTIFS : " WS-NB-ARR-PRET
                       ", INTERETS ET PENALITES " WS-INTERETS-ARR
               DISPLAY "CAPITALISER LES ARRIERES ? (O/N)"
               ACCEPT WS-CAPITALISER
               IF WS-CAPITALISER NOT = "O"
                   DISPLAY "UN PRET EN ARRIERES NE SE RESTRUCTURE "
                           "QU'EN CAPITALISANT SES ARRIERES"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "CHANGER LE TAUX ? (O/N)".
           ACCEPT WS-CHANGER-TAUX.
           IF WS-CHANGER-TAUX = "O"
               DISPLAY "NOUVEAU TAUX ANNUEL (EX: 00.0650) :"
               ACCEPT WS-TAUX-ANNUEL
           ELSE
               MOVE PRT-TAUX-ANNUEL TO WS-TAUX-ANNUEL
           END-IF.

           DISPLAY "DIFFERE : N-AUCUN  I-INTERETS SEULS  T-TOTAL :".
           ACCEPT WS-TYPE-DIFFERE.
           MOVE ZERO TO WS-MOIS-DIFFERE.
           EVALUATE WS-TYPE-DIFFERE
               WHEN "N"
                   CONTINUE
               WHEN "I"
               WHEN "T"
                   DISPLAY "MOIS DE DIFFERE (1 A 36) :"
                   ACCEPT WS-MOIS-DIFFERE
                   IF WS-MOIS-DIFFERE = 0 OR WS-MOIS-DIFFERE > 36
                       DISPLAY "DUREE DE DIFFERE ERRONEE !"
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "CHOIX ERRONE !"
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "MENSUALITES D'AMORTISSEMENT (0 = LES "
                   WS-NB-MENSUALITES " RESTANTES) :".
           ACCEPT WS-DUREE-MOIS.
           IF WS-DUREE-MOIS = 0
               MOVE WS-NB-MENSUALITES TO WS-DUREE-MOIS
           END-IF.
           IF WS-DUREE-MOIS = 0
               MOVE 1 TO WS-DUREE-MOIS
           END-IF.
           COMPUTE WS-DUREE-TOTALE = PRT-ECH-PAYEES + WS-MOIS-DIFFERE
                                   + WS-DUREE-MOIS.
           IF WS-DUREE-TOTALE > 999
               DISPLAY "DUREE TOTALE DU PRET AU-DELA DE 999 MOIS !"
               EXIT PARAGRAPH
           END-IF.

      *    place dans la table de l'echeancier pour les nouvelles
      *    lignes, une fois les lignes impayees du pret retirees.
           MOVE ZERO TO WS-Q2.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-ECH
               MOVE WS-ECH-IMAGE(WS-Q) TO ECH-ENREG
               IF ECH-NUM-PRET = WS-NUM-PRET AND ECH-STATUT = "A"
                   ADD 1 TO WS-Q2
               END-IF
           END-PERFORM.
           IF WS-NB-ECH - WS-Q2 + WS-MOIS-DIFFERE + WS-DUREE-MOIS
              > 2000
               DISPLAY "TABLE ECHEANCIER PLEINE, RESTRUCTURATION "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.

      *    capital restructure : capital restant du, arrieres
      *    capitalises, puis interets du differe total composes
      *    mois par mois.
           COMPUTE WS-TAUX-MENSUEL ROUNDED = WS-TAUX-ANNUEL / 12.
           COMPUTE WS-CAPITAL = PRT-CAPITAL-RESTANT + WS-INTERETS-ARR.
           MOVE ZERO TO WS-INTERETS-DIFFERE.
           IF WS-TYPE-DIFFERE = "T"
               MOVE WS-CAPITAL TO WS-CAPITAL-RESTANT
               PERFORM VARYING WS-E FROM 1 BY 1
                       UNTIL WS-E > WS-MOIS-DIFFERE
                   COMPUTE WS-PART-INTERET ROUNDED =
                           WS-CAPITAL-RESTANT * WS-TAUX-MENSUEL
                   ADD WS-PART-INTERET TO WS-CAPITAL-RESTANT
                   ADD WS-PART-INTERET TO WS-INTERETS-DIFFERE
               END-PERFORM
           END-IF.
           COMPUTE WS-MONTANT-AUTORITE = WS-CAPITAL
                                       + WS-INTERETS-DIFFERE.
           DISPLAY "CAPITAL RESTRUCTURE  : " WS-MONTANT-AUTORITE.

           DISPLAY "EMPLOYEE-ID DU VALIDEUR :".
           ACCEPT WS-DECIDEUR-ID.
           IF WS-DECIDEUR-ID = WS-SAISISSEUR-ID
               DISPLAY "LE SAISISSEUR NE VALIDE PAS SA PROPRE "
                       "RESTRUCTURATION !"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-AUTORITE-DECIDEUR.
           IF WS-AUTORITE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALIDER LA RESTRUCTURATION ? (O/N)".
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = "O"
               DISPLAY "RESTRUCTURATION ABANDONNEE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AUD-AVANT.
           STRING "TX " PRT-TAUX-ANNUEL " DUREE " PRT-DUREE-MOIS
                  " CRD " PRT-CAPITAL-RESTANT " ST " PRT-STATUT
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.

           PERFORM CAPITALISER-ARRIERES.
           PERFORM HISTORISER-ECHEANCES.
           PERFORM REGENERER-ECHEANCES.

           MOVE WS-CAPITAL-RESTANT-INIT TO PRT-CAPITAL-RESTANT.
           MOVE WS-TAUX-ANNUEL   TO PRT-TAUX-ANNUEL.
           MOVE WS-MENSUALITE    TO PRT-MENSUALITE.
           MOVE WS-DUREE-TOTALE  TO PRT-DUREE-MOIS.
           MOVE "A"              TO PRT-STATUT.
           MOVE "R"              TO PRT-RESTRUCTURE.
           MOVE WS-AUJOURD-HUI   TO PRT-DATE-RESTRUCT.
           MOVE PRT-ENREG TO WS-PRT-IMAGE(WS-P).

           PERFORM SAUVER-PRETS-RST.
           PERFORM SAUVER-ECHEANCIER-RST.
           PERFORM SAUVER-ARRIERES-RST.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-NUM-PRET TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-APRES.
           STRING "TX " PRT-TAUX-ANNUEL " DUREE " PRT-DUREE-MOIS
                  " CRD " PRT-CAPITAL-RESTANT
                  " DIFF " WS-TYPE-DIFFERE WS-MOIS-DIFFERE
                  " VAL " WS-DECIDEUR-ID
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SAISISSEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "PRET " WS-NUM-PRET " RESTRUCTURE : CAPITAL "
                   PRT-CAPITAL-RESTANT ", MENSUALITE " PRT-MENSUALITE
                   ", " WS-MOIS-DIFFERE " MOIS DE DIFFERE, DUREE "
                   PRT-DUREE-MOIS " MOIS".
           EXIT.
       FIN-RESTRUCTURER-PRET.

      *    arrieres actifs du pret : nombre, et interets des
      *    echeances impayees plus penalites courues.
       TOTALISER-ARRIERES-PRET.
           MOVE ZERO TO WS-NB-ARR-PRET.
           MOVE ZERO TO WS-INTERETS-ARR.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ARR
               MOVE WS-ARR-IMAGE(WS-A) TO ARR-ENREG
               IF ARR-NUM-PRET = WS-NUM-PRET AND ARR-STATUT = "A"
                   ADD 1 TO WS-NB-ARR-PRET
                   ADD ARR-PENALITE TO WS-INTERETS-ARR
                   PERFORM VARYING WS-Q FROM 1 BY 1
                           UNTIL WS-Q > WS-NB-ECH
                       MOVE WS-ECH-IMAGE(WS-Q) TO ECH-ENREG
                       IF ECH-NUM-PRET = WS-NUM-PRET
                          AND ECH-NUMERO = ARR-NUM-ECH
                           ADD ECH-INTERET TO WS-INTERETS-ARR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT.
       FIN-TOTALISER-ARRIERES-PRET.

       CAPITALISER-ARRIERES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ARR
               MOVE WS-ARR-IMAGE(WS-A) TO ARR-ENREG
               IF ARR-NUM-PRET = WS-NUM-PRET AND ARR-STATUT = "A"
                   MOVE "C" TO ARR-STATUT
                   MOVE ARR-ENREG TO WS-ARR-IMAGE(WS-A)
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CAPITALISER-ARRIERES.

      *    les echeances impayees du pret sortent de la table et
      *    partent dans l'historique avec la date du jour.
       HISTORISER-ECHEANCES.
           OPEN EXTEND ECHEANCIER-HISTO.
           IF WS-HST-FILESTATUS = "35"
               OPEN OUTPUT ECHEANCIER-HISTO
           END-IF.
           MOVE ZERO TO WS-Q2.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-ECH
               MOVE WS-ECH-IMAGE(WS-Q) TO ECH-ENREG
               IF ECH-NUM-PRET = WS-NUM-PRET AND ECH-STATUT = "A"
                   MOVE WS-AUJOURD-HUI TO HST-DATE-RESTRUCT
                   MOVE ECH-ENREG      TO HST-ECHEANCE
                   WRITE HST-ENREG
               ELSE
                   ADD 1 TO WS-Q2
                   MOVE ECH-ENREG TO WS-ECH-IMAGE(WS-Q2)
               END-IF
           END-PERFORM.
           MOVE WS-Q2 TO WS-NB-ECH.
           CLOSE ECHEANCIER-HISTO.
           EXIT.
       FIN-HISTORISER-ECHEANCES.

      *    nouvelles echeances numerotees a la suite des echeances
      *    payees : le differe (interets seuls, ou rien a payer en
      *    differe total) puis l'amortissement a mensualite
      *    constante sur le capital restructure.
       REGENERER-ECHEANCES.
           MOVE WS-CAPITAL TO WS-CAPITAL-RESTANT.
           MOVE PRT-ECH-PAYEES TO WS-NUMERO-ECH.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-MOIS-DIFFERE
               COMPUTE WS-PART-INTERET ROUNDED =
                       WS-CAPITAL-RESTANT * WS-TAUX-MENSUEL
               MOVE ZERO TO WS-PART-CAPITAL
               IF WS-TYPE-DIFFERE = "T"
                   ADD WS-PART-INTERET TO WS-CAPITAL-RESTANT
                   MOVE ZERO TO WS-PART-INTERET
               END-IF
               PERFORM POSER-ECHEANCE-RST
           END-PERFORM.

           MOVE WS-CAPITAL-RESTANT TO WS-CAPITAL.
           MOVE WS-CAPITAL-RESTANT TO WS-CAPITAL-RESTANT-INIT.
           PERFORM CALCULER-MENSUALITE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-DUREE-MOIS
               COMPUTE WS-PART-INTERET ROUNDED =
                       WS-CAPITAL-RESTANT * WS-TAUX-MENSUEL
               IF WS-E = WS-DUREE-MOIS
                   MOVE WS-CAPITAL-RESTANT TO WS-PART-CAPITAL
               ELSE
                   COMPUTE WS-PART-CAPITAL ROUNDED =
                           WS-MENSUALITE - WS-PART-INTERET
               END-IF
               SUBTRACT WS-PART-CAPITAL FROM WS-CAPITAL-RESTANT
               PERFORM POSER-ECHEANCE-RST
           END-PERFORM.
           EXIT.
       FIN-REGENERER-ECHEANCES.

       POSER-ECHEANCE-RST.
           ADD 1 TO WS-NUMERO-ECH.
           MOVE WS-NUM-PRET     TO ECH-NUM-PRET.
           MOVE WS-NUMERO-ECH   TO ECH-NUMERO.
           MOVE WS-PART-CAPITAL TO ECH-CAPITAL.
           MOVE WS-PART-INTERET TO ECH-INTERET.
           MOVE "A"             TO ECH-STATUT.
           ADD 1 TO WS-NB-ECH.
           MOVE ECH-ENREG TO WS-ECH-IMAGE(WS-NB-ECH).
           EXIT.
       FIN-POSER-ECHEANCE-RST.

       CHARGER-FICHIERS-PRETS.
           MOVE ZERO TO WS-NB-PRETS.
           MOVE ZERO TO WS-NB-ECH.
           MOVE ZERO TO WS-NB-ARR.
           MOVE "N" TO WS-RST-SURCHARGE.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
               PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
                   READ PRETS-FICHIER
                       AT END MOVE "10" TO WS-PRT-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRETS < 200
                               ADD 1 TO WS-NB-PRETS
                               MOVE PRT-ENREG TO
                                    WS-PRT-IMAGE(WS-NB-PRETS)
                           ELSE
                               MOVE "O" TO WS-RST-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-FICHIER
           END-IF.
           OPEN INPUT ECHEANCIER.
           IF WS-ECH-FILESTATUS = "00"
               PERFORM UNTIL WS-ECH-FILESTATUS NOT = "00"
                   READ ECHEANCIER
                       AT END MOVE "10" TO WS-ECH-FILESTATUS
                       NOT AT END
                           IF WS-NB-ECH < 2000
                               ADD 1 TO WS-NB-ECH
                               MOVE ECH-ENREG TO
                                    WS-ECH-IMAGE(WS-NB-ECH)
                           ELSE
                               MOVE "O" TO WS-RST-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECHEANCIER
           END-IF.
           OPEN INPUT ARRIERES-FICHIER.
           IF WS-ARR-FILESTATUS = "00"
               PERFORM UNTIL WS-ARR-FILESTATUS NOT = "00"
                   READ ARRIERES-FICHIER
                       AT END MOVE "10" TO WS-ARR-FILESTATUS
                       NOT AT END
                           IF WS-NB-ARR < 500
                               ADD 1 TO WS-NB-ARR
                               MOVE ARR-ENREG TO
                                    WS-ARR-IMAGE(WS-NB-ARR)
                           ELSE
                               MOVE "O" TO WS-RST-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIERES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-FICHIERS-PRETS.

       SAUVER-PRETS-RST.
           OPEN OUTPUT PRETS-FICHIER.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRETS
               MOVE WS-PRT-IMAGE(WS-P) TO PRT-ENREG
               WRITE PRT-ENREG
           END-PERFORM.
           CLOSE PRETS-FICHIER.
           EXIT.
       FIN-SAUVER-PRETS-RST.

       SAUVER-ECHEANCIER-RST.
           OPEN OUTPUT ECHEANCIER.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-ECH
               MOVE WS-ECH-IMAGE(WS-Q) TO ECH-ENREG
               WRITE ECH-ENREG
           END-PERFORM.
           CLOSE ECHEANCIER.
           EXIT.
       FIN-SAUVER-ECHEANCIER-RST.

       SAUVER-ARRIERES-RST.
           IF WS-NB-ARR = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARRIERES-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ARR
               MOVE WS-ARR-IMAGE(WS-A) TO ARR-ENREG
               WRITE ARR-ENREG
           END-PERFORM.
           CLOSE ARRIERES-FICHIER.
           EXIT.
       FIN-SAUVER-ARRIERES-RST.

      *    releve d'un pret : fiche du maitre des prets puis
      *    echeancier, part de capital et d'interet par mensualite.
       RELEVE-PRET.
                                       PRT-CAPITAL-RESTANT
                               DISPLAY "ECHEANCES PAYEES "
                                       PRT-ECH-PAYEES
                               IF PRT-RESTRUCTURE = "R"
                                   DISPLAY "RESTRUCTURE LE "
                                           PRT-DATE-RESTRUCT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           EXIT.
       FIN-RELEVE-PRET.

      *    offre de pret d'une demande en attente : frais de
      *    dossier, assurance, mensualite, tableau previsionnel et
      *    TEG, document remis au client et ligne E dans
      *    OFFRES-PRETS.DAT (toute offre anterieure non acceptee de
      *    la demande passe en R). Une demande dont l'offre est deja
      *    acceptee ne se voit pas reediter d'offre.
       EDITER-OFFRE.
           DISPLAY "EMPLOYEE-ID DE L'EMETTEUR :".
           ACCEPT WS-SAISISSEUR-ID.
           MOVE WS-SAISISSEUR-ID TO WS-DECIDEUR-ID.
           PERFORM CONTROLER-EMPLOYE-ACTIF.
           IF WS-EMP-OK NOT = "O"
               DISPLAY "EMPLOYE INCONNU OU INACTIF, OFFRE REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM LISTER-DEMANDES-ATTENTE.
           DISPLAY "NUMERO DE LA DEMANDE :".
           ACCEPT WS-NUM-DEMANDE.
           MOVE "N" TO WS-DEM-TROUVEE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-DEM OR WS-DEM-TROUVEE = "O"
               MOVE WS-DEM-IMAGE(WS-K) TO DEM-ENREG
               IF DEM-NUM-PRET = WS-NUM-DEMANDE AND DEM-STATUT = "E"
                   MOVE "O" TO WS-DEM-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-DEM-TROUVEE = "N"
               DISPLAY "DEMANDE EN ATTENTE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE DEM-NUM-PRET      TO WS-NUM-PRET.
           MOVE DEM-MAT-CLT       TO WS-MAT-CLT.
           MOVE DEM-CAPITAL       TO WS-CAPITAL.
           MOVE DEM-TAUX-ANNUEL   TO WS-TAUX-ANNUEL.
           MOVE DEM-DUREE-MOIS    TO WS-DUREE-MOIS.
           MOVE DEM-CPT-VERSEMENT TO WS-CPT-VERSEMENT.

           PERFORM CHARGER-OFFRES.
           IF WS-OFR-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 OFFRES, TABLE PLEINE, OFFRE "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-OFR NOT < 2000
               DISPLAY "2000 OFFRES EN FICHIER, TABLE PLEINE, OFFRE "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OFR
               MOVE WS-OFR-IMAGE(WS-O) TO OFR-ENREG
               IF OFR-NUM-PRET = WS-NUM-PRET AND OFR-STATUT = "A"
                   DISPLAY "OFFRE DEJA ACCEPTEE LE " OFR-DATE-ACCEPT
                           ", DEMANDE A DECIDER (OPTION 3)"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE "VALIDITE-OFFRE-PRET" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-VALIDITE-JOURS
           END-IF.
           MOVE "TAUX-ASSURANCE-PRET" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-TAUX-ASSUR
           END-IF.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-VALIDITE-JOURS).
           MOVE WS-DATE-NUM TO WS-DATE-VALIDITE.

           PERFORM CALCULER-FRAIS-DOSSIER.
           PERFORM CALCULER-MENSUALITE.
           COMPUTE WS-PRIME-ASSUR ROUNDED =
                   WS-CAPITAL * WS-TAUX-ASSUR / 12.
           PERFORM PREPARER-TABLEAU-OFFRE.
           PERFORM CALCULER-TEG.
           PERFORM IMPRIMER-OFFRE.

           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OFR
               MOVE WS-OFR-IMAGE(WS-O) TO OFR-ENREG
               IF OFR-NUM-PRET = WS-NUM-PRET AND OFR-STATUT = "E"
                   MOVE "R" TO OFR-STATUT
                   MOVE OFR-ENREG TO WS-OFR-IMAGE(WS-O)
               END-IF
           END-PERFORM.
           MOVE SPACES            TO OFR-ENREG.
           MOVE WS-NUM-PRET       TO OFR-NUM-PRET.
           MOVE WS-AUJOURD-HUI    TO OFR-DATE-EMISSION.
           MOVE WS-DATE-VALIDITE  TO OFR-DATE-VALIDITE.
           MOVE WS-MENSUALITE     TO OFR-MENSUALITE.
           MOVE WS-FRAIS-DOSSIER  TO OFR-FRAIS.
           MOVE WS-TAUX-ASSUR     TO OFR-TAUX-ASSUR.
           MOVE WS-PRIME-ASSUR    TO OFR-PRIME-ASSUR.
           MOVE WS-TEG            TO OFR-TEG.
           MOVE WS-SAISISSEUR-ID  TO OFR-EMIS-PAR.
           MOVE "E"               TO OFR-STATUT.
           ADD 1 TO WS-NB-OFR.
           MOVE OFR-ENREG TO WS-OFR-IMAGE(WS-NB-OFR).
           PERFORM SAUVER-OFFRES.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "OFFRE-" WS-NUM-PRET
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE "NOUVELLE OFFRE" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "TEG " WS-TEG " FRAIS " WS-FRAIS-DOSSIER
                  " VALIDE " WS-DATE-VALIDITE
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SAISISSEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "OFFRE " WS-NUM-PRET " EDITEE DANS "
                   WS-DOC-FILE-PATH.
           DISPLAY "TEG " WS-TEG-POURCENT " %, VALABLE JUSQU'AU "
                   WS-DATE-VALIDITE.
           EXIT.
       FIN-EDITER-OFFRE.

      *    frais de dossier : ligne PRT0 du bareme pour le type du
      *    compte de deblocage (ligne * a defaut), fixe + capital *
      *    pourcentage borne plancher/plafond ; rien pour un compte
      *    exonere.
       CALCULER-FRAIS-DOSSIER.
           MOVE ZERO TO WS-FRAIS-DOSSIER.
           MOVE SPACES TO CPM-TYPE-CPT.
           MOVE "N" TO CPM-EXONERE-FRAIS.
           MOVE WS-CPT-VERSEMENT TO CPM-NUM-CPT.
           OPEN INPUT COMPTE-MASTER.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE SPACES TO CPM-TYPE-CPT
                   MOVE "N" TO CPM-EXONERE-FRAIS
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-EXONERE-FRAIS = "O"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-TARIF.
           IF WS-TARIF-TROUVE = "N"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-FRAIS-DOSSIER ROUNDED =
                   WS-TARIF-FIXE + WS-CAPITAL * WS-TARIF-POURCENT.
           IF WS-TARIF-PLANCHER > 0
              AND WS-FRAIS-DOSSIER < WS-TARIF-PLANCHER
               MOVE WS-TARIF-PLANCHER TO WS-FRAIS-DOSSIER
           END-IF.
           IF WS-TARIF-PLAFOND > 0
              AND WS-FRAIS-DOSSIER > WS-TARIF-PLAFOND
               MOVE WS-TARIF-PLAFOND TO WS-FRAIS-DOSSIER
           END-IF.
           EXIT.
       FIN-CALCULER-FRAIS-DOSSIER.

       CHERCHER-TARIF.
           MOVE "N" TO WS-TARIF-TROUVE.
           MOVE "N" TO WS-TARIF-EXACT.
           MOVE LOW-VALUE TO WS-TARIF-DATE.
           OPEN INPUT TARIFS-FICHIER.
           IF WS-TAR-FILESTATUS = "00"
               PERFORM UNTIL WS-TAR-FILESTATUS NOT = "00"
                   READ TARIFS-FICHIER
                       AT END MOVE "10" TO WS-TAR-FILESTATUS
                       NOT AT END
                           PERFORM RETENIR-UN-TARIF
                   END-READ
               END-PERFORM
               CLOSE TARIFS-FICHIER
           END-IF.
           EXIT.
       FIN-CHERCHER-TARIF.

       RETENIR-UN-TARIF.
           IF TAR-CODE-OPE NOT = WS-TARIF-CODE
              OR TAR-DATE-EFFET > WS-AUJOURD-HUI
               EXIT PARAGRAPH
           END-IF.
           IF TAR-TYPE-CPT = CPM-TYPE-CPT
               IF WS-TARIF-EXACT = "N"
                  OR TAR-DATE-EFFET NOT < WS-TARIF-DATE
                   MOVE "O" TO WS-TARIF-EXACT
                   PERFORM COPIER-TARIF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF TAR-TYPE-CPT = "*" AND WS-TARIF-EXACT = "N"
              AND (WS-TARIF-TROUVE = "N"
                   OR TAR-DATE-EFFET NOT < WS-TARIF-DATE)
               PERFORM COPIER-TARIF
           END-IF.
           EXIT.
       FIN-RETENIR-UN-TARIF.

       COPIER-TARIF.
           MOVE "O" TO WS-TARIF-TROUVE.
           MOVE TAR-DATE-EFFET   TO WS-TARIF-DATE.
           MOVE TAR-MONTANT-FIXE TO WS-TARIF-FIXE.
           MOVE TAR-POURCENT     TO WS-TARIF-POURCENT.
           MOVE TAR-PLANCHER     TO WS-TARIF-PLANCHER.
           MOVE TAR-PLAFOND      TO WS-TARIF-PLAFOND.
           EXIT.
       FIN-COPIER-TARIF.

      *    tableau previsionnel, meme calcul que GENERER-ECHEANCIER,
      *    garde en memoire avec le flux verse par le client
      *    (mensualite + prime d'assurance) pour le TEG.
       PREPARER-TABLEAU-OFFRE.
           MOVE WS-CAPITAL TO WS-CAPITAL-RESTANT.
           MOVE ZERO TO WS-TOTAL-INTERETS.
           MOVE ZERO TO WS-TOTAL-ASSUR.
           MOVE WS-DUREE-MOIS TO WS-NB-FLUX.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FLUX
               COMPUTE WS-PART-INTERET ROUNDED =
                       WS-CAPITAL-RESTANT * WS-TAUX-MENSUEL
               IF WS-F = WS-NB-FLUX
                   MOVE WS-CAPITAL-RESTANT TO WS-PART-CAPITAL
               ELSE
                   COMPUTE WS-PART-CAPITAL ROUNDED =
                           WS-MENSUALITE - WS-PART-INTERET
               END-IF
               SUBTRACT WS-PART-CAPITAL FROM WS-CAPITAL-RESTANT
               MOVE WS-PART-CAPITAL TO WS-FLUX-CAPITAL(WS-F)
               MOVE WS-PART-INTERET TO WS-FLUX-INTERET(WS-F)
               COMPUTE WS-FLUX-MONTANT(WS-F) = WS-PART-CAPITAL
                       + WS-PART-INTERET + WS-PRIME-ASSUR
               MOVE WS-CAPITAL-RESTANT TO WS-FLUX-RESTANT(WS-F)
               ADD WS-PART-INTERET TO WS-TOTAL-INTERETS
               ADD WS-PRIME-ASSUR TO WS-TOTAL-ASSUR
           END-PERFORM.
           COMPUTE WS-COUT-TOTAL = WS-TOTAL-INTERETS + WS-TOTAL-ASSUR
                                 + WS-FRAIS-DOSSIER.
           EXIT.
       FIN-PREPARER-TABLEAU-OFFRE.

      *    dichotomie sur le taux mensuel entre 0 et 5 % : la valeur
      *    actuelle des flux decroit avec le taux.
       CALCULER-TEG.
           MOVE ZERO TO WS-TEG.
           IF WS-FRAIS-DOSSIER NOT < WS-CAPITAL
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CAPITAL-NET = WS-CAPITAL - WS-FRAIS-DOSSIER.
           MOVE ZERO TO WS-TAUX-BAS.
           MOVE 0.05 TO WS-TAUX-HAUT.
           PERFORM VARYING WS-ITERATION FROM 1 BY 1
                   UNTIL WS-ITERATION > 40
               COMPUTE WS-TAUX-ESSAI ROUNDED =
                       (WS-TAUX-BAS + WS-TAUX-HAUT) / 2
               PERFORM ACTUALISER-FLUX
               IF WS-VALEUR-ACTUELLE > WS-CAPITAL-NET
                   MOVE WS-TAUX-ESSAI TO WS-TAUX-BAS
               ELSE
                   MOVE WS-TAUX-ESSAI TO WS-TAUX-HAUT
               END-IF
           END-PERFORM.
           COMPUTE WS-TEG ROUNDED =
                   (WS-TAUX-BAS + WS-TAUX-HAUT) / 2 * 12.
           EXIT.
       FIN-CALCULER-TEG.

       ACTUALISER-FLUX.
           COMPUTE WS-FACTEUR-ACTU ROUNDED = 1 / (1 + WS-TAUX-ESSAI).
           MOVE 1 TO WS-ACTUALISATION.
           MOVE ZERO TO WS-VALEUR-ACTUELLE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FLUX
               COMPUTE WS-ACTUALISATION ROUNDED =
                       WS-ACTUALISATION * WS-FACTEUR-ACTU
               COMPUTE WS-VALEUR-ACTUELLE ROUNDED = WS-VALEUR-ACTUELLE
                       + WS-FLUX-MONTANT(WS-F) * WS-ACTUALISATION
           END-PERFORM.
           EXIT.
       FIN-ACTUALISER-FLUX.

       IMPRIMER-OFFRE.
           MOVE SPACES TO WS-DOC-FILE-PATH.
           STRING "OFFRE-PRET-" WS-NUM-PRET ".TXT"
               DELIMITED BY SIZE INTO WS-DOC-FILE-PATH
           END-STRING.
           COMPUTE WS-TEG-POURCENT = WS-TEG * 100.
           COMPUTE WS-TAUX-POURCENT = WS-TAUX-ANNUEL * 100.
           OPEN OUTPUT OFFRE-DOCUMENT.
           MOVE SPACES TO DOC-LIGNE.
           STRING "OFFRE DE PRET " WS-NUM-PRET " - EMPRUNTEUR "
                  WS-MAT-CLT " - EMISE LE " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "OFFRE VALABLE JUSQU'AU " WS-DATE-VALIDITE
                  " : AU-DELA, ELLE NE PEUT PLUS ETRE ACCEPTEE"
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "CAPITAL EMPRUNTE           : " WS-CAPITAL
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "TAUX NOMINAL ANNUEL        : " WS-TAUX-POURCENT
                  " %"
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "DUREE                      : " WS-DUREE-MOIS
                  " MOIS"
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "MENSUALITE HORS ASSURANCE  : " WS-MENSUALITE
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "PRIME D'ASSURANCE MENSUELLE: " WS-PRIME-ASSUR
                  " (TAUX ANNUEL " WS-TAUX-ASSUR
                  " SUR LE CAPITAL INITIAL)"
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "TOTAL DES INTERETS         : " WS-TOTAL-INTERETS
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "TOTAL DE L'ASSURANCE       : " WS-TOTAL-ASSUR
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "FRAIS DE DOSSIER           : " WS-FRAIS-DOSSIER
                  " (PRELEVES AU DEBLOCAGE)"
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "COUT TOTAL DU CREDIT       : " WS-COUT-TOTAL
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "TAUX EFFECTIF GLOBAL (TEG) : " WS-TEG-POURCENT
                  " % L'AN, FRAIS ET ASSURANCE COMPRIS"
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           WRITE DOC-LIGNE.
           MOVE "TABLEAU D'AMORTISSEMENT PREVISIONNEL" TO DOC-LIGNE.
           WRITE DOC-LIGNE.
           MOVE SPACES TO DOC-LIGNE.
           STRING "  ECH     CAPITAL     INTERET   ASSURANCE"
                  "       TOTAL  CAPITAL RESTANT DU"
               DELIMITED BY SIZE INTO DOC-LIGNE
           END-STRING.
           WRITE DOC-LIGNE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FLUX
               MOVE SPACES TO DOC-LIGNE
               STRING "  " WS-F(2:3) " " WS-FLUX-CAPITAL(WS-F)
                      " " WS-FLUX-INTERET(WS-F) " " WS-PRIME-ASSUR
                      "   " WS-FLUX-MONTANT(WS-F)
                      " " WS-FLUX-RESTANT(WS-F)
                   DELIMITED BY SIZE INTO DOC-LIGNE
               END-STRING
               WRITE DOC-LIGNE
           END-PERFORM.
           CLOSE OFFRE-DOCUMENT.
           EXIT.
       FIN-IMPRIMER-OFFRE.

      *    acceptation de l'offre par le client, recue au guichet :
      *    seule la derniere offre emise de la demande compte, et
      *    seulement dans son delai de validite.
       ACCEPTER-OFFRE.
           DISPLAY "EMPLOYEE-ID DE L'OPERATEUR :".
           ACCEPT WS-SAISISSEUR-ID.
           MOVE WS-SAISISSEUR-ID TO WS-DECIDEUR-ID.
           PERFORM CONTROLER-EMPLOYE-ACTIF.
           IF WS-EMP-OK NOT = "O"
               DISPLAY "EMPLOYE INCONNU OU INACTIF, SAISIE REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DE LA DEMANDE :".
           ACCEPT WS-NUM-PRET.
           PERFORM CHARGER-OFFRES.
           IF WS-OFR-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 OFFRES, TABLE PLEINE, SAISIE "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-OFR-COURANTE.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OFR
               MOVE WS-OFR-IMAGE(WS-O) TO OFR-ENREG
               IF OFR-NUM-PRET = WS-NUM-PRET AND OFR-STATUT = "E"
                   MOVE WS-O TO WS-OFR-COURANTE
               END-IF
           END-PERFORM.
           IF WS-OFR-COURANTE = 0
               DISPLAY "AUCUNE OFFRE EMISE EN ATTENTE POUR CETTE "
                       "DEMANDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OFR-IMAGE(WS-OFR-COURANTE) TO OFR-ENREG.
           IF WS-AUJOURD-HUI > OFR-DATE-VALIDITE
               DISPLAY "OFFRE PERIMEE DEPUIS LE " OFR-DATE-VALIDITE
                       ", EDITER UNE NOUVELLE OFFRE (OPTION 5)"
               EXIT PARAGRAPH
           END-IF.
           MOVE OFR-TEG TO WS-TEG.
           COMPUTE WS-TEG-POURCENT = WS-TEG * 100.
           DISPLAY "OFFRE DU " OFR-DATE-EMISSION " MENSUALITE "
                   OFR-MENSUALITE " TEG " WS-TEG-POURCENT " %".
           DISPLAY "LE CLIENT ACCEPTE L'OFFRE ? (O/N)".
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = "O"
               DISPLAY "ACCEPTATION NON ENREGISTREE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO OFR-STATUT.
           MOVE WS-AUJOURD-HUI TO OFR-DATE-ACCEPT.
           MOVE OFR-ENREG TO WS-OFR-IMAGE(WS-OFR-COURANTE).
           PERFORM SAUVER-OFFRES.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "OFFRE-" WS-NUM-PRET
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE "OFFRE EMISE" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "ACCEPTEE LE " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SAISISSEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "OFFRE " WS-NUM-PRET " ACCEPTEE.".
           EXIT.
       FIN-ACCEPTER-OFFRE.

      *    l'approbation exige une offre acceptee dans son delai ;
      *    ses frais de dossier seront preleves au deblocage.
       CONTROLER-OFFRE-ACCEPTEE.
           MOVE "N" TO WS-OFFRE-OK.
           MOVE ZERO TO WS-FRAIS-DOSSIER.
           PERFORM CHARGER-OFFRES.
           MOVE ZERO TO WS-OFR-COURANTE.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OFR
               MOVE WS-OFR-IMAGE(WS-O) TO OFR-ENREG
               IF OFR-NUM-PRET = DEM-NUM-PRET AND OFR-STATUT = "A"
                   MOVE WS-O TO WS-OFR-COURANTE
               END-IF
           END-PERFORM.
           IF WS-OFR-COURANTE = 0
               DISPLAY "PAS D'OFFRE ACCEPTEE PAR LE CLIENT : EDITER "
                       "L'OFFRE (OPTION 5) ET RECUEILLIR SON "
                       "ACCEPTATION (OPTION 6)"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-OFR-IMAGE(WS-OFR-COURANTE) TO OFR-ENREG.
           IF OFR-DATE-ACCEPT > OFR-DATE-VALIDITE
               DISPLAY "OFFRE ACCEPTEE HORS DELAI DE VALIDITE, "
                       "APPROBATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE OFR-FRAIS TO WS-FRAIS-DOSSIER.
           MOVE "O" TO WS-OFFRE-OK.
           EXIT.
       FIN-CONTROLER-OFFRE-ACCEPTEE.

       CHARGER-OFFRES.
           MOVE ZERO TO WS-NB-OFR.
           MOVE "N" TO WS-OFR-SURCHARGE.
           OPEN INPUT OFFRES-PRETS.
           IF WS-OFR-FILESTATUS = "00"
               PERFORM UNTIL WS-OFR-FILESTATUS NOT = "00"
                   READ OFFRES-PRETS
                       AT END MOVE "10" TO WS-OFR-FILESTATUS
                       NOT AT END
                           IF WS-NB-OFR < 2000
                               ADD 1 TO WS-NB-OFR
                               MOVE OFR-ENREG TO
                                    WS-OFR-IMAGE(WS-NB-OFR)
                           ELSE
                               MOVE "O" TO WS-OFR-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFRES-PRETS
           END-IF.
           EXIT.
       FIN-CHARGER-OFFRES.

      *    reecrit les offres encore utiles : l'offre emise d'une
      *    demande en attente, l'offre acceptee d'une demande en
      *    attente ou approuvee. Une offre remplacee (R), une offre
      *    d'une demande rejetee ou une offre non acceptee d'une
      *    demande decidee ne servira plus.
       SAUVER-OFFRES.
           PERFORM CHARGER-STATUTS-DEMANDES.
           OPEN OUTPUT OFFRES-PRETS.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OFR
               MOVE WS-OFR-IMAGE(WS-O) TO OFR-ENREG
               PERFORM CHERCHER-STATUT-DEMANDE
               MOVE "N" TO WS-OFR-GARDEE
               EVALUATE OFR-STATUT
                   WHEN "E"
                       IF WS-DST-STATUT-COUR = "E"
                           MOVE "O" TO WS-OFR-GARDEE
                       END-IF
                   WHEN "A"
                       IF WS-DST-STATUT-COUR NOT = "R"
                           MOVE "O" TO WS-OFR-GARDEE
                       END-IF
               END-EVALUATE
               IF WS-OFR-GARDEE = "O"
                   WRITE OFR-ENREG
               END-IF
           END-PERFORM.
           CLOSE OFFRES-PRETS.
           EXIT.
       FIN-SAUVER-OFFRES.

       CHARGER-STATUTS-DEMANDES.
           MOVE ZERO TO WS-NB-DST.
           OPEN INPUT DEMANDES-PRETS.
           IF WS-DEM-FILESTATUS = "00"
               PERFORM UNTIL WS-DEM-FILESTATUS NOT = "00"
                   READ DEMANDES-PRETS
                       AT END MOVE "10" TO WS-DEM-FILESTATUS
                       NOT AT END
                           IF WS-NB-DST < 2000
                               ADD 1 TO WS-NB-DST
                               MOVE DEM-NUM-PRET TO
                                    WS-DST-NUM-PRET(WS-NB-DST)
                               MOVE DEM-STATUT TO
                                    WS-DST-STATUT(WS-NB-DST)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMANDES-PRETS
           END-IF.
           EXIT.
       FIN-CHARGER-STATUTS-DEMANDES.

      *    statut de la demande de l'offre OFR-ENREG ; une demande
      *    introuvable est tenue pour en attente, l'offre est gardee.
       CHERCHER-STATUT-DEMANDE.
           MOVE "E" TO WS-DST-STATUT-COUR.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-DST
               IF WS-DST-NUM-PRET(WS-S) = OFR-NUM-PRET
                   MOVE WS-DST-STATUT(WS-S) TO WS-DST-STATUT-COUR
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-STATUT-DEMANDE.

       END PROGRAM SAISIE-PRETS.
