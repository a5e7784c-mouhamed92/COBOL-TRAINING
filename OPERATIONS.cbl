               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    arretes de caisse de fin de session, un enregistrement par
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILESTATUS.

      *    registre des remboursements commerciaux de frais : une
      *    ligne par remboursement pose au guichet (OP24), avec son
      *    motif et l'ecriture de frais d'origine ; il survit a
      *    l'archivage du journal et sert l'etat mensuel des
      *    remboursements.
           SELECT REMBOURSEMENTS-FRAIS ASSIGN TO
                                       "REMBOURSEMENTS-FRAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-FILESTATUS.

      *    livre du coffre de l'agence : une ligne par mouvement
      *    entre le coffre et les tiroirs (approvisionnement, remise
      *    d'excedent), signe par un superviseur.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-FILESTATUS.

      *    forfaits de compte tenus par MAJ-FORFAITS : l'operation
      *    incluse dans le forfait en cours du compte est gratuite
      *    ou remisee sur la commission du bareme.
           SELECT FORFAITS-FICHIER ASSIGN TO "FORFAITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FFT-FILESTATUS.

           SELECT COMPTES-FORFAITS ASSIGN TO "COMPTES-FORFAITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFO-FILESTATUS.

      *    comptes de mineurs : tout debit exige la presence du
      *    tuteur enregistre (TUTEURS.DAT, autorite encore en
      *    vigueur), dont l'identifiant est porte au libelle du
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUT-FILESTATUS.

      *    registre des procurations tenu par MAJ-PROCURATIONS : un
      *    tiers qui agit sur le compte doit y figurer avec une
      *    procuration active, en cours de validite et de portee
      *    suffisante ; son identifiant est porte au libelle.
           SELECT PROCURATIONS-FICHIER ASSIGN TO "PROCURATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-FILESTATUS.

      *    registre des signataires des personnes morales tenu par
      *    MAJ-SIGNATAIRES : un retrait ou un virement sur le compte
      *    d'une societe n'engage que des signataires habilites, seuls
      *    ou a deux selon leur pouvoir, dans la limite de leur
      *    plafond.
           SELECT SIGNATAIRES-FICHIER ASSIGN TO "SIGNATAIRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-FILESTATUS.

      *    registre des preavis de retrait des comptes PREAVIS : le
      *    client annonce son retrait (montant, date) et les fonds ne
      *    sortent qu'une fois le delai de preavis ecoule.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAR-FILESTATUS.

      *    registre des cautions bancaires tenu par MAJ-CAUTIONS : un
      *    depot a terme qui contre-garantit une caution active est
      *    refuse de meme a la rupture anticipee.
           SELECT CAUTIONS-FICHIER ASSIGN TO "CAUTIONS-BANQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAB-FILESTATUS.

      *    remboursement anticipe d'un pret (OP12) : le maitre des
      *    prets et l'echeancier sont relus, mis a jour et reecrits
      *    en totalite, meme technique que dans ECHEANCES-PRETS.
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

      *    registre des facturiers tenu par MAJ-FACTURIERS : le
      *    paiement de facture au guichet (OP23) y prend le format et
      *    la regle de controle de la reference, et la commission.
           SELECT FACTURIERS-FICHIER ASSIGN TO "FACTURIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FILESTATUS.

      *    paiements de factures du jour, a remettre aux facturiers
      *    par le batch REMISES-FACTURIERS.
           SELECT PAIEMENTS-FACTURES ASSIGN TO "PAIEMENTS-FACTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAF-FILESTATUS.

      *    saisies du mode degrade (batch en cours), posees plus tard
      *    par POSTER-HORS-LIGNE.
           SELECT HORS-LIGNE-FICHIER ASSIGN TO "HORS-LIGNE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLG-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  FILLER           PIC X(1).
           05  TAR-DATE-EFFET   PIC X(8).

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

      *    meme mise en forme que dans BANQUE-CLT.
       FD  TUTEURS-FICHIER.
       01  TUT-ENREG.
           05  FILLER          PIC X(1).
           05  TUT-DATE-FIN    PIC X(8).

      *    meme mise en forme que dans MAJ-PROCURATIONS.
       FD  PROCURATIONS-FICHIER.
       01  PRC-ENREG.
           05  PRC-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  PRC-MANDATAIRE     PIC X(10).
           05  FILLER             PIC X(1).
           05  PRC-NOM            PIC X(25).
           05  FILLER             PIC X(1).
           05  PRC-PORTEE         PIC X(1).
           05  FILLER             PIC X(1).
           05  PRC-PLAFOND        PIC 9(8)V9(2).
           05  FILLER             PIC X(1).
           05  PRC-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  PRC-DATE-FIN       PIC X(8).
           05  FILLER             PIC X(1).
           05  PRC-STATUT         PIC X(1).

      *    meme mise en forme que dans MAJ-SIGNATAIRES.
       FD  SIGNATAIRES-FICHIER.
       01  SIG-ENREG.
           05  SIG-MAT-SOCIETE    PIC X(6).
           05  FILLER             PIC X(1).
           05  SIG-MAT-CLT        PIC X(6).
           05  FILLER             PIC X(1).
           05  SIG-QUALITE        PIC X(15).
           05  FILLER             PIC X(1).
           05  SIG-POUVOIR        PIC X(1).
           05  FILLER             PIC X(1).
           05  SIG-PLAFOND        PIC 9(10)V9(2).
           05  FILLER             PIC X(1).
           05  SIG-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  SIG-DATE-FIN       PIC X(8).
           05  FILLER             PIC X(1).
           05  SIG-STATUT         PIC X(1).

      *    preavis de retrait : PRV-STATUT A = en cours, U = utilise
      *    par le retrait servi.
       FD  PREAVIS-RETRAITS.
           05  FILLER          PIC X(1).
           05  GAR-STATUT      PIC X(1).

      *    meme mise en forme que dans MAJ-CAUTIONS.
       FD  CAUTIONS-FICHIER.
       01  CAB-ENREG.
           05  CAB-NUMERO          PIC 9(6).
           05  FILLER              PIC X(1).
           05  CAB-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  CAB-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  CAB-TYPE            PIC X(10).
           05  FILLER              PIC X(1).
           05  CAB-BENEFICIAIRE    PIC X(30).
           05  FILLER              PIC X(1).
           05  CAB-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CAB-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  CAB-DATE-EMISSION   PIC X(8).
           05  FILLER              PIC X(1).
           05  CAB-DATE-EXPIR      PIC X(8).
           05  FILLER              PIC X(1).
           05  CAB-CONTRE-TYPE     PIC X(1).
           05  FILLER              PIC X(1).
           05  CAB-CONTRE-REF      PIC X(6).
           05  FILLER              PIC X(1).
           05  CAB-APPROBATEUR     PIC 9(5).
           05  FILLER              PIC X(1).
           05  CAB-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  CAB-DERN-COMMISSION PIC X(8).
           05  FILLER              PIC X(1).
           05  CAB-DATE-FIN        PIC X(8).

      *    meme mise en forme que dans SAISIE-PRETS.
       FD  PRETS-FICHIER.
       01  PRT-ENREG.
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

       FD  ECHEANCIER.
       01  ECH-ENREG.
           05  FILLER           PIC X(1).
           05  CHG-CIN          PIC X(10).

      *    RMB-NUM-SEQ : recu RMB1 du remboursement ; RMB-DATE-ORIG et
      *    RMB-SEQ-ORIG : ecriture de frais remboursee ; RMB-MOTIF :
      *    ER erreur de la banque, GC geste commercial, RF
      *    reclamation fondee, IT incident technique.
       FD  REMBOURSEMENTS-FRAIS.
       01  REMB-ENREG.
           05  RMB-DATE         PIC X(8).
           05  FILLER           PIC X(1).
           05  RMB-NUM-SEQ      PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-AGENCE       PIC X(3).
           05  FILLER           PIC X(1).
           05  RMB-OPERATEUR    PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-SUPERVISEUR  PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(1).
           05  RMB-CODE-FRAIS   PIC X(4).
           05  FILLER           PIC X(1).
           05  RMB-DATE-ORIG    PIC X(8).
           05  FILLER           PIC X(1).
           05  RMB-SEQ-ORIG     PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-MOTIF        PIC X(2).
           05  FILLER           PIC X(1).
           05  RMB-MONTANT      PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  RMB-DEVISE       PIC X(3).
           05  FILLER           PIC X(1).
           05  RMB-MONTANT-MAD  PIC 9(10)V9(2).

      *    COF-SENS : S = sortie du coffre (approvisionnement d'un
      *    tiroir), E = entree au coffre (remise d'excedent).
       FD  COFFRE-FICHIER.
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

      *    ordres de virement permanent (source, destination, montant,
      *    frequence, prochaine date d'execution) ; poses au jour le
           05  FILLER              PIC X(1).
           05  ORD-SOLDE-CIBLE     PIC 9(8)V9(2).

      *    meme mise en forme que dans MAJ-FACTURIERS.
       FD  FACTURIERS-FICHIER.
       01  FAC-ENREG.
           05  FAC-CODE           PIC X(5).
           05  FILLER             PIC X(1).
           05  FAC-NOM            PIC X(30).
           05  FILLER             PIC X(1).
           05  FAC-CPT-REGLEMENT  PIC X(6).
           05  FILLER             PIC X(1).
           05  FAC-REF-LONGUEUR   PIC 9(2).
           05  FILLER             PIC X(1).
           05  FAC-REF-TYPE       PIC X(1).
           05  FILLER             PIC X(1).
           05  FAC-REF-CONTROLE   PIC X(1).
           05  FILLER             PIC X(1).
           05  FAC-COMMISSION     PIC 9(5)V9(2).
           05  FILLER             PIC X(1).
           05  FAC-STATUT         PIC X(1).

      *    PAF-MODE : C = debit du compte PAF-NUM-CPT (PAF-NUM-SEQ =
      *    recu de l'ecriture FAC1), E = especes au tiroir.
      *    PAF-STATUT : A = a remettre, R = remis au facturier.
       FD  PAIEMENTS-FACTURES.
       01  PAF-ENREG.
           05  PAF-DATE         PIC X(8).
           05  FILLER           PIC X(1).
           05  PAF-OPERATEUR    PIC 9(5).
           05  FILLER           PIC X(1).
           05  PAF-FACTURIER    PIC X(5).
           05  FILLER           PIC X(1).
           05  PAF-REFERENCE    PIC X(20).
           05  FILLER           PIC X(1).
           05  PAF-MONTANT      PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  PAF-COMMISSION   PIC 9(5)V9(2).
           05  FILLER           PIC X(1).
           05  PAF-MODE         PIC X(1).
           05  FILLER           PIC X(1).
           05  PAF-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(1).
           05  PAF-NUM-SEQ      PIC 9(5).
           05  FILLER           PIC X(1).
           05  PAF-AGENCE       PIC X(3).
           05  FILLER           PIC X(1).
           05  PAF-STATUT       PIC X(1).

      *    une ligne par operation saisie hors ligne ; la reference
      *    (agence, operateur, horodatage de saisie) est le numero du
      *    recu remis au client. HLG-DATE-EXPLOIT porte la journee
      *    bancaire de la saisie, qui borne le plafond hors ligne.
       FD  HORS-LIGNE-FICHIER.
       01  HLG-ENREG.
           05  HLG-REFERENCE.
               10  HLG-AGENCE       PIC X(3).
               10  FILLER           PIC X(1).
               10  HLG-OPERATEUR    PIC 9(5).
               10  FILLER           PIC X(1).
               10  HLG-DATE-HEURE   PIC X(16).
           05  FILLER           PIC X(1).
           05  HLG-DATE-EXPLOIT PIC X(8).
           05  FILLER           PIC X(1).
           05  HLG-CODE-OPE     PIC X(4).
           05  FILLER           PIC X(1).
           05  HLG-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(1).
           05  HLG-MONTANT      PIC 9(8)V9(2).
           05  FILLER           PIC X(1).
           05  HLG-LIBELLE      PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-HORODATAGE        PIC X(20).
       01  WS-VERROU-RESULTAT  PIC X(1).
       01  WS-VERROU-PRIS      PIC X(1) VALUE "N".

      *    mode degrade : le verrou refuse parce que le batch tourne,
      *    la session peut rester ouverte en saisie differee - seuls
      *    versements et petits retraits sont admis, ecrits dans
      *    HORS-LIGNE.DAT sans toucher aux fichiers maitres. Le
      *    retrait est borne par compte et par journee au plafond
      *    PLAFOND-HORS-LIGNE (200 a defaut) : ni solde ni PIN ne
      *    sont verifiables tant que le batch tient le maitre.
       01  WS-MODE-DEGRADE     PIC X(1) VALUE "N".
       01  WS-REP-DEGRADE      PIC X(1).
       01  WS-HLG-FILESTATUS   PIC X(2).
       01  WS-PLAFOND-HORS-LIGNE PIC 9(8)V9(2) VALUE 200.
       01  WS-CUMUL-HORS-LIGNE PIC 9(10)V9(2).

      *    contrepassation (OPE7) : annule une ecriture du jour en
      *    posant le mouvement exactement inverse, code ANN1, liee a
      *    l'original par JRN-SEQ-ORIGINE ; une annulation ne peut ni
      *    partiel ; le partiel regenere l'echeancier restant, au
      *    choix du client en duree reduite (mensualite conservee)
      *    ou en mensualite reduite (duree conservee). Le debit est
      *    journalise sous PRT3 avec son numero de recu. Le
      *    remboursement total met fin a l'assurance emprunteur du
      *    pret (CLORE-ASSURANCE-PRET).
       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-ECH-FILESTATUS   PIC X(2).
       01  WS-RBT-NUM-PRET     PIC X(6).
       01  WS-NB-PRETS         PIC 9(3) VALUE ZERO.
       01  WS-TABLE-PRETS.
         05 WS-PRT  OCCURS 200 TIMES.
           10  WS-PRT-IMAGE    PIC X(100).
       01  WS-NB-ECHP          PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ECHP.
         05 WS-ECHP  OCCURS 2000 TIMES.
       01  WS-RBT-PART-CAP     PIC 9(8)V9(2).
       01  WS-RBT-N            PIC 9(3).
       01  WS-RBT-NUMERO       PIC 9(3).
       01  WS-PGM-CLORE-ASSUR  PIC X(20) VALUE "CLORE-ASSURANCE-PRET".
       01  WS-RBT-MOTIF-FIN    PIC X(1) VALUE "A".
       01  WS-RBT-ASSUR-CLOSE  PIC X(1).

      *    depot d'un cheque tire sur une autre banque (OP17) : le
      *    credit CHQ1 est pose tout de suite, assorti d'une retenue
       01  WS-MARGE-CHANGE     PIC 9(1)V9(4) VALUE 0.0100.
       01  WS-SEUIL-CHANGE-CIN PIC 9(8)V9(2) VALUE 5000.

      *    paiement de facture au guichet (OP23) : reference
      *    controlee selon la regle du facturier, reglement par debit
      *    du compte du client ou en especes au tiroir.
       01  WS-FAC-FILESTATUS   PIC X(2).
       01  WS-PAF-FILESTATUS   PIC X(2).
       01  WS-PAF-FACTURIER    PIC X(5).
       01  WS-PAF-REFERENCE    PIC X(20).
       01  WS-PAF-MODE         PIC X(1).
       01  WS-PAF-COMMISSION   PIC 9(5)V9(2).
       01  WS-PAF-TOTAL        PIC 9(10)V9(2).
       01  WS-PAF-NUM-SEQ      PIC 9(5).
       01  WS-PAF-OK           PIC X(1).
      *    mandataire, tuteur ou signataires graves par les controles
      *    (fin du libelle), reportes sur les lignes de la facture.
       01  WS-PAF-INTERVENANT  PIC X(13).
       01  WS-FAC-TROUVE       PIC X(1).
       01  WS-REF-OK           PIC X(1).
       01  WS-REF-LONG         PIC 9(2).
       01  WS-REF-I            PIC 9(2).
       01  WS-REF-RANG         PIC 9(2).
       01  WS-REF-CHIFFRE      PIC 9(1).
       01  WS-REF-DOUBLE       PIC 9(2).
       01  WS-REF-SOMME        PIC 9(4).
       01  WS-REF-RESTE        PIC 9(4).
       01  WS-REF-CLE          PIC 9(2).

      *    remboursement commercial de frais (OP24) : l'ecriture de
      *    frais d'origine est relue par sa date et son numero de
      *    recu ; un frais ne se rembourse qu'une fois, jamais
      *    au-dela du montant preleve ni apres contrepassation. Le
      *    plafond de la permission OP24 de la Fonction borne
      *    l'autorite de l'operateur ; au-dela, un superviseur dont
      *    la Fonction couvre le montant doit signer.
       01  WS-RMB-FILESTATUS   PIC X(2).
       01  WS-RMB-DATE-ORIG    PIC X(8).
       01  WS-RMB-SEQ-ORIG     PIC 9(5).
       01  WS-RMB-OK           PIC X(1).
       01  WS-RMB-DEJA         PIC X(1).
       01  WS-RMB-MOTIF        PIC X(2).
       01  WS-RMB-AUTORITE     PIC X(1).
       01  WS-RMB-FONCTION     PIC X(20).
       01  WS-RMB-MONTANT-MAD  PIC 9(10)V9(2).

      *    mouvements coffre/tiroir (OP19 approvisionnement, OP20
      *    remise d'excedent), signes par un superviseur et comptes
      *    dans le theorique du tiroir a l'arrete de caisse.
       01  WS-TARIF-PLAFOND    PIC 9(6)V9(2).
       01  WS-TARIF-EXACT      PIC X(1).
       01  WS-COMMISSION       PIC 9(8)V9(2).
      *    remise du forfait en cours du compte sur l'operation
      *    tarifee (100 = incluse dans le forfait).
       01  WS-FFT-FILESTATUS   PIC X(2).
       01  WS-CFO-FILESTATUS   PIC X(2).
       01  WS-FORFAIT-CPT      PIC X(6).
       01  WS-FORFAIT-REMISE   PIC 9(3).
       01  WS-FFT-K            PIC 9(1).
       01  WS-RETRAITS-GRATUITS PIC 9(3) VALUE 3.
       01  WS-NB-RETRAITS-MOIS PIC 9(4).

       01  WS-TUTEUR-OK        PIC X(1).
       01  WS-TUTEUR-SAISI     PIC X(10).

      *    tiers agissant sur procuration : portee requise par
      *    l'operation (C, V, R ou T) et rang de chaque portee pour
      *    comparer, une portee couvrant toutes celles qui precedent.
       01  WS-PRC-FILESTATUS   PIC X(2).
       01  WS-PROCURATION-OK   PIC X(1).
       01  WS-INTERVENANT      PIC X(1).
       01  WS-MANDATAIRE-SAISI PIC X(10).
       01  WS-PORTEE-REQUISE   PIC X(1).
       01  WS-RANG-REQUIS      PIC 9(1).
       01  WS-RANG-ACCORDE     PIC 9(1).

      *    comptes de personnes morales : signataire(s) present(s) et
      *    pouvoir releve au registre pour chacun.
       01  WS-SIG-FILESTATUS   PIC X(2).
       01  WS-TITULAIRE-MORAL  PIC X(1).
       01  WS-SIGNATAIRE-1     PIC X(6).
       01  WS-SIGNATAIRE-2     PIC X(6).
       01  WS-SIG-CHERCHE      PIC X(6).
       01  WS-SIG-TROUVE       PIC X(1).
       01  WS-SIG-POUVOIR-LU   PIC X(1).
       01  WS-SIG-PLAFOND-LU   PIC 9(10)V9(2).

      *    comptes a preavis : le retrait d'un compte PREAVIS exige
      *    un preavis enregistre (OP14) dont le delai (parametre
      *    DELAI-PREAVIS, 31 jours a defaut) est ecoule ; un client
       01  WS-GAR-FILESTATUS   PIC X(2).
       01  WS-DEPOT-NANTI      PIC X(1).
       01  WS-PRET-NANTI       PIC X(6).
       01  WS-CAB-FILESTATUS   PIC X(2).
       01  WS-CAUTION-NANTIE   PIC 9(6).

       PROCEDURE DIVISION.

            IF WS-SESSION-OK NOT = "O"
                GOBACK
            END-IF.
      *    mode degrade : ni parametres du guichet ni fichier maitre,
      *    la session ne fait que de la saisie differee.
            IF WS-MODE-DEGRADE = "O"
                PERFORM CHARGER-PERMISSIONS
                PERFORM SESSION-HORS-LIGNE
                GOBACK
            END-IF.
            PERFORM CHARGER-PARAMETRES.
            PERFORM CHARGER-PERMISSIONS.
            PERFORM OUVRIR-COMPTE-MASTER.
               MOVE 51 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               MOVE 52 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               MOVE 53 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               MOVE 54 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               MOVE 55 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               MOVE 06 TO WS-MSG-ID PERFORM AFFICHER-PROMPT

               ACCEPT WS-OPE
                          PERFORM Corriger-Jour-Anterieur
                      END-IF

                   WHEN "OP23"
                      PERFORM CONTROLER-PERMISSION-CODE
                      IF WS-PERM-OK = "O"
                          PERFORM Payer-Facture
                      END-IF

                   WHEN "OP24"
                      PERFORM CONTROLER-PERMISSION-CODE
                      IF WS-PERM-OK = "O"
                          PERFORM Rembourser-Frais
                      END-IF

                   WHEN "OPE6"
                      PERFORM CONTROLER-PERMISSION-CODE
                      IF WS-PERM-OK = "O"
                      MOVE "CODE PIN INCORRECT" TO WS-MOTIF-REJET
                      PERFORM ECRIRE-EXCEPTION
                   ELSE
                   MOVE "R" TO WS-PORTEE-REQUISE
                   PERFORM CONTROLER-PROCURATION
                   IF WS-PROCURATION-OK = "N"
                       PERFORM ECRIRE-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-SEUIL-AUT > 0 AND WS-MONTANT > WS-SEUIL-AUT
                       MOVE "OPE1" TO WS-AUT-CODE
                       MOVE SPACES TO WS-AUT-DEST
                  AND WS-COMMISSION > WS-TARIF-PLAFOND
                   MOVE WS-TARIF-PLAFOND TO WS-COMMISSION
               END-IF.
               PERFORM CHERCHER-REMISE-FORFAIT.
               IF WS-FORFAIT-REMISE > 0
                   COMPUTE WS-COMMISSION ROUNDED =
                           WS-COMMISSION * (100 - WS-FORFAIT-REMISE)
                           / 100
                   DISPLAY "FORFAIT " WS-FORFAIT-CPT " : REMISE "
                           WS-FORFAIT-REMISE " % SUR LA COMMISSION"
               END-IF.
               IF WS-COMMISSION = 0
                   EXIT PARAGRAPH
               END-IF.
               EXIT.
           FIN-APPLIQUER-TARIF.

      *    forfait en cours du compte (COMPTES-FORFAITS.DAT) puis
      *    remise accordee par ce forfait, s'il est encore actif au
      *    catalogue, sur le code operation tarife.
           CHERCHER-REMISE-FORFAIT.
               MOVE ZERO TO WS-FORFAIT-REMISE.
               MOVE SPACES TO WS-FORFAIT-CPT.
               OPEN INPUT COMPTES-FORFAITS.
               IF WS-CFO-FILESTATUS = "00"
                   PERFORM UNTIL WS-CFO-FILESTATUS NOT = "00"
                       READ COMPTES-FORFAITS
                           AT END MOVE "10" TO WS-CFO-FILESTATUS
                           NOT AT END
                               IF CFO-NUM-CPT = CPM-NUM-CPT
                                  AND CFO-STATUT = "A"
                                   MOVE CFO-CODE TO WS-FORFAIT-CPT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE COMPTES-FORFAITS
               END-IF.
               IF WS-FORFAIT-CPT = SPACES
                   EXIT PARAGRAPH
               END-IF.

               OPEN INPUT FORFAITS-FICHIER.
               IF WS-FFT-FILESTATUS = "00"
                   PERFORM UNTIL WS-FFT-FILESTATUS NOT = "00"
                       READ FORFAITS-FICHIER
                           AT END MOVE "10" TO WS-FFT-FILESTATUS
                           NOT AT END
                               IF FFT-CODE = WS-FORFAIT-CPT
                                  AND FFT-STATUT = "A"
                                   PERFORM VARYING WS-FFT-K FROM 1 BY 1
                                           UNTIL WS-FFT-K > 5
                                       IF FFT-CODE-OPE(WS-FFT-K) =
                                          WS-TARIF-CODE
                                           MOVE FFT-REMISE(WS-FFT-K)
                                             TO WS-FORFAIT-REMISE
                                       END-IF
                                   END-PERFORM
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FORFAITS-FICHIER
               END-IF.
               IF WS-FORFAIT-REMISE > 100
                   MOVE 100 TO WS-FORFAIT-REMISE
               END-IF.
               EXIT.
           FIN-CHERCHER-REMISE-FORFAIT.

      *    ligne du bareme en vigueur : date d'effet la plus recente
      *    sans depasser aujourd'hui, type de compte exact d'abord,
      *    ligne * a defaut.
               EXIT.
           FIN-CONTROLER-TUTEUR.

      *    l'operation est-elle faite par le titulaire (ou un
      *    co-titulaire) ou par un tiers ? Un tiers s'identifie
      *    (matricule ou CIN) et doit avoir sur ce compte une
      *    procuration active, commencee, non echue, d'une portee au
      *    moins egale a WS-PORTEE-REQUISE et, pour les retraits et
      *    virements, d'un plafond couvrant le montant. Son
      *    identifiant est grave au libelle du journal ; un refus
      *    laisse le motif dans WS-MOTIF-REJET.
           CONTROLER-PROCURATION.
               MOVE "O" TO WS-PROCURATION-OK.
               PERFORM LIRE-TYPE-TITULAIRE.
               IF WS-TITULAIRE-MORAL = "O"
                   DISPLAY "INTERVENANT : S=SIGNATAIRE(S) DE LA "
                           "SOCIETE, M=MANDATAIRE (PROCURATION) :"
               ELSE
                   DISPLAY "INTERVENANT : T=TITULAIRE, M=MANDATAIRE "
                           "(PROCURATION) :"
               END-IF.
               ACCEPT WS-INTERVENANT.
               IF WS-INTERVENANT NOT = "M"
                   IF WS-TITULAIRE-MORAL = "O"
                       PERFORM CONTROLER-SIGNATAIRES
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
               DISPLAY "MATRICULE OU CIN DU MANDATAIRE :"
               ACCEPT WS-MANDATAIRE-SAISI.
               EVALUATE WS-PORTEE-REQUISE
                   WHEN "C" MOVE 1 TO WS-RANG-REQUIS
                   WHEN "V" MOVE 2 TO WS-RANG-REQUIS
                   WHEN "R" MOVE 3 TO WS-RANG-REQUIS
                   WHEN OTHER MOVE 4 TO WS-RANG-REQUIS
               END-EVALUATE.
               MOVE "N" TO WS-PROCURATION-OK.
               MOVE "PROCURATION ABSENTE, ECHUE OU REVOQUEE"
                   TO WS-MOTIF-REJET.
               OPEN INPUT PROCURATIONS-FICHIER.
               IF WS-PRC-FILESTATUS = "00"
                   PERFORM UNTIL WS-PRC-FILESTATUS NOT = "00"
                       READ PROCURATIONS-FICHIER
                           AT END MOVE "10" TO WS-PRC-FILESTATUS
                           NOT AT END
                               IF PRC-NUM-CPT = CPM-NUM-CPT
                                  AND PRC-MANDATAIRE =
                                      WS-MANDATAIRE-SAISI
                                  AND PRC-STATUT = "A"
                                  AND PRC-DATE-DEBUT <= WS-AUJOURD-HUI
                                  AND (PRC-DATE-FIN = SPACES OR
                                       PRC-DATE-FIN >= WS-AUJOURD-HUI)
                                   PERFORM EVALUER-PROCURATION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PROCURATIONS-FICHIER
               END-IF.
               IF WS-PROCURATION-OK = "O"
      *    le tiers qui a agi est grave sur la ligne de journal.
                   MOVE SPACES TO WS-LIBELLE(20:11)
                   STRING "PRO " WS-MANDATAIRE-SAISI(1:6)
                       DELIMITED BY SIZE INTO WS-LIBELLE(20:11)
                   END-STRING
               ELSE
                   DISPLAY WS-MOTIF-REJET ", OPERATION REFUSEE"
               END-IF.
               EXIT.
           FIN-CONTROLER-PROCURATION.

      *    procuration en vigueur pour ce mandataire : la portee puis
      *    le plafond par operation (retraits et virements).
           EVALUER-PROCURATION.
               EVALUATE PRC-PORTEE
                   WHEN "C" MOVE 1 TO WS-RANG-ACCORDE
                   WHEN "V" MOVE 2 TO WS-RANG-ACCORDE
                   WHEN "R" MOVE 3 TO WS-RANG-ACCORDE
                   WHEN "T" MOVE 4 TO WS-RANG-ACCORDE
                   WHEN OTHER MOVE 0 TO WS-RANG-ACCORDE
               END-EVALUATE.
               IF WS-RANG-ACCORDE < WS-RANG-REQUIS
                   MOVE "PORTEE DE LA PROCURATION INSUFFISANTE"
                       TO WS-MOTIF-REJET
                   EXIT PARAGRAPH
               END-IF.
               IF WS-RANG-REQUIS > 2 AND WS-MONTANT > PRC-PLAFOND
                   MOVE "MONTANT SUPERIEUR AU PLAFOND PROCURATION"
                       TO WS-MOTIF-REJET
                   EXIT PARAGRAPH
               END-IF.
               MOVE "O" TO WS-PROCURATION-OK.
               EXIT.
           FIN-EVALUER-PROCURATION.

      *    le titulaire du compte est-il une personne morale ?
           LIRE-TYPE-TITULAIRE.
               MOVE "N" TO WS-TITULAIRE-MORAL.
               OPEN INPUT CLIENT-MASTER.
               IF WS-CLT-FILESTATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE CPM-TITUL-CPT TO CLM-MAT-CLT.
               READ CLIENT-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CLM-TYPE-CLT = "M"
                           MOVE "O" TO WS-TITULAIRE-MORAL
                       END-IF
               END-READ.
               CLOSE CLIENT-MASTER.
               EXIT.
           FIN-LIRE-TYPE-TITULAIRE.

      *    compte d'une personne morale : une consultation ou un
      *    versement n'engagent pas la societe ; un retrait ou un
      *    virement exige un signataire habilite au registre, actif
      *    et en cours de validite, dont le plafond couvre le
      *    montant. Un pouvoir conjoint exige un second signataire,
      *    distinct, qui satisfait aux memes conditions. Les
      *    matricules sont graves au libelle du journal ; un refus
      *    laisse le motif dans WS-MOTIF-REJET.
           CONTROLER-SIGNATAIRES.
               IF WS-PORTEE-REQUISE = "C" OR WS-PORTEE-REQUISE = "V"
                   EXIT PARAGRAPH
               END-IF.
               CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
               MOVE "N" TO WS-PROCURATION-OK.
               DISPLAY "MATRICULE DU SIGNATAIRE :".
               ACCEPT WS-SIGNATAIRE-1.
               MOVE WS-SIGNATAIRE-1 TO WS-SIG-CHERCHE.
               PERFORM CHERCHER-POUVOIR.
               IF WS-SIG-TROUVE = "N"
                   MOVE "SIGNATAIRE NON HABILITE SUR CE COMPTE"
                       TO WS-MOTIF-REJET
                   DISPLAY WS-MOTIF-REJET ", OPERATION REFUSEE"
                   EXIT PARAGRAPH
               END-IF.
               IF WS-SIG-PLAFOND-LU > 0
                  AND WS-MONTANT > WS-SIG-PLAFOND-LU
                   MOVE "MONTANT SUPERIEUR AU POUVOIR DU SIGNATAIRE"
                       TO WS-MOTIF-REJET
                   DISPLAY WS-MOTIF-REJET ", OPERATION REFUSEE"
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO WS-SIGNATAIRE-2.
               IF WS-SIG-POUVOIR-LU = "C"
                   DISPLAY "SIGNATURE CONJOINTE : MATRICULE DU "
                           "CO-SIGNATAIRE :"
                   ACCEPT WS-SIGNATAIRE-2
                   IF WS-SIGNATAIRE-2 = WS-SIGNATAIRE-1
                       MOVE "CO-SIGNATAIRE IDENTIQUE AU SIGNATAIRE"
                           TO WS-MOTIF-REJET
                       DISPLAY WS-MOTIF-REJET ", OPERATION REFUSEE"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SIGNATAIRE-2 TO WS-SIG-CHERCHE
                   PERFORM CHERCHER-POUVOIR
                   IF WS-SIG-TROUVE = "N"
                       MOVE "CO-SIGNATAIRE NON HABILITE SUR CE COMPTE"
                           TO WS-MOTIF-REJET
                       DISPLAY WS-MOTIF-REJET ", OPERATION REFUSEE"
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-SIG-PLAFOND-LU > 0
                      AND WS-MONTANT > WS-SIG-PLAFOND-LU
                       MOVE "PLAFOND DU CO-SIGNATAIRE DEPASSE"
                           TO WS-MOTIF-REJET
                       DISPLAY WS-MOTIF-REJET ", OPERATION REFUSEE"
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               MOVE "O" TO WS-PROCURATION-OK.
      *    les signataires qui ont engage la societe sont graves sur
      *    la ligne de journal.
               IF WS-SIGNATAIRE-2 = SPACES
                   MOVE SPACES TO WS-LIBELLE(20:11)
                   STRING "SIG " WS-SIGNATAIRE-1
                       DELIMITED BY SIZE INTO WS-LIBELLE(20:11)
                   END-STRING
               ELSE
                   MOVE SPACES TO WS-LIBELLE(18:13)
                   STRING WS-SIGNATAIRE-1 "+" WS-SIGNATAIRE-2
                       DELIMITED BY SIZE INTO WS-LIBELLE(18:13)
                   END-STRING
               END-IF.
               EXIT.
           FIN-CONTROLER-SIGNATAIRES.

      *    pouvoir en vigueur de WS-SIG-CHERCHE sur la societe
      *    titulaire du compte.
           CHERCHER-POUVOIR.
               MOVE "N" TO WS-SIG-TROUVE.
               OPEN INPUT SIGNATAIRES-FICHIER.
               IF WS-SIG-FILESTATUS = "00"
                   PERFORM UNTIL WS-SIG-FILESTATUS NOT = "00"
                       READ SIGNATAIRES-FICHIER
                           AT END MOVE "10" TO WS-SIG-FILESTATUS
                           NOT AT END
                               IF SIG-MAT-SOCIETE = CPM-TITUL-CPT
                                  AND SIG-MAT-CLT = WS-SIG-CHERCHE
                                  AND SIG-STATUT = "A"
                                  AND SIG-DATE-DEBUT <= WS-AUJOURD-HUI
                                  AND (SIG-DATE-FIN = SPACES OR
                                       SIG-DATE-FIN >= WS-AUJOURD-HUI)
                                   MOVE "O" TO WS-SIG-TROUVE
                                   MOVE SIG-POUVOIR TO
                                        WS-SIG-POUVOIR-LU
                                   MOVE SIG-PLAFOND TO
                                        WS-SIG-PLAFOND-LU
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SIGNATAIRES-FICHIER
               END-IF.
               EXIT.
           FIN-CHERCHER-POUVOIR.

      *    le retrait demande est-il couvert par un preavis actif
      *    dont le delai est ecoule ? A defaut, le client qui insiste
      *    passe par l'override superviseur et paiera la penalite.
                      MOVE "CODE PIN INCORRECT" TO WS-MOTIF-REJET
                      PERFORM ECRIRE-EXCEPTION
                   ELSE
                      MOVE "V" TO WS-PORTEE-REQUISE
                      PERFORM CONTROLER-PROCURATION
                      IF WS-PROCURATION-OK = "N"
                          PERFORM ECRIRE-EXCEPTION
                          EXIT PARAGRAPH
                      END-IF
                      ADD WS-MONTANT TO CPM-SOLDE-CPT
                      MOVE CPM-SOLDE-CPT TO WS-SOLDE
                      MOVE WS-MONTANT TO WS-MONTANT-JRN
                     MOVE "CODE PIN INCORRECT" TO WS-MOTIF-REJET
                     PERFORM ECRIRE-EXCEPTION
                  ELSE
                  MOVE "T" TO WS-PORTEE-REQUISE
                  PERFORM CONTROLER-PROCURATION
                  IF WS-PROCURATION-OK = "N"
                      PERFORM ECRIRE-EXCEPTION
                      EXIT PARAGRAPH
                  END-IF
                  PERFORM CONTROLER-TUTEUR
                  IF WS-TUTEUR-OK = "N"
                      MOVE "TUTEUR ABSENT OU NON ENREGISTRE" TO
                       IF WS-PIN-OK = "N"
                           MOVE 11 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                       ELSE
                           MOVE "C" TO WS-PORTEE-REQUISE
                           PERFORM CONTROLER-PROCURATION
                           IF WS-PROCURATION-OK = "N"
                               PERFORM ECRIRE-EXCEPTION
                               EXIT PARAGRAPH
                           END-IF
                           MOVE 23 TO WS-MSG-ID PERFORM CHARGER-MSG
                           DISPLAY WS-MSG-TEXTE CPM-SOLDE-CPT
                           PERFORM CALCULER-DISPONIBLE
                         "REFUSEE"
                 EXIT PARAGRAPH
             END-IF.
             PERFORM VERIFIER-CONTRE-GARANTIE.
             IF WS-CAUTION-NANTIE NOT = ZERO
                 DISPLAY "DEPOT EN CONTRE-GARANTIE DE LA CAUTION "
                         WS-CAUTION-NANTIE " ENCORE ACTIVE, RUPTURE "
                         "REFUSEE"
                 EXIT PARAGRAPH
             END-IF.

             PERFORM DEMANDER-OVERRIDE.
             IF WS-OVERRIDE-OK NOT = "O"
               EXIT.
           FIN-VERIFIER-DEPOT-NANTI.

      *    le depot WS-DAT-NUM contre-garantit-il (type T) une
      *    caution bancaire encore active ?
           VERIFIER-CONTRE-GARANTIE.
               MOVE ZERO TO WS-CAUTION-NANTIE.
               OPEN INPUT CAUTIONS-FICHIER.
               IF WS-CAB-FILESTATUS = "00"
                   PERFORM UNTIL WS-CAB-FILESTATUS NOT = "00"
                       READ CAUTIONS-FICHIER
                           AT END MOVE "10" TO WS-CAB-FILESTATUS
                           NOT AT END
                               IF CAB-CONTRE-TYPE = "T"
                                  AND CAB-CONTRE-REF = WS-DAT-NUM
                                  AND CAB-STATUT = "A"
                                   MOVE CAB-NUMERO TO
                                        WS-CAUTION-NANTIE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CAUTIONS-FICHIER
               END-IF.
               EXIT.
           FIN-VERIFIER-CONTRE-GARANTIE.

           CHARGER-DEPOTS.
               MOVE ZERO TO WS-NB-DAT.
               MOVE "N" TO WS-DAT-SURCHARGE.
             IF PRT-STATUT = "S"
                 DISPLAY "PRET " WS-RBT-NUM-PRET " SOLDE PAR "
                         "ANTICIPATION."
                 CALL WS-PGM-CLORE-ASSUR USING WS-RBT-NUM-PRET
                      WS-AUJOURD-HUI WS-RBT-MOTIF-FIN WS-RBT-ASSUR-CLOSE
                 IF WS-RBT-ASSUR-CLOSE = "O"
                     DISPLAY "ASSURANCE EMPRUNTEUR TERMINEE, "
                             "L'ASSUREUR EN SERA AVISE."
                 END-IF
             ELSE
                 DISPLAY "PRET " WS-RBT-NUM-PRET
                         " : NOUVEAU CAPITAL " PRT-CAPITAL-RESTANT
               EXIT.
           FIN-VERIFIER-CORRECTION-DEJA-FAITE.

      *    remboursement commercial d'un frais (OP24) : fini les
      *    contrepassations generiques et les versements a libelle
      *    libre qu'aucun etat ne rattache au frais rendu. L'ecriture
      *    de frais d'origine (debit d'un code de frais) est relue par
      *    sa date et son recu ; le remboursement, total ou partiel,
      *    est pose au credit du meme compte sous RMB1, lie a
      *    l'original par JRN-SEQ-ORIGINE et la date d'origine au
      *    libelle, puis consigne avec son motif dans
      *    REMBOURSEMENTS-FRAIS.DAT.
           Rembourser-Frais.
             DISPLAY "DATE DE L'ECRITURE DE FRAIS (AAAAMMJJ) :"
             ACCEPT WS-RMB-DATE-ORIG.
             DISPLAY "NUMERO DE RECU DE CE JOUR-LA :"
             ACCEPT WS-RMB-SEQ-ORIG.

             MOVE "N" TO WS-RMB-OK.
             MOVE "N" TO WS-RMB-DEJA.
             OPEN INPUT JOURNAL-OPERATIONS.
             IF WS-JRN-FILESTATUS NOT = "00"
                 DISPLAY "JOURNAL DES OPERATIONS INDISPONIBLE"
                 EXIT PARAGRAPH
             END-IF.
             MOVE WS-RMB-DATE-ORIG TO JRN-DATE-OPE.
             MOVE WS-RMB-SEQ-ORIG  TO JRN-NUM-SEQ.
             READ JOURNAL-OPERATIONS
                 INVALID KEY
                     DISPLAY "RECU INCONNU POUR CETTE DATE (DEJA "
                             "ARCHIVE ?)"
                 NOT INVALID KEY
                     EVALUATE JRN-CODE-OPE
                         WHEN "FRS1"
                         WHEN "FRM1"
                         WHEN "CHQ3"
                         WHEN "PEN1"
                         WHEN "INT2"
                         WHEN "CRT2"
                         WHEN "COF1"
                         WHEN "FFT1"
                             IF JRN-SENS = "D"
                                 MOVE "O" TO WS-RMB-OK
                                 MOVE JRN-NUM-CPT  TO WS-ORIG-NUM-CPT
                                 MOVE JRN-CODE-OPE TO WS-ORIG-CODE-OPE
                                 MOVE JRN-MONTANT  TO WS-ORIG-MONTANT
                                 MOVE JRN-DEVISE   TO WS-ORIG-DEVISE
                             ELSE
                                 DISPLAY "CETTE LIGNE N'EST PAS UN "
                                         "FRAIS PRELEVE."
                             END-IF
                         WHEN OTHER
                             DISPLAY "CODE " JRN-CODE-OPE
                                     " : CE N'EST PAS UN FRAIS "
                                     "REMBOURSABLE."
                     END-EVALUATE
             END-READ.
             IF WS-RMB-OK = "O"
                 PERFORM VERIFIER-FRAIS-DEJA-RENDU
             END-IF.
             CLOSE JOURNAL-OPERATIONS.
             IF WS-RMB-OK NOT = "O"
                 EXIT PARAGRAPH
             END-IF.

             MOVE WS-ORIG-NUM-CPT TO WS-NUM-COMPTE.
             IF WS-RMB-DEJA = "O"
                 DISPLAY "FRAIS DU RECU " WS-RMB-SEQ-ORIG " DU "
                         WS-RMB-DATE-ORIG " DEJA REMBOURSE !"
                 MOVE "FRAIS DEJA REMBOURSE" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.
             IF WS-RMB-DEJA = "A"
                 DISPLAY "FRAIS DEJA CONTREPASSE OU CORRIGE, RIEN A "
                         "REMBOURSER"
                 MOVE "FRAIS DEJA CONTREPASSE OU CORRIGE"
                     TO WS-MOTIF-REJET
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.

             DISPLAY "FRAIS " WS-ORIG-CODE-OPE " DU COMPTE "
                     WS-ORIG-NUM-CPT " : " WS-ORIG-MONTANT " "
                     WS-ORIG-DEVISE.
             DISPLAY "MONTANT A REMBOURSER (TOTAL OU PARTIEL) :"
             ACCEPT WS-MONTANT.
             IF WS-MONTANT = 0
                 DISPLAY "MONTANT NUL REFUSE"
                 EXIT PARAGRAPH
             END-IF.
             IF WS-MONTANT > WS-ORIG-MONTANT
                 DISPLAY "REMBOURSEMENT SUPERIEUR AU FRAIS PRELEVE "
                         "REFUSE"
                 MOVE "REMBOURSEMENT SUPERIEUR AU FRAIS"
                     TO WS-MOTIF-REJET
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.

             DISPLAY "MOTIF : ER-ERREUR DE LA BANQUE  GC-GESTE "
                     "COMMERCIAL".
             DISPLAY "        RF-RECLAMATION FONDEE  IT-INCIDENT "
                     "TECHNIQUE :".
             ACCEPT WS-RMB-MOTIF.
             IF WS-RMB-MOTIF NOT = "ER" AND WS-RMB-MOTIF NOT = "GC"
                AND WS-RMB-MOTIF NOT = "RF" AND WS-RMB-MOTIF NOT = "IT"
                 MOVE 07 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                 EXIT PARAGRAPH
             END-IF.

      *    autorite de remboursement : le plafond de la permission
      *    OP24 releve pour la Fonction de l'operateur (zero = sans
      *    plafond) ; au-dela, signature d'un superviseur dont la
      *    propre Fonction couvre le montant.
             MOVE ZERO TO WS-SUPERVISEUR-ID.
             IF WS-PERMISSIONS-ACTIVES = "O"
                AND WS-PERM-PLAFOND > 0
                AND WS-MONTANT > WS-PERM-PLAFOND
                 DISPLAY "REMBOURSEMENT AU-DELA DE L'AUTORITE DE LA "
                         "FONCTION (" WS-PERM-PLAFOND ")"
                 PERFORM DEMANDER-OVERRIDE
                 MOVE "N" TO WS-RMB-AUTORITE
                 IF WS-OVERRIDE-OK = "O"
                     PERFORM CONTROLER-AUTORITE-REMB
                 END-IF
                 IF WS-RMB-AUTORITE NOT = "O"
                     MOVE ZERO TO WS-SUPERVISEUR-ID
                     MOVE "REMBOURSEMENT AU-DELA DE L'AUTORITE"
                         TO WS-MOTIF-REJET
                     PERFORM ECRIRE-EXCEPTION
                     EXIT PARAGRAPH
                 END-IF
             END-IF.

      *    contre-valeur MAD gardee au registre pour l'etat mensuel.
             IF WS-ORIG-DEVISE = "MAD"
                 MOVE WS-MONTANT TO WS-RMB-MONTANT-MAD
             ELSE
                 MOVE WS-MONTANT TO WS-MONTANT-CONV-IN
                 CALL WS-CALLED-PMG USING WS-MONTANT-CONV-IN
                      WS-ORIG-DEVISE "MAD"
                      WS-CONV-DATE WS-CONV-COTE
                      WS-MONTANT-CONVERTI WS-TAUX-RETOURNE
                      WS-CONV-STATUT
                 IF WS-CONV-STATUT = "N"
                     DISPLAY "TAUX INDISPONIBLE, REMBOURSEMENT REFUSE"
                     EXIT PARAGRAPH
                 END-IF
                 MOVE WS-MONTANT-CONVERTI TO WS-RMB-MONTANT-MAD
             END-IF.

             PERFORM TROUVER-COMPTE.
             IF WS-CPT-TROUVE NOT = "O"
                 DISPLAY "COMPTE DU FRAIS D'ORIGINE INDISPONIBLE, "
                         "REMBOURSEMENT REFUSE"
                 EXIT PARAGRAPH
             END-IF.
             ADD WS-MONTANT TO CPM-SOLDE-CPT.
             MOVE CPM-SOLDE-CPT    TO WS-SOLDE.
             MOVE WS-MONTANT       TO WS-MONTANT-JRN.
             MOVE WS-ORIG-DEVISE   TO WS-DEVISE-JRN.
             MOVE "C"              TO WS-SENS-JRN.
             MOVE WS-RMB-SEQ-ORIG  TO WS-SEQ-ORIGINE.
             MOVE SPACES           TO WS-LIBELLE.
             STRING "REMB " WS-RMB-DATE-ORIG " RECU " WS-RMB-SEQ-ORIG
                    " " WS-ORIG-CODE-OPE
                 DELIMITED BY SIZE INTO WS-LIBELLE
             END-STRING.
             MOVE "RMB1" TO WS-OPE.
             PERFORM SAUVER-COMPTE.
             PERFORM ECRIRE-JOURNAL.
             MOVE ZERO TO WS-SEQ-ORIGINE.

             MOVE SPACES             TO REMB-ENREG.
             MOVE WS-AUJOURD-HUI     TO RMB-DATE.
             MOVE WS-NUM-SEQ         TO RMB-NUM-SEQ.
             MOVE WS-AGENCE          TO RMB-AGENCE.
             MOVE WS-OPERATEUR-ID    TO RMB-OPERATEUR.
             MOVE WS-SUPERVISEUR-ID  TO RMB-SUPERVISEUR.
             MOVE WS-ORIG-NUM-CPT    TO RMB-NUM-CPT.
             MOVE WS-ORIG-CODE-OPE   TO RMB-CODE-FRAIS.
             MOVE WS-RMB-DATE-ORIG   TO RMB-DATE-ORIG.
             MOVE WS-RMB-SEQ-ORIG    TO RMB-SEQ-ORIG.
             MOVE WS-RMB-MOTIF       TO RMB-MOTIF.
             MOVE WS-MONTANT         TO RMB-MONTANT.
             MOVE WS-ORIG-DEVISE     TO RMB-DEVISE.
             MOVE WS-RMB-MONTANT-MAD TO RMB-MONTANT-MAD.
             OPEN EXTEND REMBOURSEMENTS-FRAIS.
             IF WS-RMB-FILESTATUS = "35"
                 OPEN OUTPUT REMBOURSEMENTS-FRAIS
             END-IF.
             WRITE REMB-ENREG.
             CLOSE REMBOURSEMENTS-FRAIS.
             EXIT.
           FIN-Rembourser-Frais.

      *    le frais a-t-il deja ete rendu ? O = un remboursement le
      *    pointe deja (registre, ou RMB1 au journal) ; A = il a ete
      *    contrepasse (ANN1 du jour meme) ou corrige (ANN2). Le
      *    journal est ouvert par l'appelant ; toute ecriture qui le
      *    pointe est posee le jour meme ou apres.
           VERIFIER-FRAIS-DEJA-RENDU.
               MOVE "N" TO WS-RMB-DEJA.
               MOVE WS-RMB-DATE-ORIG TO JRN-DATE-OPE.
               MOVE ZERO TO JRN-NUM-SEQ.
               START JOURNAL-OPERATIONS KEY IS NOT LESS THAN
                                              JRN-CLE-JOURNAL
                   INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
               END-START.
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           IF JRN-SEQ-ORIGINE = WS-RMB-SEQ-ORIG
                               IF JRN-CODE-OPE = "ANN1"
                                  AND JRN-DATE-OPE = WS-RMB-DATE-ORIG
                                   MOVE "A" TO WS-RMB-DEJA
                               END-IF
                               IF JRN-CODE-OPE = "ANN2"
                                  AND JRN-LIBELLE(6:8) =
                                      WS-RMB-DATE-ORIG
                                   MOVE "A" TO WS-RMB-DEJA
                               END-IF
                               IF JRN-CODE-OPE = "RMB1"
                                  AND JRN-LIBELLE(6:8) =
                                      WS-RMB-DATE-ORIG
                                   MOVE "O" TO WS-RMB-DEJA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE "00" TO WS-JRN-FILESTATUS.

               OPEN INPUT REMBOURSEMENTS-FRAIS.
               IF WS-RMB-FILESTATUS = "00"
                   PERFORM UNTIL WS-RMB-FILESTATUS NOT = "00"
                       READ REMBOURSEMENTS-FRAIS
                           AT END MOVE "10" TO WS-RMB-FILESTATUS
                           NOT AT END
                               IF RMB-DATE-ORIG = WS-RMB-DATE-ORIG
                                  AND RMB-SEQ-ORIG = WS-RMB-SEQ-ORIG
                                   MOVE "O" TO WS-RMB-DEJA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REMBOURSEMENTS-FRAIS
               END-IF.
               EXIT.
           FIN-VERIFIER-FRAIS-DEJA-RENDU.

      *    le superviseur qui signe (WS-SUPERVISEUR-ID) doit avoir,
      *    par sa propre Fonction, la permission OP24 pour un montant
      *    au moins egal a WS-MONTANT (plafond zero = sans plafond).
           CONTROLER-AUTORITE-REMB.
               MOVE "N" TO WS-RMB-AUTORITE.
               MOVE SPACES TO WS-RMB-FONCTION.
               OPEN INPUT Employee.
               IF WS-EMP-FILESTATUS = "00"
                   MOVE WS-SUPERVISEUR-ID TO Employee-ID
                   READ Employee KEY IS Employee-ID
                       NOT INVALID KEY
                           MOVE Fonction TO WS-RMB-FONCTION
                   END-READ
                   CLOSE Employee
               END-IF.
               PERFORM VARYING WS-PE FROM 1 BY 1
                       UNTIL WS-PE > WS-NB-PER OR WS-RMB-AUTORITE = "O"
                   IF WS-PER-FONCTION(WS-PE) = WS-RMB-FONCTION
                      AND WS-PER-CODE(WS-PE) = "OP24"
                       IF WS-PER-PLAFOND(WS-PE) = 0
                          OR WS-MONTANT NOT > WS-PER-PLAFOND(WS-PE)
                           MOVE "O" TO WS-RMB-AUTORITE
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-RMB-AUTORITE NOT = "O"
                   DISPLAY "LA FONCTION DU SUPERVISEUR NE COUVRE PAS "
                           "CE REMBOURSEMENT"
               END-IF.
               EXIT.
           FIN-CONTROLER-AUTORITE-REMB.

      *    parque l'operation au-dela du seuil dans la file des
      *    autorisations : rien n'est pose, le superviseur tranchera
      *    depuis l'ecran AUTORISATIONS, et les deux Employee-IDs
             EXIT.
           FIN-Change-Manuel.

      *    paiement de facture au guichet (OP23) : le facturier doit
      *    etre actif au registre, la reference doit respecter son
      *    format et sa cle de controle ; le client regle par debit
      *    de son compte (FAC1, plus la commission du facturier en
      *    FRS1) ou en especes au tiroir (montant et commission
      *    comptes en entree MAD a l'arrete de caisse). Le paiement
      *    part dans PAIEMENTS-FACTURES.DAT pour la remise de nuit.
           Payer-Facture.
             DISPLAY "CODE FACTURIER :"
             ACCEPT WS-PAF-FACTURIER.
             PERFORM CHERCHER-FACTURIER.
             IF WS-FAC-TROUVE = "N"
                 DISPLAY "FACTURIER INCONNU OU RESILIE"
                 EXIT PARAGRAPH
             END-IF.
             DISPLAY "REFERENCE DE LA FACTURE :"
             ACCEPT WS-PAF-REFERENCE.
             PERFORM CONTROLER-REF-FACTURE.
             IF WS-REF-OK = "N"
                 DISPLAY "REFERENCE INVALIDE POUR " FAC-NOM
                 EXIT PARAGRAPH
             END-IF.

             MOVE 10 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
             ACCEPT WS-MONTANT.
             IF WS-MONTANT = 0
                 DISPLAY "MONTANT NUL REFUSE"
                 EXIT PARAGRAPH
             END-IF.
             MOVE SPACES TO WS-NUM-COMPTE.
             PERFORM CONTROLER-PLAFOND-FONCTION.
             IF WS-PERM-OK = "N"
                 EXIT PARAGRAPH
             END-IF.

             MOVE FAC-COMMISSION TO WS-PAF-COMMISSION.
             MOVE ZERO TO WS-PAF-NUM-SEQ.
             MOVE "N" TO WS-PAF-OK.
             DISPLAY "REGLEMENT C-PAR COMPTE  E-EN ESPECES :"
             ACCEPT WS-PAF-MODE.
             EVALUATE WS-PAF-MODE
               WHEN "C"
                 PERFORM DEBITER-FACTURE-COMPTE
               WHEN "E"
                 MOVE "O" TO WS-PAF-OK
               WHEN OTHER
                 DISPLAY "CHOIX ERRONE !"
             END-EVALUATE.
             IF WS-PAF-OK NOT = "O"
                 EXIT PARAGRAPH
             END-IF.

             PERFORM NOTER-PAIEMENT-FACTURE.
             COMPUTE WS-PAF-TOTAL = WS-MONTANT + WS-PAF-COMMISSION.
             IF WS-PAF-MODE = "E"
                 DISPLAY "A ENCAISSER EN ESPECES : " WS-PAF-TOTAL
                         " MAD"
             END-IF.
             DISPLAY "FACTURE " WS-PAF-REFERENCE " PAYEE A "
                     FAC-NOM.
             EXIT.
           FIN-Payer-Facture.

      *    reglement par le compte : memes controles qu'un debit au
      *    guichet (PIN, mandataire, tuteur, disponible avec passage
      *    en force supervise). Le compte doit etre en MAD, monnaie
      *    des facturiers ; un compte exonere ne paie pas la
      *    commission.
           DEBITER-FACTURE-COMPTE.
             MOVE "FAC1" TO WS-OPE.
             MOVE 08 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
             ACCEPT WS-NUM-COMPTE.
             MOVE 09 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
             ACCEPT WS-PIN-SAISI.

             MOVE ZERO TO WS-SUPERVISEUR-ID.
             PERFORM TROUVER-COMPTE.
             IF WS-CPT-TROUVE NOT = "O"
                 MOVE 14 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                 MOVE "COMPTE INTROUVABLE" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.
             PERFORM VERIFIER-PIN.
             IF WS-PIN-OK = "N"
                 MOVE 11 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                 MOVE "CODE PIN INCORRECT" TO WS-MOTIF-REJET
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.
             IF CPM-DEVISE-CPT NOT = "MAD"
                 DISPLAY "COMPTE HORS MAD, PAYER EN ESPECES"
                 EXIT PARAGRAPH
             END-IF.
             MOVE SPACES TO WS-LIBELLE.
             MOVE "T" TO WS-PORTEE-REQUISE.
             PERFORM CONTROLER-PROCURATION.
             IF WS-PROCURATION-OK = "N"
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.
             PERFORM CONTROLER-TUTEUR.
             IF WS-TUTEUR-OK = "N"
                 MOVE "TUTEUR ABSENT OU NON ENREGISTRE" TO
                                                 WS-MOTIF-REJET
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.
             MOVE WS-LIBELLE(18:13) TO WS-PAF-INTERVENANT.

             IF CPM-EXONERE-FRAIS = "O"
                 MOVE ZERO TO WS-PAF-COMMISSION
             END-IF.
             COMPUTE WS-PAF-TOTAL = WS-MONTANT + WS-PAF-COMMISSION.
             MOVE "O" TO WS-SOLDE-OK.
             PERFORM CALCULER-DISPONIBLE.
             IF WS-PAF-TOTAL > WS-DISPONIBLE + CPM-DECOUVERT
                 MOVE 13 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                 PERFORM DEMANDER-OVERRIDE
                 IF WS-OVERRIDE-OK NOT = "O"
                     MOVE "N" TO WS-SOLDE-OK
                 END-IF
             END-IF.
             IF WS-SOLDE-OK = "N"
                 MOVE "SOLDE DISPONIBLE INSUFFISANT" TO
                                                 WS-MOTIF-REJET
                 PERFORM ECRIRE-EXCEPTION
                 EXIT PARAGRAPH
             END-IF.

             SUBTRACT WS-MONTANT FROM CPM-SOLDE-CPT.
             MOVE CPM-SOLDE-CPT TO WS-SOLDE.
             MOVE WS-MONTANT TO WS-MONTANT-JRN.
             MOVE CPM-DEVISE-CPT TO WS-DEVISE-JRN.
             MOVE "D" TO WS-SENS-JRN.
             MOVE ZERO TO WS-SEQ-ORIGINE.
             MOVE SPACES TO WS-LIBELLE.
             STRING "FAC " WS-PAF-FACTURIER " " WS-PAF-REFERENCE
                 DELIMITED BY SIZE INTO WS-LIBELLE
             END-STRING.
             IF WS-PAF-INTERVENANT NOT = SPACES
                 MOVE WS-PAF-INTERVENANT TO WS-LIBELLE(18:13)
             END-IF.
             PERFORM SAUVER-COMPTE.
             PERFORM ECRIRE-JOURNAL.
             MOVE WS-NUM-SEQ TO WS-PAF-NUM-SEQ.

             IF WS-PAF-COMMISSION > 0
                 SUBTRACT WS-PAF-COMMISSION FROM CPM-SOLDE-CPT
                 MOVE CPM-SOLDE-CPT TO WS-SOLDE
                 MOVE WS-PAF-COMMISSION TO WS-MONTANT-JRN
                 MOVE SPACES TO WS-LIBELLE
                 STRING "COMMISSION " WS-PAF-FACTURIER
                     DELIMITED BY SIZE INTO WS-LIBELLE
                 END-STRING
                 MOVE WS-PAF-INTERVENANT TO WS-LIBELLE(18:13)
                 MOVE "FRS1" TO WS-OPE
                 PERFORM SAUVER-COMPTE
                 PERFORM ECRIRE-JOURNAL
                 DISPLAY "COMMISSION PRELEVEE : " WS-PAF-COMMISSION
             END-IF.
             MOVE "O" TO WS-PAF-OK.
             EXIT.
           FIN-DEBITER-FACTURE-COMPTE.

      *    facturier actif du registre ; FAC-ENREG reste charge pour
      *    la suite du paiement.
           CHERCHER-FACTURIER.
               MOVE "N" TO WS-FAC-TROUVE.
               OPEN INPUT FACTURIERS-FICHIER.
               IF WS-FAC-FILESTATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               PERFORM UNTIL WS-FAC-FILESTATUS NOT = "00"
                          OR WS-FAC-TROUVE = "O"
                   READ FACTURIERS-FICHIER
                       AT END MOVE "10" TO WS-FAC-FILESTATUS
                       NOT AT END
                           IF FAC-CODE = WS-PAF-FACTURIER
                              AND FAC-STATUT = "A"
                               MOVE "O" TO WS-FAC-TROUVE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE FACTURIERS-FICHIER.
               EXIT.
           FIN-CHERCHER-FACTURIER.

      *    la reference occupe exactement FAC-REF-LONGUEUR caracteres,
      *    tout chiffres pour le type N ; la cle modulo 97 porte sur
      *    les deux derniers chiffres (meme calcul que CLE-RIB sur le
      *    reste de la reference), la cle de Luhn sur le dernier.
           CONTROLER-REF-FACTURE.
               MOVE "N" TO WS-REF-OK.
               MOVE FAC-REF-LONGUEUR TO WS-REF-LONG.
               IF WS-REF-LONG = 0 OR WS-REF-LONG > 20
                   EXIT PARAGRAPH
               END-IF.
               IF WS-REF-LONG < 20
                   IF WS-PAF-REFERENCE(WS-REF-LONG + 1:) NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               IF FAC-REF-TYPE = "N"
                   IF WS-PAF-REFERENCE(1:WS-REF-LONG) NOT NUMERIC
                       EXIT PARAGRAPH
                   END-IF
               ELSE
                   PERFORM VARYING WS-REF-I FROM 1 BY 1
                           UNTIL WS-REF-I > WS-REF-LONG
                       IF WS-PAF-REFERENCE(WS-REF-I:1) = SPACE
                           EXIT PARAGRAPH
                       END-IF
                   END-PERFORM
               END-IF.

               EVALUATE FAC-REF-CONTROLE
                   WHEN "M"
                       MOVE ZERO TO WS-REF-RESTE
                       PERFORM VARYING WS-REF-I FROM 1 BY 1
                               UNTIL WS-REF-I > WS-REF-LONG - 2
                           MOVE WS-PAF-REFERENCE(WS-REF-I:1) TO
                                WS-REF-CHIFFRE
                           COMPUTE WS-REF-RESTE = FUNCTION MOD(
                               WS-REF-RESTE * 10 + WS-REF-CHIFFRE, 97)
                       END-PERFORM
                       COMPUTE WS-REF-RESTE =
                           FUNCTION MOD(WS-REF-RESTE * 100, 97)
                       MOVE WS-PAF-REFERENCE(WS-REF-LONG - 1:2) TO
                            WS-REF-CLE
                       IF WS-REF-CLE NOT = 97 - WS-REF-RESTE
                           EXIT PARAGRAPH
                       END-IF
                   WHEN "L"
                       MOVE ZERO TO WS-REF-SOMME
                       MOVE ZERO TO WS-REF-RANG
                       PERFORM VARYING WS-REF-I FROM WS-REF-LONG BY -1
                               UNTIL WS-REF-I < 1
                           ADD 1 TO WS-REF-RANG
                           MOVE WS-PAF-REFERENCE(WS-REF-I:1) TO
                                WS-REF-CHIFFRE
                           IF FUNCTION MOD(WS-REF-RANG, 2) = 0
                               COMPUTE WS-REF-DOUBLE =
                                       WS-REF-CHIFFRE * 2
                               IF WS-REF-DOUBLE > 9
                                   SUBTRACT 9 FROM WS-REF-DOUBLE
                               END-IF
                               ADD WS-REF-DOUBLE TO WS-REF-SOMME
                           ELSE
                               ADD WS-REF-CHIFFRE TO WS-REF-SOMME
                           END-IF
                       END-PERFORM
                       IF FUNCTION MOD(WS-REF-SOMME, 10) NOT = 0
                           EXIT PARAGRAPH
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               MOVE "O" TO WS-REF-OK.
               EXIT.
           FIN-CONTROLER-REF-FACTURE.

           NOTER-PAIEMENT-FACTURE.
               CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
               MOVE SPACES            TO PAF-ENREG.
               MOVE WS-AUJOURD-HUI    TO PAF-DATE.
               MOVE WS-OPERATEUR-ID   TO PAF-OPERATEUR.
               MOVE WS-PAF-FACTURIER  TO PAF-FACTURIER.
               MOVE WS-PAF-REFERENCE  TO PAF-REFERENCE.
               MOVE WS-MONTANT        TO PAF-MONTANT.
               MOVE WS-PAF-COMMISSION TO PAF-COMMISSION.
               MOVE WS-PAF-MODE       TO PAF-MODE.
               MOVE WS-NUM-COMPTE     TO PAF-NUM-CPT.
               MOVE WS-PAF-NUM-SEQ    TO PAF-NUM-SEQ.
               MOVE WS-AGENCE         TO PAF-AGENCE.
               MOVE "A"               TO PAF-STATUT.
               OPEN EXTEND PAIEMENTS-FACTURES.
               IF WS-PAF-FILESTATUS = "35"
                   OPEN OUTPUT PAIEMENTS-FACTURES
               END-IF.
               WRITE PAF-ENREG.
               CLOSE PAIEMENTS-FACTURES.
               EXIT.
           FIN-NOTER-PAIEMENT-FACTURE.

      *    approvisionnement du tiroir depuis le coffre (OP19) :
      *    sortie du coffre signee par un superviseur, comptee en
      *    entree du tiroir a l'arrete de caisse.
               PERFORM CUMULER-ESPECES-SESSION.
               PERFORM CUMULER-MOUVEMENTS-COFFRE.
               PERFORM CUMULER-CHANGE-MANUEL.
               PERFORM CUMULER-FACTURES-ESPECES.

               MOVE "TOLERANCE-CAISSE" TO WS-PARAM-CLE.
               CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
      *    les mouvements coffre/tiroir du jour de l'operateur
      *    entrent dans le theorique du tiroir : un approvisionnement
      *    (sortie du coffre) est une entree du tiroir, une remise
      *    une sortie. Les chargements et dechargements de GAB
      *    (motif "GAB ...", ecran MAJ-GAB) ne passent pas par le
      *    tiroir et restent hors du theorique.
           CUMULER-MOUVEMENTS-COFFRE.
               OPEN INPUT COFFRE-FICHIER.
               IF WS-COF-FILESTATUS = "00"
                           NOT AT END
                               IF COF-DATE = WS-AUJOURD-HUI
                                  AND COF-OPERATEUR = WS-OPERATEUR-ID
                                  AND COF-MOTIF(1:4) NOT = "GAB "
                                   PERFORM CUMULER-UN-MVT-COFFRE
                               END-IF
                       END-READ
               EXIT.
           FIN-CUMULER-UN-CHANGE.

      *    les factures payees en especes du jour de l'operateur
      *    entrent dans le tiroir MAD, commission comprise.
           CUMULER-FACTURES-ESPECES.
               OPEN INPUT PAIEMENTS-FACTURES.
               IF WS-PAF-FILESTATUS = "00"
                   PERFORM UNTIL WS-PAF-FILESTATUS NOT = "00"
                       READ PAIEMENTS-FACTURES
                           AT END MOVE "10" TO WS-PAF-FILESTATUS
                           NOT AT END
                               IF PAF-DATE = WS-AUJOURD-HUI
                                  AND PAF-OPERATEUR = WS-OPERATEUR-ID
                                  AND PAF-MODE = "E"
                                   PERFORM CUMULER-UNE-FACTURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PAIEMENTS-FACTURES
               END-IF.
               EXIT.
           FIN-CUMULER-FACTURES-ESPECES.

           CUMULER-UNE-FACTURE.
               PERFORM VARYING WS-CD FROM 1 BY 1
                       UNTIL WS-CD > WS-NB-DEVISES-CSS
                   IF WS-CSS-DEVISE(WS-CD) = "MAD"
                       ADD PAF-MONTANT TO WS-CSS-ENTREES(WS-CD)
                       ADD PAF-COMMISSION TO WS-CSS-ENTREES(WS-CD)
                   END-IF
               END-PERFORM.
               EXIT.
           FIN-CUMULER-UNE-FACTURE.

           CUMULER-UN-MVT-COFFRE.
               PERFORM VARYING WS-CD FROM 1 BY 1
                       UNTIL WS-CD > WS-NB-DEVISES-CSS
                                       DISPLAY "SESSION OUVERTE PAR "
                                               Employee-ID " " Name
                                   ELSE
                                       PERFORM PROPOSER-MODE-DEGRADE
                                       IF WS-MODE-DEGRADE = "O"
                                           MOVE "O" TO WS-SESSION-OK
                                       ELSE
                                           MOVE "N" TO WS-CONTINUER
                                           MOVE "R" TO WS-SESSION-OK
                                       END-IF
                                   END-IF
                                   END-IF
                               ELSE
               EXIT.
           FIN-PRENDRE-VERROU-GUICHET.

      *    verrou refuse : le batch de nuit tient les fichiers
      *    maitres. L'operateur peut ouvrir la session en mode
      *    degrade plutot que de renvoyer le client.
           PROPOSER-MODE-DEGRADE.
               MOVE "N" TO WS-MODE-DEGRADE.
               DISPLAY "BATCH EN COURS : GUICHET FERME AUX FICHIERS "
                       "MAITRES.".
               DISPLAY "OUVRIR EN MODE DEGRADE (VERSEMENTS ET PETITS "
                       "RETRAITS DIFFERES) ? (O/N)".
               ACCEPT WS-REP-DEGRADE.
               IF WS-REP-DEGRADE = "O"
                   MOVE "O" TO WS-MODE-DEGRADE
                   CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI
                   MOVE "PLAFOND-HORS-LIGNE" TO WS-PARAM-CLE
                   CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                        WS-PARAM-VALEUR WS-PARAM-TROUVE
                   IF WS-PARAM-TROUVE = "O"
                       MOVE WS-PARAM-VALEUR TO WS-PLAFOND-HORS-LIGNE
                   END-IF
                   DISPLAY "SESSION OUVERTE EN MODE DEGRADE PAR "
                           Employee-ID " " Name
                   DISPLAY "PLAFOND DE RETRAIT HORS LIGNE PAR COMPTE : "
                           WS-PLAFOND-HORS-LIGNE
               END-IF.
               EXIT.
           FIN-PROPOSER-MODE-DEGRADE.

      *    boucle de la session degradee : OPE1 et OPE2 seulement,
      *    sous les memes permissions que le guichet normal.
           SESSION-HORS-LIGNE.
               PERFORM UNTIL WS-CONTINUER = "N"
                   DISPLAY "*** MODE DEGRADE - BATCH EN COURS ***"
                   DISPLAY "OPE1 : RETRAIT (PLAFOND HORS LIGNE)"
                   DISPLAY "OPE2 : VERSEMENT"
                   DISPLAY "FIN  : FERMER LA SESSION"
                   ACCEPT WS-OPE
                   EVALUATE WS-OPE
                       WHEN "OPE1"
                       WHEN "OPE2"
                           PERFORM CONTROLER-PERMISSION-CODE
                           IF WS-PERM-OK = "O"
                               PERFORM Saisir-Hors-Ligne
                           END-IF
                       WHEN "FIN"
                           MOVE "N" TO WS-CONTINUER
                       WHEN OTHER
                           MOVE 07 TO WS-MSG-ID
                           PERFORM AFFICHER-PROMPT
                   END-EVALUATE
               END-PERFORM.
               EXIT.
           FIN-SESSION-HORS-LIGNE.

      *    saisie differee d'un versement ou d'un retrait : le
      *    retrait cumule avec ceux deja saisis hors ligne sur le
      *    meme compte pour la journee doit tenir sous le plafond ;
      *    la ligne ecrite, son recu est remis au client.
           Saisir-Hors-Ligne.
               IF WS-OPE = "OPE1"
                   MOVE 08 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               ELSE
                   MOVE 15 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               END-IF.
               ACCEPT WS-NUM-COMPTE.
               IF WS-OPE = "OPE1"
                   MOVE 10 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               ELSE
                   MOVE 16 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
               END-IF.
               ACCEPT WS-MONTANT.
               IF WS-MONTANT = 0
                   DISPLAY "MONTANT NUL, SAISIE ABANDONNEE"
                   EXIT PARAGRAPH
               END-IF.

               PERFORM CONTROLER-PLAFOND-FONCTION.
               IF WS-PERM-OK = "N"
                   EXIT PARAGRAPH
               END-IF.

               MOVE 34 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
               ACCEPT WS-LIBELLE.

               CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
               IF WS-OPE = "OPE1"
                   PERFORM CUMULER-HORS-LIGNE
                   IF WS-CUMUL-HORS-LIGNE + WS-MONTANT >
                      WS-PLAFOND-HORS-LIGNE
                       DISPLAY "PLAFOND HORS LIGNE ATTEINT POUR CE "
                               "COMPTE (DEJA " WS-CUMUL-HORS-LIGNE
                               " SAISI) - RETRAIT REFUSE"
                       MOVE "PLAFOND HORS LIGNE DEPASSE"
                           TO WS-MOTIF-REJET
                       PERFORM ECRIRE-EXCEPTION
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

               MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
               MOVE SPACES          TO HLG-ENREG.
               MOVE WS-AGENCE       TO HLG-AGENCE.
               MOVE WS-OPERATEUR-ID TO HLG-OPERATEUR.
               MOVE WS-HORODATAGE(1:16) TO HLG-DATE-HEURE.
               MOVE WS-AUJOURD-HUI  TO HLG-DATE-EXPLOIT.
               MOVE WS-OPE          TO HLG-CODE-OPE.
               MOVE WS-NUM-COMPTE   TO HLG-NUM-CPT.
               MOVE WS-MONTANT      TO HLG-MONTANT.
               MOVE WS-LIBELLE      TO HLG-LIBELLE.
               OPEN EXTEND HORS-LIGNE-FICHIER.
               IF WS-HLG-FILESTATUS = "35"
                   OPEN OUTPUT HORS-LIGNE-FICHIER
               END-IF.
               WRITE HLG-ENREG.
               CLOSE HORS-LIGNE-FICHIER.

               DISPLAY "---------- RECU HORS LIGNE ----------".
               DISPLAY "REFERENCE : " HLG-REFERENCE.
               DISPLAY "OPERATION : " WS-OPE " COMPTE " WS-NUM-COMPTE
                       " MONTANT " WS-MONTANT.
               DISPLAY "A POSER APRES LE BATCH, SOUS RESERVE DES "
                       "CONTROLES HABITUELS".
               DISPLAY "-------------------------------------".
               EXIT.
           FIN-Saisir-Hors-Ligne.

      *    retraits deja saisis hors ligne sur le compte pour la
      *    journee bancaire courante, toutes sessions confondues.
           CUMULER-HORS-LIGNE.
               MOVE ZERO TO WS-CUMUL-HORS-LIGNE.
               OPEN INPUT HORS-LIGNE-FICHIER.
               IF WS-HLG-FILESTATUS = "00"
                   PERFORM UNTIL WS-HLG-FILESTATUS NOT = "00"
                       READ HORS-LIGNE-FICHIER
                           AT END MOVE "10" TO WS-HLG-FILESTATUS
                           NOT AT END
                               IF HLG-NUM-CPT = WS-NUM-COMPTE
                                  AND HLG-CODE-OPE = "OPE1"
                                  AND HLG-DATE-EXPLOIT = WS-AUJOURD-HUI
                                   ADD HLG-MONTANT
                                     TO WS-CUMUL-HORS-LIGNE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HORS-LIGNE-FICHIER
               END-IF.
               EXIT.
           FIN-CUMULER-HORS-LIGNE.

      *    demande la langue d'affichage une seule fois, au demarrage
      *    de la session teller ; FR par defaut sur reponse invalide.
           CHOISIR-LANGUE.
                           MOVE "OP22:Correction Jour Ant." TO
                                                          WS-MSG-TEXTE
                       END-IF
                   WHEN 54
                       IF WS-LANGUE = "EN"
                           MOVE "OP23:Bill Payment" TO WS-MSG-TEXTE
                       ELSE
                           MOVE "OP23:Paiement Facture" TO
                                                          WS-MSG-TEXTE
                       END-IF
                   WHEN 55
                       IF WS-LANGUE = "EN"
                           MOVE "OP24:Fee Refund" TO WS-MSG-TEXTE
                       ELSE
                           MOVE "OP24:Remboursement Frais" TO
                                                          WS-MSG-TEXTE
                       END-IF
                   WHEN OTHER
                       MOVE SPACES TO WS-MSG-TEXTE
               END-EVALUATE.
                               MOVE "COMPTE BLOQUE, OPERATION REFUSEE"
                                   TO WS-MOTIF-REJET
                               PERFORM ECRIRE-EXCEPTION
      *    titulaire decede : le compte reste gele jusqu'au
      *    reglement de la succession dans BANQUE-CLT.
                           WHEN "S"
                               DISPLAY "COMPTE GELE (SUCCESSION), "
                                       "OPERATION REFUSEE"
                               MOVE "B" TO WS-CPT-TROUVE
                               MOVE
                                "COMPTE GELE (SUCCESSION OUVERTE)"
                                       TO WS-MOTIF-REJET
                               PERFORM ECRIRE-EXCEPTION
      *    un compte dormant se reactive au guichet, mais seulement
      *    avec l'aval d'un superviseur ; refus = exception.
                           WHEN "D"
