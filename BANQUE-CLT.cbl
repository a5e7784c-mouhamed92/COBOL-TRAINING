               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CHECKPOINT-SAISIE ASSIGN TO "CHECKPOINT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archives mensuelles posees par ARCHIVE-JOURNAL, memes
      *    cles que le journal vivant : le solde au jour du deces
      *    remonte les mois deja bascules.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-JAR-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JAR-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JAR-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JAR-FILESTATUS.

      *    ordres de virement permanent : un compte source d'un ordre
      *    actif ne se cloture pas.
           SELECT ORDRES-PERMANENTS ASSIGN TO "ORDRES-PERMANENTS.DAT"
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

      *    registre des successions : une ligne par client decede
      *    (date du deces, reference du notaire, ouverture, reglement
      *    final sous autorite superviseur). Les comptes du defunt,
      *    titulaire ou co-titulaire, sont geles au statut S tant que
      *    la succession est ouverte.
           SELECT SUCCESSIONS-FICHIER ASSIGN TO "SUCCESSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUC-FILESTATUS.

      *    mandats de prelevement et cartes du defunt, suspendus a
      *    l'ouverture de la succession.
           SELECT MANDATS-FICHIER ASSIGN TO "MANDATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILESTATUS.

           SELECT CARTES-FICHIER ASSIGN TO "CARTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILESTATUS.

      *    transfert d'un compte vers une autre agence : l'agence
      *    fait partie du RIB, la table de correspondance garde
      *    l'ancien identifiant (agence + cle) vers le nouveau pour
      *    que les virements et prelevements sur l'ancien RIB
      *    arrivent encore (controle par CLE-RIB). Chequiers et
      *    coffres suivent le numero de compte, qui ne change pas ;
      *    ils sont repris sur l'avis remis au client.
           SELECT TRANSFERTS-AGENCE ASSIGN TO "TRANSFERTS-AGENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-FILESTATUS.

           SELECT CHEQUIERS ASSIGN TO "CHEQUIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHB-FILESTATUS.

           SELECT COFFRES-FICHIER ASSIGN TO "COFFRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  CTI-ROLE        PIC X(10).

       FD  CLIENTS-HISTO.
       01  HIS-LIGNE           PIC X(300).

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans ARCHIVE-JOURNAL : longueur de
      *    JOURNAL-CPY, seules les cles sont nommees.
       FD  JOURNAL-ARCHIVE.
       01  JAR-ENREG.
           05  JAR-CLE-JOURNAL.
               10  JAR-DATE-OPE     PIC X(8).
               10  JAR-NUM-SEQ      PIC 9(5).
           05  JAR-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(118).

      *    meme mise en forme que dans OPERATIONS, ORD-STATUT compris.
       FD  ORDRES-PERMANENTS.
       01  ORD-RECORD.
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

      *    SUC-STATUT : O = ouverte (comptes geles), R = reglee.
       FD  SUCCESSIONS-FICHIER.
       01  SUC-ENREG.
           05  SUC-MAT-CLT        PIC X(6).
           05  FILLER             PIC X(1).
           05  SUC-DATE-DECES     PIC X(8).
           05  FILLER             PIC X(1).
           05  SUC-REF-NOTAIRE    PIC X(20).
           05  FILLER             PIC X(1).
           05  SUC-DATE-OUVERTURE PIC X(8).
           05  FILLER             PIC X(1).
           05  SUC-OPERATEUR      PIC 9(5).
           05  FILLER             PIC X(1).
           05  SUC-STATUT         PIC X(1).
           05  FILLER             PIC X(1).
           05  SUC-DATE-REGLEMENT PIC X(8).
           05  FILLER             PIC X(1).
           05  SUC-SUPERVISEUR    PIC 9(5).

      *    meme mise en forme que dans MAJ-MANDATS.
       FD  MANDATS-FICHIER.
       01  MAN-ENREG.
           05  MAN-CODE-CREANCIER PIC X(5).
           05  FILLER             PIC X(1).
           05  MAN-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  MAN-PLAFOND        PIC 9(8)V9(2).
           05  FILLER             PIC X(1).
           05  MAN-DATE-SIGNATURE PIC X(8).
           05  FILLER             PIC X(1).
           05  MAN-STATUT         PIC X(1).

      *    meme mise en forme que dans MAJ-CARTES.
       FD  CARTES-FICHIER.
       01  CARTE-ENREG.
           05  CRT-NUMERO      PIC X(16).
           05  FILLER          PIC X(1).
           05  CRT-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CRT-STATUT      PIC X(1).
           05  FILLER          PIC X(1).
           05  CRT-EXPIRATION  PIC X(6).
           05  FILLER          PIC X(1).
           05  CRT-PLAFOND     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  CRT-EMETTEUR    PIC 9(5).
           05  FILLER          PIC X(1).
           05  CRT-DATE-EMISSION PIC X(8).
           05  FILLER          PIC X(1).
           05  CRT-ANNEE-COTISATION PIC X(4).
           05  FILLER          PIC X(1).
           05  CRT-REMPLACEE-PAR PIC X(16).

      *    une ligne par transfert : ancien et nouvel identifiant
      *    RIB du compte, date et superviseur qui l'a autorise.
       FD  TRANSFERTS-AGENCE.
       01  TRA-ENREG.
           05  TRA-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  TRA-ANC-AGENCE     PIC X(3).
           05  FILLER             PIC X(1).
           05  TRA-ANC-CLE        PIC X(2).
           05  FILLER             PIC X(1).
           05  TRA-NOU-AGENCE     PIC X(3).
           05  FILLER             PIC X(1).
           05  TRA-NOU-CLE        PIC X(2).
           05  FILLER             PIC X(1).
           05  TRA-DATE           PIC X(8).
           05  FILLER             PIC X(1).
           05  TRA-SUPERVISEUR    PIC 9(5).

      *    meme mise en forme que dans OPERATIONS.
       FD  CHEQUIERS.
       01  CHB-ENREG.
           05  CHB-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CHB-PREMIER     PIC 9(7).
           05  FILLER          PIC X(1).
           05  CHB-DERNIER     PIC 9(7).
           05  FILLER          PIC X(1).
           05  CHB-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  CHB-OPERATEUR   PIC 9(5).

      *    meme mise en forme que dans MAJ-COFFRES.
       FD  COFFRES-FICHIER.
       01  CFR-ENREG.
           05  CFR-NUMERO         PIC X(5).
           05  FILLER             PIC X(1).
           05  CFR-AGENCE         PIC X(3).
           05  FILLER             PIC X(1).
           05  CFR-TAILLE         PIC X(1).
           05  FILLER             PIC X(1).
           05  CFR-MAT-CLT        PIC X(6).
           05  FILLER             PIC X(1).
           05  CFR-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  CFR-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  CFR-DETENTEUR-1    PIC X(10).
           05  FILLER             PIC X(1).
           05  CFR-DETENTEUR-2    PIC X(10).
           05  FILLER             PIC X(1).
           05  CFR-STATUT         PIC X(1).
           05  FILLER             PIC X(1).
           05  CFR-ECHEANCE       PIC X(8).
           05  FILLER             PIC X(1).
           05  CFR-DATE-IMPAYE    PIC X(8).

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.
       01  WS-CKPT-NB-CPT-FAIT  PIC 9(3) VALUE ZERO.

       01  TABLE-CLIENTS.
         05 CLIENT PIC X(243) OCCURS 100 TIMES.

       01  REC-CLT.
         05  WS-MAT-CLT     PIC X(6).
         05  WS-TEL-CLT     PIC X(15).
         05  WS-CIN-CLT     PIC X(10).
         05  WS-PROFESSION-CLT PIC X(20).
      *    personne morale : meme bloc que sur CLIENT-CPY.
         05  WS-TYPE-CLT    PIC X(1).
         05  WS-RAISON-SOCIALE PIC X(40).
         05  WS-RC-CLT      PIC X(15).
         05  WS-IF-CLT      PIC X(15).
         05  WS-FORME-JUR   PIC X(5).
         05  WS-DATE-CREATION PIC X(8).


       01  TABLE-COMPTES.
       01  WS-BENEF-BANQUE     PIC X(5).
       01  WS-BENEF-NOM        PIC X(30).
       01  WS-CLE-BENEF-OK     PIC X(1).
       01  WS-BENEF-OPERATEUR  PIC 9(5).
       01  WS-PGM-INVERSE      PIC X(20) VALUE "INVERSE".

      *    comptes joints : saisie et maintenance des co-titulaires.
       01  WS-MAT-MODIF        PIC X(6).
       01  WS-OPERATEUR-MODIF  PIC 9(5).
       01  WS-SAISIE-MODIF     PIC X(40).
      *    revue KYC periodique constatee a la maintenance : la
      *    prochaine echeance repart du jour selon la notation.
       01  WS-REVUE-FAITE      PIC X(1).
       01  WS-ANNEES-REVUE     PIC 9(1).
       01  WS-REVUE-NUM        PIC 9(8).

      *    bloc KYC de la fiche client.
       01  WS-TEL-VALIDE     PIC X(1).
         05  FILLER         PIC X(129).
         05  WS-CIN-CTRL    PIC X(10).
         05  FILLER         PIC X(20).
         05  WS-TYPE-CTRL   PIC X(1).
         05  FILLER         PIC X(40).
         05  WS-RC-CTRL     PIC X(15).
         05  FILLER         PIC X(28).
       01  WS-DUP-RC         PIC X(1).
       01  WS-FORME-VALIDE   PIC X(1).
       01  WS-REP-CLOTURE    PIC X(1).
       01  WS-NUM-CPT-CLOTURE PIC X(6).

      *    dans le tableau des clients pour verifier le type MINEUR.
       01  WS-AGE-TITULAIRE  PIC 9(3) VALUE ZERO.

      *    fiche du produit (type de compte) lue au referentiel
      *    PRODUITS.DAT : tranche d'age, devises, decouvert, interets.
       01  WS-PGM-PRODUIT    PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE     PIC X(1).
       01  WS-PRD-K          PIC 9(1).
       COPY PRODUIT-CPY.

      *    calcul d'age depuis la date de naissance et la date
      *    d'exploitation.
       01  WS-AGE-CALCULE    PIC 9(3) VALUE ZERO.
       01  WS-PRENOM-B         PIC X(20).
       01  WS-NBR-CPT-REPOINTES PIC 9(3).

      *    succession d'un client decede : ouverture (date du deces,
      *    reference du notaire, gel des comptes, suspension des
      *    ordres, mandats et cartes, certificat des soldes au jour
      *    du deces) puis reglement final aux ayants droit selon les
      *    parts fixees par le notaire, sous autorite superviseur.
       01  WS-SUC-FILESTATUS   PIC X(2).
       01  WS-MAN-FILESTATUS   PIC X(2).
       01  WS-CRT-FILESTATUS   PIC X(2).
       01  WS-REP-SUCCESSION   PIC X(1).
       01  WS-SUC-CHOIX        PIC 9(1).
       01  WS-SUC-MAT          PIC X(6).
       01  WS-SUC-DATE-DECES   PIC X(8).
       01  WS-SUC-REF-NOTAIRE  PIC X(20).
       01  WS-SUC-OPERATEUR    PIC 9(5).
       01  WS-SUC-TROUVEE      PIC X(1).
       01  WS-SUC-OUVERTE      PIC X(1).
       01  WS-SUC-TOUT-CLOS    PIC X(1).
      *    bascule du reglement de cloture : en mode succession le
      *    reliquat est partage entre les ayants droit au lieu de
      *    partir vers un seul compte designe.
       01  WS-MODE-SUCCESSION  PIC X(1) VALUE "N".

       01  WS-NB-SUC           PIC 9(3) VALUE ZERO.
       01  WS-SUC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-SUC.
         05 WS-SUC  OCCURS 200 TIMES.
           10  WS-SUC-IMAGE    PIC X(80).
       01  WS-SUC-I            PIC 9(3).
       01  WS-SUC-POS          PIC 9(3).

      *    comptes du defunt : T = titulaire, J = co-titulaire.
       01  WS-NB-SUC-CPT       PIC 9(2) VALUE ZERO.
       01  WS-TABLE-SUC-CPT.
         05 WS-SUC-CPT-LIGNE  OCCURS 50 TIMES.
           10  WS-SUC-CPT      PIC X(6).
           10  WS-SUC-CPT-ROLE PIC X(1).
       01  WS-SUC-C            PIC 9(2).
       01  WS-SUC-DEJA-VU     PIC X(1).
       01  WS-SOLDE-DECES      PIC S9(10)V9(2).
       01  WS-JAR-FILESTATUS   PIC X(2).
       01  WS-JAR-FILE-PATH    PIC X(100).
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-MOIS-ANNEE       PIC 9(4).
       01  WS-MOIS-MM          PIC 9(2).

      *    ayants droit : compte receveur chez nous et part en
      *    pourcentage ; montant de la part et credit converti
      *    calcules avant la moindre ecriture.
       01  WS-NB-HERITIERS     PIC 9(2) VALUE ZERO.
       01  WS-TABLE-HERITIERS.
         05 WS-HER  OCCURS 10 TIMES.
           10  WS-HER-CPT      PIC X(6).
           10  WS-HER-PART     PIC 9(3)V9(2).
           10  WS-HER-DEVISE   PIC X(3).
           10  WS-HER-MONTANT  PIC 9(10)V9(2).
           10  WS-HER-CREDIT   PIC 9(10)V9(2).
       01  WS-HER-I            PIC 9(2).
       01  WS-HER-SAISI        PIC X(6).
       01  WS-HER-PART-SAISIE  PIC 9(3)V9(2).
       01  WS-TOTAL-PARTS      PIC 9(4)V9(2).
       01  WS-RESTE-A-PARTAGER PIC S9(10)V9(2).

      *    transfert de compte entre agences, sous autorite
      *    superviseur ; cle RIB calculee par le sous-programme
      *    CLE-RIB avant et apres le changement d'agence.
       01  WS-TRA-FILESTATUS   PIC X(2).
       01  WS-CHB-FILESTATUS   PIC X(2).
       01  WS-CFR-FILESTATUS   PIC X(2).
       01  WS-REP-TRANSFERT    PIC X(1).
       01  WS-NUM-CPT-TRANSFERT PIC X(6).
       01  WS-AGENCE-ANCIENNE  PIC X(3).
       01  WS-AGENCE-NOUVELLE  PIC X(3).
       01  WS-CLE-ANCIENNE     PIC X(2).
       01  WS-CLE-NOUVELLE     PIC X(2).
       01  WS-AGENCE-CIBLE-OK  PIC X(1).
       01  WS-PGM-CLE-RIB      PIC X(20) VALUE "CLE-RIB".
       01  WS-RIB-ACTION       PIC X(1).
       01  WS-RIB-RESULTAT     PIC X(1).
       01  WS-NB-REPRIS        PIC 9(3).

       01  WS-NB-ORD-SUSP      PIC 9(3).
       01  WS-NB-MAN-SUSP      PIC 9(3).
       01  WS-NB-CRT-SUSP      PIC 9(3).

      *    fichiers reecrits en totalite a la declaration du deces,
      *    chacun dans sa table, au moins aussi grande que celle du
      *    programme qui le tient a jour (TRAITER-ORDRES, MAJ-MANDATS,
      *    MAJ-CARTES).
       01  WS-DEF-SURCHARGE    PIC X(1).
       01  WS-DEF-I            PIC 9(4).
       01  WS-NB-ORD-DEF       PIC 9(3).
       01  WS-TABLE-ORD-DEF.
         05 WS-ORD-DEF  OCCURS 200 TIMES.
           10  WS-ORD-DEF-IMAGE PIC X(60).
       01  WS-NB-MAN-DEF       PIC 9(3).
       01  WS-TABLE-MAN-DEF.
         05 WS-MAN-DEF  OCCURS 300 TIMES.
           10  WS-MAN-DEF-IMAGE PIC X(40).
       01  WS-NB-CRT-DEF       PIC 9(4).
       01  WS-TABLE-CRT-DEF.
         05 WS-CRT-DEF  OCCURS 2000 TIMES.
           10  WS-CRT-DEF-IMAGE PIC X(80).

      *    langue d'affichage des invites (FR/EN), choisie une fois
      *    au demarrage ; ne change pas la facon dont les donnees
      *    sont saisies, seulement les textes affiches.
           PERFORM GERER-BENEFICIAIRES.
           PERFORM CLOTURER-COMPTE.
           PERFORM DEBLOQUER-COMPTE.
           PERFORM TRANSFERER-AGENCE.
           PERFORM GERER-SUCCESSIONS.
           PERFORM MODIFIER-CLIENT.
           PERFORM RECHERCHER-CLIENT-NOM.
           PERFORM FUSIONNER-DOUBLONS-CLT.
                           MOVE CLM-CIN-CLT    TO WS-CIN-CLT
                           MOVE CLM-PROFESSION-CLT TO
                                                WS-PROFESSION-CLT
                           MOVE CLM-TYPE-CLT   TO WS-TYPE-CLT
                           MOVE CLM-RAISON-SOCIALE TO
                                                WS-RAISON-SOCIALE
                           MOVE CLM-RC-CLT     TO WS-RC-CLT
                           MOVE CLM-IF-CLT     TO WS-IF-CLT
                           MOVE CLM-FORME-JUR  TO WS-FORME-JUR
                           MOVE CLM-DATE-CREATION TO
                                                WS-DATE-CREATION
                           MOVE REC-CLT TO CLIENT(WS-NBR-CLT-EXIST)
                       ELSE
                           DISPLAY "BANQUE-CLT : PLUS DE 100 CLIENTS, "
           MOVE WS-TEL-CLT    TO CLM-TEL-CLT.
           MOVE WS-CIN-CLT    TO CLM-CIN-CLT.
           MOVE WS-PROFESSION-CLT TO CLM-PROFESSION-CLT.
           MOVE SPACES        TO CLM-RISQUE-CLT.
           MOVE SPACES        TO CLM-REVUE-KYC.
           MOVE WS-TYPE-CLT   TO CLM-TYPE-CLT.
           MOVE WS-RAISON-SOCIALE TO CLM-RAISON-SOCIALE.
           MOVE WS-RC-CLT     TO CLM-RC-CLT.
           MOVE WS-IF-CLT     TO CLM-IF-CLT.
           MOVE WS-FORME-JUR  TO CLM-FORME-JUR.
           MOVE WS-DATE-CREATION TO CLM-DATE-CREATION.
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "MATRICULE DEJA SUR FICHIER MAITRE !"
                END-IF
            END-PERFORM.

      *    particulier ou personne morale : la societe n'a ni
      *    prenom, ni date de naissance, ni CIN, ni profession, mais
      *    une raison sociale, un registre du commerce, un
      *    identifiant fiscal, une forme juridique et une date
      *    d'immatriculation.
            MOVE SPACES TO WS-TYPE-CLT.
            PERFORM UNTIL WS-TYPE-CLT = "P" OR WS-TYPE-CLT = "M"
                DISPLAY "TYPE DE CLIENT (P=PARTICULIER, "
                        "M=PERSONNE MORALE) :"
                ACCEPT WS-TYPE-CLT
                IF WS-TYPE-CLT NOT = "P" AND WS-TYPE-CLT NOT = "M"
                    DISPLAY "TYPE DE CLIENT INVALIDE !"
                END-IF
            END-PERFORM.
            MOVE SPACES TO WS-PRENOM-CLT WS-DATE-NAISS WS-CIN-CLT
                           WS-PROFESSION-CLT.
            MOVE SPACES TO WS-RAISON-SOCIALE WS-RC-CLT WS-IF-CLT
                           WS-FORME-JUR WS-DATE-CREATION.
            IF WS-TYPE-CLT = "M"
                PERFORM SAISIR-IDENTITE-SOCIETE
            ELSE
                PERFORM SAISIR-IDENTITE-PERSONNE
            END-IF.

            MOVE "N" TO WS-MAIL-VALIDE
            PERFORM UNTIL WS-MAIL-VALIDE = "O"
                END-IF
            END-PERFORM.

            IF WS-TYPE-CLT = "P"
                PERFORM SAISIR-PIECE-PROFESSION
            END-IF.
            EXIT.
       FIN-SAISIR-CLT.

       SAISIR-IDENTITE-PERSONNE.
            MOVE 02 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
            ACCEPT WS-NOM-CLT.

            MOVE 03 TO WS-MSG-ID PERFORM AFFICHER-PROMPT.
            ACCEPT WS-PRENOM-CLT.

            MOVE "N" TO WS-AGE-VALIDE
            PERFORM UNTIL WS-AGE-VALIDE = "O"
                MOVE 04 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                ACCEPT WS-DATE-NAISS
                PERFORM CALCULER-AGE-NAISSANCE
                IF WS-AGE-CALCULE >= 1 AND WS-AGE-CALCULE <= 120
                    MOVE "O" TO WS-AGE-VALIDE
                ELSE
                    DISPLAY "DATE DE NAISSANCE INVALIDE !"
                END-IF
            END-PERFORM.
            EXIT.
       FIN-SAISIR-IDENTITE-PERSONNE.

       SAISIR-PIECE-PROFESSION.
            MOVE "O" TO WS-DUP-CIN.
            PERFORM UNTIL WS-DUP-CIN = "N"
                DISPLAY "PIECE D'IDENTITE NATIONALE :"
                END-IF
            END-PERFORM.
            EXIT.
       FIN-SAISIR-PIECE-PROFESSION.

      *    identite d'une personne morale ; le nom usuel sert de cle
      *    de recherche et d'intitule sur les etats, a defaut le
      *    debut de la raison sociale.
       SAISIR-IDENTITE-SOCIETE.
            MOVE SPACES TO WS-RAISON-SOCIALE.
            PERFORM UNTIL WS-RAISON-SOCIALE NOT = SPACES
                DISPLAY "RAISON SOCIALE :"
                ACCEPT WS-RAISON-SOCIALE
                IF WS-RAISON-SOCIALE = SPACES
                    DISPLAY "RAISON SOCIALE OBLIGATOIRE !"
                END-IF
            END-PERFORM.

            DISPLAY "NOM USUEL (VIDE = DEBUT DE LA RAISON SOCIALE) :".
            ACCEPT WS-NOM-CLT.
            IF WS-NOM-CLT = SPACES
                MOVE WS-RAISON-SOCIALE(1:20) TO WS-NOM-CLT
            END-IF.

            MOVE "N" TO WS-FORME-VALIDE.
            PERFORM UNTIL WS-FORME-VALIDE = "O"
                DISPLAY "FORME JURIDIQUE (SA/SARL/SARLU/SNC/SCS/GIE/"
                        "ASSOC) :"
                ACCEPT WS-FORME-JUR
                EVALUATE WS-FORME-JUR
                    WHEN "SA"
                    WHEN "SARL"
                    WHEN "SARLU"
                    WHEN "SNC"
                    WHEN "SCS"
                    WHEN "GIE"
                    WHEN "ASSOC"
                        MOVE "O" TO WS-FORME-VALIDE
                    WHEN OTHER
                        DISPLAY "FORME JURIDIQUE INCONNUE !"
                END-EVALUATE
            END-PERFORM.

            MOVE "O" TO WS-DUP-RC.
            PERFORM UNTIL WS-DUP-RC = "N"
                DISPLAY "NUMERO DU REGISTRE DU COMMERCE :"
                ACCEPT WS-RC-CLT
                IF WS-RC-CLT = SPACES
                    DISPLAY "REGISTRE DU COMMERCE OBLIGATOIRE !"
                ELSE
                    PERFORM VERIFIER-RC-UNIQUE
                    IF WS-DUP-RC = "O"
                        DISPLAY "REGISTRE DU COMMERCE DEJA "
                                "ENREGISTRE !"
                    END-IF
                END-IF
            END-PERFORM.

            PERFORM UNTIL WS-IF-CLT NOT = SPACES
                DISPLAY "IDENTIFIANT FISCAL :"
                ACCEPT WS-IF-CLT
                IF WS-IF-CLT = SPACES
                    DISPLAY "IDENTIFIANT FISCAL OBLIGATOIRE !"
                END-IF
            END-PERFORM.

            MOVE "N" TO WS-CTRL-VALIDE.
            PERFORM UNTIL WS-CTRL-VALIDE = "O"
                DISPLAY "DATE D'IMMATRICULATION (AAAAMMJJ) :"
                ACCEPT WS-DATE-CREATION
                MOVE "P" TO WS-CTRL-MODE
                CALL WS-PGM-CTRL-DATE USING WS-DATE-CREATION
                     WS-CTRL-MODE WS-CTRL-VALIDE
                IF WS-CTRL-VALIDE = "N"
                    DISPLAY "DATE D'IMMATRICULATION INVALIDE !"
                END-IF
            END-PERFORM.
            EXIT.
       FIN-SAISIR-IDENTITE-SOCIETE.

      *    un telephone valable fait 9 a 15 chiffres, sans espaces ni
      *    signes : la demi-mesure du champ libre d'autrefois est
           END-PERFORM.
           EXIT.
       FIN-VERIFIER-CIN-UNIQUE.

      *    meme controle pour le registre du commerce des personnes
      *    morales.
       VERIFIER-RC-UNIQUE.
           MOVE "N" TO WS-DUP-RC.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NBR-CLT-EXIST + WS-I - 1
               MOVE CLIENT(WS-K) TO REC-CLT-CTRL
               IF WS-TYPE-CTRL = "M" AND WS-RC-CTRL = WS-RC-CLT
                   MOVE "O" TO WS-DUP-RC
               END-IF
           END-PERFORM.
           EXIT.
       FIN-VERIFIER-RC-UNIQUE.
      /    *************************************************************


            ACCEPT WS-TITUL-CPT.
            PERFORM TROUVER-AGE-TITULAIRE.

      *    le type doit etre un produit commercialise du referentiel
      *    PRODUITS.DAT et l'age du titulaire dans sa tranche (le
      *    MINEUR reserve aux moins de 18 ans, les autres aux
      *    majeurs) - l'age vient du dossier client saisi/charge plus
      *    haut, pas d'une simple fourchette de saisie deconnectee du
      *    type de compte.
            MOVE "N" TO WS-TYPE-VALIDE
            PERFORM UNTIL WS-TYPE-VALIDE = "O"
                MOVE 09 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                ACCEPT WS-TYPE-CPT
                CALL WS-PGM-PRODUIT USING WS-TYPE-CPT PRODUIT-RECORD
                                          WS-PRD-TROUVE
                EVALUATE TRUE
                    WHEN WS-PRD-TROUVE = "N" OR PRD-STATUT NOT = "A"
                        DISPLAY "TYPE DE COMPTE INVALIDE !"
                    WHEN WS-AGE-TITULAIRE < PRD-AGE-MIN
                      OR WS-AGE-TITULAIRE > PRD-AGE-MAX
                        DISPLAY "PRODUIT " WS-TYPE-CPT
                                " RESERVE AUX TITULAIRES DE "
                                PRD-AGE-MIN " A " PRD-AGE-MAX " ANS !"
                    WHEN OTHER
                        MOVE "O" TO WS-TYPE-VALIDE
                END-EVALUATE
            END-PERFORM.

                    WHEN "GBP"
                    WHEN "MAD"
                    WHEN "CHF"
                        PERFORM CONTROLER-DEVISE-PRODUIT
                    WHEN OTHER
                        DISPLAY "DEVISE INCONNUE - CODE ISO REQUIS"
                END-EVALUATE
            END-PERFORM.

            IF PRD-DECOUVERT = "O"
                MOVE 12 TO WS-MSG-ID PERFORM AFFICHER-PROMPT
                ACCEPT WS-DECOUVERT-CPT
            ELSE
                MOVE ZERO TO WS-DECOUVERT-CPT
            END-IF.

            MOVE "N" TO WS-PIN-VALIDE
            PERFORM UNTIL WS-PIN-VALIDE = "O"
            EXIT.
       FIN-SAISIR-CPT.

      *    la devise saisie doit figurer parmi celles du produit
      *    (* = toutes les devises approuvees).
       CONTROLER-DEVISE-PRODUIT.
           IF PRD-DEVISE(1) = "*"
               MOVE "O" TO WS-DEVISE-VALIDE
           END-IF.
           PERFORM VARYING WS-PRD-K FROM 1 BY 1 UNTIL WS-PRD-K > 5
               IF PRD-DEVISE(WS-PRD-K) = WS-DEVISE-CPT
                   MOVE "O" TO WS-DEVISE-VALIDE
               END-IF
           END-PERFORM.
           IF WS-DEVISE-VALIDE NOT = "O"
               DISPLAY "DEVISE NON AUTORISEE POUR LE PRODUIT "
                       PRD-CODE
           END-IF.
           EXIT.
       FIN-CONTROLER-DEVISE-PRODUIT.

      *    boucle d'ajout de co-titulaires sur le compte WS-COTIT-CPT.
       SAISIR-CO-TITULAIRES.
           MOVE "O" TO WS-REP-COTIT.
           END-IF.
           WRITE BEN-ENREG.
           CLOSE BENEFICIAIRES.
      *    ajout date a la piste d'audit : la detection des prises de
      *    controle (DETECTION-USURPATION) le rapproche des
      *    changements de coordonnees du client.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-BENEF-OPERATEUR.
           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-BENEF-MAT TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "NOUVEAU BENEFICIAIRE " WS-BENEF-ID " "
                  WS-BENEF-BANQUE " " WS-BENEF-NOM
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-BENEF-OPERATEUR
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "BENEFICIAIRE " WS-BENEF-NOM " ENREGISTRE.".
           EXIT.
       FIN-SAISIR-UN-BENEFICIAIRE.
      *    dossier d'ouverture : enregistre une piece recue pour un
      *    compte ; des que la convention signee ET la copie CIN
      *    sont au dossier, un compte encore en attente (P) passe au
      *    statut A. Pour une personne morale, l'extrait du registre
      *    du commerce (RC) tient lieu de copie CIN.
       GERER-DOSSIERS.
           MOVE "O" TO WS-REP-DOSSIER.
           PERFORM UNTIL WS-REP-DOSSIER NOT = "O"
                   DISPLAY "COMPTE INTROUVABLE !"
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY "PIECE (CONVENTION/CIN/RC) :".
           ACCEPT WS-DOS-CODE.
           IF WS-DOS-CODE NOT = "CONVENTION" AND WS-DOS-CODE NOT = "CIN"
              AND WS-DOS-CODE NOT = "RC"
               DISPLAY "PIECE INCONNUE"
               EXIT PARAGRAPH
           END-IF.
                   READ DOSSIERS-COMPTES
                       AT END MOVE "10" TO WS-DOS-FILESTATUS
                       NOT AT END
      *                    une piece a date de reception a blanc
      *                    est seulement attendue (demande web).
                           IF DOS-NUM-CPT = WS-DOS-CPT
                              AND DOS-DATE-RECUE NOT = SPACES
                               IF DOS-CODE-DOC = "CONVENTION"
                                   MOVE "O" TO WS-CONVENTION-VUE
                               END-IF
                               IF DOS-CODE-DOC = "CIN"
                                  OR DOS-CODE-DOC = "RC"
                                   MOVE "O" TO WS-CIN-VUE
                               END-IF
                           END-IF
      *    deduit son age a la date d'exploitation ; a defaut,
      *    presume majeur pour ne pas autoriser un type MINEUR sur un
      *    matricule inconnu. L'age n'est plus fige au jour de la
      *    saisie : un mineur d'hier devient majeur tout seul. Une
      *    personne morale n'a pas d'age : elle passe pour majeure.
       TROUVER-AGE-TITULAIRE.
           MOVE 18 TO WS-AGE-TITULAIRE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NBR-CLT-EXIST
               IF CLIENT(WS-K)(1:6) = WS-TITUL-CPT
                   MOVE CLIENT(WS-K) TO REC-CLT
                   IF WS-TYPE-CLT NOT = "M"
                       PERFORM CALCULER-AGE-NAISSANCE
                       IF WS-AGE-CALCULE > 0
                           MOVE WS-AGE-CALCULE TO WS-AGE-TITULAIRE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
             MOVE SPACES TO WS-FLT-NOM
             MOVE WS-NOM-CLT TO WS-FLT-NOM(1:20)
             MOVE WS-CIN-CLT TO WS-FLT-CIN
             IF WS-TYPE-CLT = "M"
                 MOVE WS-RC-CLT TO WS-FLT-CIN
             END-IF
             MOVE "CLIENT" TO WS-FLT-ORIGINE
             CALL WS-PGM-FILTRAGE USING WS-FLT-NOM WS-FLT-CIN
                  WS-FLT-ORIGINE WS-FLT-RESULTAT
               EXIT PARAGRAPH
           END-IF.

           CALL WS-PGM-PRODUIT USING CPM-TYPE-CPT PRODUIT-RECORD
                                     WS-PRD-TROUVE.
           IF PRD-INTERETS = "O" AND CPM-SOLDE-CPT > 0
               PERFORM REGLER-INTERETS-CLOTURE
           END-IF.

           END-IF.

           IF CPM-SOLDE-CPT > 0
               IF WS-MODE-SUCCESSION = "O"
                   PERFORM PARTAGER-RELIQUAT
               ELSE
                   PERFORM VIRER-RELIQUAT
               END-IF
               IF WS-RESIDU-OK NOT = "O"
                   EXIT PARAGRAPH
               END-IF

      *    mouvements du mois d'exploitation en cours sur le compte
      *    clos, ecriture de cloture comprise - les mois anterieurs
      *    sont sur les releves mensuels deja remis. Lecture par la
      *    cle secondaire sur le compte.
       EDITER-MOUVEMENTS-FINAUX.
           MOVE ZERO TO WS-NB-MVT-EDITES.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE WS-NUM-CPT-CLOTURE TO JRN-NUM-CPT
               START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
                   INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
               END-START
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           IF JRN-NUM-CPT NOT = WS-NUM-CPT-CLOTURE
                               MOVE "10" TO WS-JRN-FILESTATUS
                           END-IF
                           IF JRN-NUM-CPT = WS-NUM-CPT-CLOTURE
                              AND JRN-DATE-OPE(1:6) =
                                  WS-AUJOURD-HUI(1:6)
       FIN-CONTROLER-SUPERVISEUR.
      /    *************************************************************

      /    *********************TRANSFERER-AGENCE*************************
      *    le client demenage, son compte change d'agence : sous
      *    autorite superviseur, CPM-AGENCE passe a la nouvelle agence
      *    et la cle RIB est recalculee. L'ancien identifiant est
      *    garde dans TRANSFERTS-AGENCE.DAT (CLE-RIB l'accepte encore
      *    pour les virements et prelevements entrants) et un avis
      *    de transfert est edite pour le client avec son nouveau RIB,
      *    ses cartes, chequiers et coffres, qui suivent le compte.
       TRANSFERER-AGENCE.
           MOVE "O" TO WS-REP-TRANSFERT.
           PERFORM UNTIL WS-REP-TRANSFERT NOT = "O"
               DISPLAY "TRANSFERER UN COMPTE VERS UNE AUTRE AGENCE ? "
                       "(O/N)"
               ACCEPT WS-REP-TRANSFERT
               IF WS-REP-TRANSFERT = "O"
                   DISPLAY "NUM COMPTE A TRANSFERER :"
                   ACCEPT WS-NUM-CPT-TRANSFERT
                   MOVE WS-NUM-CPT-TRANSFERT TO CPM-NUM-CPT
                   READ COMPTE-MASTER
                       INVALID KEY
                           DISPLAY "COMPTE INTROUVABLE !"
                       NOT INVALID KEY
                           PERFORM TRANSFERER-UN-COMPTE
                   END-READ
               END-IF
           END-PERFORM.
           EXIT.
       FIN-TRANSFERER-AGENCE.

      *    transfert du compte charge dans le buffer du fichier
      *    maitre.
       TRANSFERER-UN-COMPTE.
           IF CPM-STATUT = "C" OR CPM-STATUT = "S"
               DISPLAY "COMPTE AU STATUT " CPM-STATUT
                       ", TRANSFERT REFUSE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "AGENCE ACTUELLE : " CPM-AGENCE.
           DISPLAY "NOUVELLE AGENCE :".
           ACCEPT WS-AGENCE-NOUVELLE.
           IF WS-AGENCE-NOUVELLE = CPM-AGENCE
               DISPLAY "LE COMPTE EST DEJA A CETTE AGENCE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM VERIFIER-AGENCE-CIBLE.
           IF WS-AGENCE-CIBLE-OK NOT = "O"
               DISPLAY "AGENCE " WS-AGENCE-NOUVELLE
                       " INCONNUE, TRANSFERT REFUSE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-SUPERVISEUR.
           IF WS-SUPERV-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           MOVE CPM-AGENCE TO WS-AGENCE-ANCIENNE.
           MOVE "C" TO WS-RIB-ACTION.
           CALL WS-PGM-CLE-RIB USING WS-AGENCE-ANCIENNE CPM-NUM-CPT
                WS-CLE-ANCIENNE WS-RIB-ACTION WS-RIB-RESULTAT.
           CALL WS-PGM-CLE-RIB USING WS-AGENCE-NOUVELLE CPM-NUM-CPT
                WS-CLE-NOUVELLE WS-RIB-ACTION WS-RIB-RESULTAT.

           MOVE WS-AGENCE-NOUVELLE TO CPM-AGENCE.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC TRANSFERT COMPTE " CPM-NUM-CPT
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE SPACES               TO TRA-ENREG.
           MOVE CPM-NUM-CPT          TO TRA-NUM-CPT.
           MOVE WS-AGENCE-ANCIENNE   TO TRA-ANC-AGENCE.
           MOVE WS-CLE-ANCIENNE      TO TRA-ANC-CLE.
           MOVE WS-AGENCE-NOUVELLE   TO TRA-NOU-AGENCE.
           MOVE WS-CLE-NOUVELLE      TO TRA-NOU-CLE.
           MOVE WS-AUJOURD-HUI       TO TRA-DATE.
           MOVE WS-SUPERVISEUR-ID    TO TRA-SUPERVISEUR.
           OPEN EXTEND TRANSFERTS-AGENCE.
           IF WS-TRA-FILESTATUS = "35"
               OPEN OUTPUT TRANSFERTS-AGENCE
           END-IF.
           WRITE TRA-ENREG.
           CLOSE TRANSFERTS-AGENCE.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE CPM-NUM-CPT TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-AVANT.
           STRING "RIB " WS-AGENCE-ANCIENNE " " CPM-NUM-CPT " "
                  WS-CLE-ANCIENNE
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "RIB " WS-AGENCE-NOUVELLE " " CPM-NUM-CPT " "
                  WS-CLE-NOUVELLE " (TRANSFERT)"
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SUPERVISEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "COMPTE " CPM-NUM-CPT " TRANSFERE A L'AGENCE "
                   WS-AGENCE-NOUVELLE " - NOUVEAU RIB "
                   WS-AGENCE-NOUVELLE CPM-NUM-CPT WS-CLE-NOUVELLE.
           PERFORM EDITER-AVIS-TRANSFERT.
           EXIT.
       FIN-TRANSFERER-UN-COMPTE.

      *    l'agence d'accueil doit figurer au fichier de reference.
       VERIFIER-AGENCE-CIBLE.
           MOVE "N" TO WS-AGENCE-CIBLE-OK.
           OPEN INPUT AGENCES-FICHIER.
           IF WS-AGE-FILESTATUS = "00"
               PERFORM UNTIL WS-AGE-FILESTATUS NOT = "00"
                   READ AGENCES-FICHIER
                       AT END MOVE "10" TO WS-AGE-FILESTATUS
                       NOT AT END
                           IF AGE-CODE = WS-AGENCE-NOUVELLE
                               MOVE "O" TO WS-AGENCE-CIBLE-OK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCES-FICHIER
           END-IF.
           EXIT.
       FIN-VERIFIER-AGENCE-CIBLE.

      *    avis remis ou envoye au client dans
      *    TRANSFERT-<CPT>-<DATE>.TXT : ancien et nouveau RIB, puis
      *    les cartes, chequiers et coffres rattaches au compte.
       EDITER-AVIS-TRANSFERT.
           MOVE "INCONNU" TO WS-NOM-TITULAIRE.
           MOVE SPACES TO WS-PRENOM-TITULAIRE.
           MOVE CPM-TITUL-CPT TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CLM-NOM-CLT    TO WS-NOM-TITULAIRE
                   MOVE CLM-PRENOM-CLT TO WS-PRENOM-TITULAIRE
           END-READ.

           MOVE SPACES TO WS-CER-FILE-PATH.
           STRING "TRANSFERT-" CPM-NUM-CPT "-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-CER-FILE-PATH
           END-STRING.
           OPEN OUTPUT CERTIFICAT-FICHIER.

           MOVE ALL "=" TO CER-LIGNE.
           WRITE CER-LIGNE.
           MOVE "AVIS DE TRANSFERT DE COMPTE" TO CER-LIGNE.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "COMPTE " CPM-NUM-CPT
                  " - TITULAIRE " CPM-TITUL-CPT
                  " " WS-NOM-TITULAIRE " " WS-PRENOM-TITULAIRE
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "TRANSFERE LE " WS-AUJOURD-HUI
                  " DE L'AGENCE " WS-AGENCE-ANCIENNE
                  " A L'AGENCE " WS-AGENCE-NOUVELLE
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "ANCIEN RIB  : " WS-AGENCE-ANCIENNE " "
                  CPM-NUM-CPT " " WS-CLE-ANCIENNE
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "NOUVEAU RIB : " WS-AGENCE-NOUVELLE " "
                  CPM-NUM-CPT " " WS-CLE-NOUVELLE
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           MOVE "COMMUNIQUEZ LE NOUVEAU RIB A VOS DEBITEURS ET "
               TO CER-LIGNE.
           MOVE "CREANCIERS ; L'ANCIEN RESTE HONORE ENTRE-TEMPS."
               TO CER-LIGNE(47:50).
           WRITE CER-LIGNE.

           MOVE ZERO TO WS-NB-REPRIS.
           PERFORM REPRENDRE-CARTES-COMPTE.
           PERFORM REPRENDRE-CHEQUIERS-COMPTE.
           PERFORM REPRENDRE-COFFRES-COMPTE.
           IF WS-NB-REPRIS = ZERO
               MOVE "AUCUNE CARTE, AUCUN CHEQUIER NI COFFRE RATTACHE."
                   TO CER-LIGNE
               WRITE CER-LIGNE
           END-IF.
           MOVE ALL "=" TO CER-LIGNE.
           WRITE CER-LIGNE.
           CLOSE CERTIFICAT-FICHIER.

           DISPLAY "AVIS DE TRANSFERT DANS " WS-CER-FILE-PATH.
           EXIT.
       FIN-EDITER-AVIS-TRANSFERT.

      *    cartes du compte : elles restent valables, le numero de
      *    compte ne change pas.
       REPRENDRE-CARTES-COMPTE.
           OPEN INPUT CARTES-FICHIER.
           IF WS-CRT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CRT-FILESTATUS NOT = "00"
               READ CARTES-FICHIER
                   AT END MOVE "10" TO WS-CRT-FILESTATUS
                   NOT AT END
                       IF CRT-NUM-CPT = CPM-NUM-CPT
                          AND CRT-STATUT = "A"
                           ADD 1 TO WS-NB-REPRIS
                           MOVE SPACES TO CER-LIGNE
                           STRING "CARTE ............" CRT-NUMERO(13:4)
                                  " EXPIRE " CRT-EXPIRATION
                                  " : RESTE VALABLE"
                               DELIMITED BY SIZE INTO CER-LIGNE
                           END-STRING
                           WRITE CER-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARTES-FICHIER.
           EXIT.
       FIN-REPRENDRE-CARTES-COMPTE.

      *    chequiers delivres : les formules deja imprimees restent
      *    payables, la compensation les rapproche par numero de
      *    compte.
       REPRENDRE-CHEQUIERS-COMPTE.
           OPEN INPUT CHEQUIERS.
           IF WS-CHB-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHB-FILESTATUS NOT = "00"
               READ CHEQUIERS
                   AT END MOVE "10" TO WS-CHB-FILESTATUS
                   NOT AT END
                       IF CHB-NUM-CPT = CPM-NUM-CPT
                           ADD 1 TO WS-NB-REPRIS
                           MOVE SPACES TO CER-LIGNE
                           STRING "CHEQUIER " CHB-PREMIER " A "
                                  CHB-DERNIER " DU " CHB-DATE
                                  " : FORMULES TOUJOURS VALABLES"
                               DELIMITED BY SIZE INTO CER-LIGNE
                           END-STRING
                           WRITE CER-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHEQUIERS.
           EXIT.
       FIN-REPRENDRE-CHEQUIERS-COMPTE.

      *    coffres loues : le loyer reste preleve sur ce compte ; le
      *    coffre lui-meme demeure dans son agence jusqu'a ce que le
      *    client le libere.
       REPRENDRE-COFFRES-COMPTE.
           OPEN INPUT COFFRES-FICHIER.
           IF WS-CFR-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CFR-FILESTATUS NOT = "00"
               READ COFFRES-FICHIER
                   AT END MOVE "10" TO WS-CFR-FILESTATUS
                   NOT AT END
                       IF CFR-NUM-CPT = CPM-NUM-CPT
                          AND CFR-STATUT NOT = "D"
                           ADD 1 TO WS-NB-REPRIS
                           MOVE SPACES TO CER-LIGNE
                           STRING "COFFRE " CFR-NUMERO
                                  " A L'AGENCE " CFR-AGENCE
                                  " : LOYER TOUJOURS PRELEVE SUR CE "
                                  "COMPTE"
                               DELIMITED BY SIZE INTO CER-LIGNE
                           END-STRING
                           WRITE CER-LIGNE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COFFRES-FICHIER.
           EXIT.
       FIN-REPRENDRE-COFFRES-COMPTE.
      /    *************************************************************

      /    *********************GERER-SUCCESSIONS**************************
      *    deces d'un client : la declaration pose la date du deces et
      *    la reference du notaire au registre des successions, gele
      *    au statut S tous les comptes dont le defunt est titulaire
      *    ou co-titulaire, suspend ses ordres permanents, mandats de
      *    prelevement et cartes, et edite pour le notaire le
      *    certificat des soldes au jour du deces. Le reglement final,
      *    sous autorite superviseur, partage chaque compte entre les
      *    ayants droit selon les parts fixees par le notaire et le
      *    cloture par le reglement de cloture habituel.
       GERER-SUCCESSIONS.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           MOVE "O" TO WS-REP-SUCCESSION.
           PERFORM UNTIL WS-REP-SUCCESSION NOT = "O"
               DISPLAY "TRAITER UNE SUCCESSION (CLIENT DECEDE) ? (O/N)"
               ACCEPT WS-REP-SUCCESSION
               IF WS-REP-SUCCESSION = "O"
                   DISPLAY "1-DECLARER UN DECES (GEL DES COMPTES)"
                   DISPLAY "2-REEDITER LE CERTIFICAT DES SOLDES AU "
                           "DECES"
                   DISPLAY "3-REGLER LA SUCCESSION AUX AYANTS DROIT"
                   ACCEPT WS-SUC-CHOIX
                   DISPLAY "MATRICULE DU CLIENT DECEDE :"
                   ACCEPT WS-SUC-MAT
                   EVALUATE WS-SUC-CHOIX
                       WHEN 1
                           PERFORM OUVRIR-SUCCESSION
                       WHEN 2
                           PERFORM REEDITER-CERTIFICAT-DECES
                       WHEN 3
                           PERFORM REGLER-SUCCESSION
                       WHEN OTHER
                           DISPLAY "CHOIX INVALIDE"
                   END-EVALUATE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-GERER-SUCCESSIONS.
      /    *************************************************************

       OUVRIR-SUCCESSION.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-SUC-MAT TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "MATRICULE INTROUVABLE !"
                   EXIT PARAGRAPH
           END-READ.

           PERFORM CHARGER-SUCCESSIONS.
           IF WS-SUC-SURCHARGE = "O"
               DISPLAY "REGISTRE DES SUCCESSIONS PLEIN, DECLARATION "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-SUCCESSION.
           IF WS-SUC-TROUVEE = "O"
               DISPLAY "DECES DEJA DECLARE LE " SUC-DATE-OUVERTURE
                       " - SUCCESSION AU STATUT " SUC-STATUT
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-SUC-OPERATEUR.
           DISPLAY "DATE DU DECES (AAAAMMJJ) :".
           ACCEPT WS-SUC-DATE-DECES.
           MOVE "P" TO WS-CTRL-MODE.
           CALL WS-PGM-CTRL-DATE USING WS-SUC-DATE-DECES WS-CTRL-MODE
                                        WS-CTRL-VALIDE.
           IF WS-CTRL-VALIDE NOT = "O"
               DISPLAY "DATE DE DECES INVALIDE, DECLARATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REFERENCE DU NOTAIRE :".
           ACCEPT WS-SUC-REF-NOTAIRE.
           IF WS-SUC-REF-NOTAIRE = SPACES
               DISPLAY "REFERENCE NOTAIRE OBLIGATOIRE, DECLARATION "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECENSER-COMPTES-DEFUNT.
           PERFORM GELER-COMPTES-DEFUNT.
           PERFORM SUSPENDRE-ORDRES-DEFUNT.
           PERFORM SUSPENDRE-MANDATS-DEFUNT.
           PERFORM SUSPENDRE-CARTES-DEFUNT.

           MOVE SPACES             TO SUC-ENREG.
           MOVE WS-SUC-MAT         TO SUC-MAT-CLT.
           MOVE WS-SUC-DATE-DECES  TO SUC-DATE-DECES.
           MOVE WS-SUC-REF-NOTAIRE TO SUC-REF-NOTAIRE.
           MOVE WS-AUJOURD-HUI     TO SUC-DATE-OUVERTURE.
           MOVE WS-SUC-OPERATEUR   TO SUC-OPERATEUR.
           MOVE "O"                TO SUC-STATUT.
           MOVE ZERO               TO SUC-SUPERVISEUR.
           OPEN EXTEND SUCCESSIONS-FICHIER.
           IF WS-SUC-FILESTATUS = "35"
               OPEN OUTPUT SUCCESSIONS-FICHIER
           END-IF.
           WRITE SUC-ENREG.
           CLOSE SUCCESSIONS-FICHIER.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-SUC-MAT TO WS-AUD-CLE(1:6).
           MOVE "CLIENT EN VIE" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "DECEDE LE " WS-SUC-DATE-DECES
                  " NOTAIRE " WS-SUC-REF-NOTAIRE
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SUC-OPERATEUR
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY WS-NB-SUC-CPT " COMPTE(S) GELE(S), "
                   WS-NB-ORD-SUSP " ORDRE(S), "
                   WS-NB-MAN-SUSP " MANDAT(S) ET "
                   WS-NB-CRT-SUSP " CARTE(S) SUSPENDU(S).".
           PERFORM EDITER-CERTIFICAT-DECES.
           EXIT.
       FIN-OUVRIR-SUCCESSION.

      *    le certificat se reedite tant que la succession est
      *    ouverte ; apres reglement les comptes sont clos et la copie
      *    d'origine reste dans ARCHIVE-CERTIFICATS.DAT.
       REEDITER-CERTIFICAT-DECES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-SUCCESSIONS.
           PERFORM CHERCHER-SUCCESSION.
           IF WS-SUC-TROUVEE NOT = "O"
               DISPLAY "AUCUN DECES DECLARE POUR CE MATRICULE"
               EXIT PARAGRAPH
           END-IF.
           IF SUC-STATUT NOT = "O"
               DISPLAY "SUCCESSION REGLEE LE " SUC-DATE-REGLEMENT
                       ", CERTIFICAT D'ORIGINE ARCHIVE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SUC-DATE-DECES  TO WS-SUC-DATE-DECES.
           MOVE SUC-REF-NOTAIRE TO WS-SUC-REF-NOTAIRE.
           MOVE WS-SUC-MAT TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "MATRICULE INTROUVABLE !"
                   EXIT PARAGRAPH
           END-READ.
           PERFORM RECENSER-COMPTES-DEFUNT.
           PERFORM EDITER-CERTIFICAT-DECES.
           EXIT.
       FIN-REEDITER-CERTIFICAT-DECES.

      *    reglement final : superviseur identifie, ayants droit et
      *    parts saisis (total de 100 %), puis chaque compte dont le
      *    defunt est titulaire passe par REGLER-ET-CLOTURER en mode
      *    succession. Un compte dont il n'etait que co-titulaire
      *    reste au co-titulaire survivant et repasse au statut A. La
      *    succession n'est marquee reglee qu'une fois tous ses
      *    comptes clos (un solde debiteur bloque la cloture).
       REGLER-SUCCESSION.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-SUCCESSIONS.
           PERFORM CHERCHER-SUCCESSION.
           IF WS-SUC-TROUVEE NOT = "O" OR SUC-STATUT NOT = "O"
               DISPLAY "AUCUNE SUCCESSION OUVERTE POUR CE MATRICULE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SUC-DATE-DECES  TO WS-SUC-DATE-DECES.
           MOVE SUC-REF-NOTAIRE TO WS-SUC-REF-NOTAIRE.

           PERFORM CONTROLER-SUPERVISEUR.
           IF WS-SUPERV-OK NOT = "O"
               DISPLAY "REGLEMENT DE SUCCESSION REFUSE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM RECENSER-COMPTES-DEFUNT.
           PERFORM SAISIR-AYANTS-DROIT.
           IF WS-NB-HERITIERS = 0 OR WS-TOTAL-PARTS NOT = 100
               DISPLAY "TOTAL DES PARTS " WS-TOTAL-PARTS
                       " DIFFERENT DE 100 %, REGLEMENT ABANDONNE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "O" TO WS-MODE-SUCCESSION.
           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
               PERFORM REGLER-UN-COMPTE-DEFUNT
           END-PERFORM.
           MOVE "N" TO WS-MODE-SUCCESSION.

           PERFORM RECENSER-COMPTES-DEFUNT.
           MOVE "O" TO WS-SUC-TOUT-CLOS.
           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
               IF WS-SUC-CPT-ROLE(WS-SUC-C) = "T"
                   MOVE "N" TO WS-SUC-TOUT-CLOS
               END-IF
           END-PERFORM.
           IF WS-SUC-TOUT-CLOS NOT = "O"
               DISPLAY "COMPTES ENCORE OUVERTS, SUCCESSION MAINTENUE "
                       "OUVERTE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "R"               TO SUC-STATUT.
           MOVE WS-AUJOURD-HUI    TO SUC-DATE-REGLEMENT.
           MOVE WS-SUPERVISEUR-ID TO SUC-SUPERVISEUR.
           MOVE SUC-ENREG TO WS-SUC-IMAGE(WS-SUC-POS).
           PERFORM SAUVER-SUCCESSIONS.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-SUC-MAT TO WS-AUD-CLE(1:6).
           MOVE "SUCCESSION OUVERTE" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "SUCCESSION REGLEE A " WS-NB-HERITIERS
                  " AYANT(S) DROIT"
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SUPERVISEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "SUCCESSION DU CLIENT " WS-SUC-MAT " REGLEE.".
           EXIT.
       FIN-REGLER-SUCCESSION.

       REGLER-UN-COMPTE-DEFUNT.
           MOVE WS-SUC-CPT(WS-SUC-C) TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE " WS-SUC-CPT(WS-SUC-C)
                           " INTROUVABLE !"
                   EXIT PARAGRAPH
           END-READ.
           IF WS-SUC-CPT-ROLE(WS-SUC-C) = "J"
               MOVE "A" TO CPM-STATUT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC DEGEL COMPTE " CPM-NUM-CPT
                   NOT INVALID KEY
                       DISPLAY "COMPTE JOINT " CPM-NUM-CPT
                               " RENDU AU CO-TITULAIRE SURVIVANT"
               END-REWRITE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-SUC-CPT(WS-SUC-C) TO WS-NUM-CPT-CLOTURE.
           MOVE ZERO TO WS-SOLDE-RESIDU.
           PERFORM REGLER-ET-CLOTURER.
           EXIT.
       FIN-REGLER-UN-COMPTE-DEFUNT.

      *    ayants droit : comptes actifs chez nous, hors comptes du
      *    defunt, avec la part de chacun fixee par le notaire.
       SAISIR-AYANTS-DROIT.
           MOVE ZERO TO WS-NB-HERITIERS.
           MOVE ZERO TO WS-TOTAL-PARTS.
           MOVE "X" TO WS-HER-SAISI.
           PERFORM UNTIL WS-HER-SAISI = SPACES
                      OR WS-NB-HERITIERS >= 10
               DISPLAY "COMPTE DE L'AYANT DROIT (VIDE = FIN) :"
               ACCEPT WS-HER-SAISI
               IF WS-HER-SAISI NOT = SPACES
                   PERFORM RETENIR-AYANT-DROIT
               END-IF
           END-PERFORM.
           EXIT.
       FIN-SAISIR-AYANTS-DROIT.

       RETENIR-AYANT-DROIT.
           MOVE "N" TO WS-SUC-DEJA-VU.
           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
               IF WS-SUC-CPT(WS-SUC-C) = WS-HER-SAISI
                   MOVE "O" TO WS-SUC-DEJA-VU
               END-IF
           END-PERFORM.
           IF WS-SUC-DEJA-VU = "O"
               DISPLAY "COMPTE DU DEFUNT, AYANT DROIT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-HER-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE INTROUVABLE !"
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE NON ACTIF, AYANT DROIT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PART EN POURCENT (EX. 25.00) :".
           ACCEPT WS-HER-PART-SAISIE.
           IF WS-HER-PART-SAISIE = 0
               DISPLAY "PART NULLE, AYANT DROIT IGNORE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-HERITIERS.
           MOVE WS-HER-SAISI       TO WS-HER-CPT(WS-NB-HERITIERS).
           MOVE WS-HER-PART-SAISIE TO WS-HER-PART(WS-NB-HERITIERS).
           MOVE CPM-DEVISE-CPT     TO WS-HER-DEVISE(WS-NB-HERITIERS).
           ADD WS-HER-PART-SAISIE TO WS-TOTAL-PARTS.
           EXIT.
       FIN-RETENIR-AYANT-DROIT.

      *    variante de VIRER-RELIQUAT pour la succession : le solde
      *    du compte a cloturer est reparti entre les ayants droit,
      *    le dernier recevant le reste (centimes d'arrondi compris).
      *    Toutes les parts sont calculees et converties avant la
      *    premiere ecriture ; chaque part est journalisee en deux
      *    jambes OPE3 comme un virement de guichet.
       PARTAGER-RELIQUAT.
           MOVE "N" TO WS-RESIDU-OK.
           MOVE CPM-SOLDE-CPT   TO WS-SOLDE-RESIDU.
           MOVE CPM-DEVISE-CPT  TO WS-DEVISE-CLOTURE.
           MOVE WS-SOLDE-RESIDU TO WS-RESTE-A-PARTAGER.

           PERFORM VARYING WS-HER-I FROM 1 BY 1
                   UNTIL WS-HER-I > WS-NB-HERITIERS
               IF WS-HER-I = WS-NB-HERITIERS
                   MOVE WS-RESTE-A-PARTAGER TO WS-HER-MONTANT(WS-HER-I)
               ELSE
                   COMPUTE WS-HER-MONTANT(WS-HER-I) ROUNDED =
                           WS-SOLDE-RESIDU * WS-HER-PART(WS-HER-I)
                           / 100
                   SUBTRACT WS-HER-MONTANT(WS-HER-I)
                       FROM WS-RESTE-A-PARTAGER
               END-IF
               MOVE "O" TO WS-CONV-STATUT
               IF WS-HER-DEVISE(WS-HER-I) = WS-DEVISE-CLOTURE
                   MOVE WS-HER-MONTANT(WS-HER-I) TO
                        WS-HER-CREDIT(WS-HER-I)
               ELSE
                   MOVE WS-HER-MONTANT(WS-HER-I) TO WS-MONTANT-CONV-IN
                   CALL WS-PGM-CONVERSION USING WS-MONTANT-CONV-IN
                        WS-DEVISE-CLOTURE WS-HER-DEVISE(WS-HER-I)
                        WS-CONV-DATE WS-CONV-COTE
                        WS-MONTANT-CONVERTI WS-TAUX-RETOURNE
                        WS-CONV-STATUT
                   MOVE WS-MONTANT-CONVERTI TO WS-HER-CREDIT(WS-HER-I)
               END-IF
               IF WS-CONV-STATUT = "N"
                   DISPLAY "TAUX INDISPONIBLE, CLOTURE DE "
                           WS-NUM-CPT-CLOTURE " ABANDONNEE"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-HER-I FROM 1 BY 1
                   UNTIL WS-HER-I > WS-NB-HERITIERS
               IF WS-HER-MONTANT(WS-HER-I) > 0
                   PERFORM VIRER-PART-AYANT-DROIT
               END-IF
           END-PERFORM.
           MOVE "O" TO WS-RESIDU-OK.
           EXIT.
       FIN-PARTAGER-RELIQUAT.

       VIRER-PART-AYANT-DROIT.
      *    debit du compte du defunt, jambe D.
           MOVE WS-NUM-CPT-CLOTURE TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE A CLOTURER INTROUVABLE !"
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT WS-HER-MONTANT(WS-HER-I) FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC DEBIT DE SUCCESSION !"
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-NUM-CPT-CLOTURE       TO WS-JRN-NUM-CPT.
           MOVE "OPE3"                   TO WS-JRN-CODE.
           MOVE WS-HER-MONTANT(WS-HER-I) TO WS-JRN-MONTANT.
           MOVE WS-DEVISE-CLOTURE        TO WS-JRN-DEVISE.
           MOVE CPM-SOLDE-CPT            TO WS-JRN-SOLDE.
           MOVE "D"                      TO WS-JRN-SENS.
           MOVE SPACES                   TO WS-JRN-LIBELLE.
           STRING "SUCCESSION PART VERS " WS-HER-CPT(WS-HER-I)
               DELIMITED BY SIZE INTO WS-JRN-LIBELLE
           END-STRING.
           PERFORM ECRIRE-JOURNAL-CLOTURE.

      *    credit de l'ayant droit, jambe C.
           MOVE WS-HER-CPT(WS-HER-I) TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE AYANT DROIT INTROUVABLE AU CREDIT !"
                   EXIT PARAGRAPH
           END-READ.
           ADD WS-HER-CREDIT(WS-HER-I) TO CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC CREDIT DE LA PART !"
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-HER-CPT(WS-HER-I)    TO WS-JRN-NUM-CPT.
           MOVE "OPE3"                  TO WS-JRN-CODE.
           MOVE WS-HER-CREDIT(WS-HER-I) TO WS-JRN-MONTANT.
           MOVE WS-HER-DEVISE(WS-HER-I) TO WS-JRN-DEVISE.
           MOVE CPM-SOLDE-CPT           TO WS-JRN-SOLDE.
           MOVE "C"                     TO WS-JRN-SENS.
           MOVE SPACES                  TO WS-JRN-LIBELLE.
           STRING "SUCCESSION DE " WS-NUM-CPT-CLOTURE
               DELIMITED BY SIZE INTO WS-JRN-LIBELLE
           END-STRING.
           PERFORM ECRIRE-JOURNAL-CLOTURE.

           DISPLAY "PART " WS-HER-MONTANT(WS-HER-I) " "
                   WS-DEVISE-CLOTURE " VIREE VERS "
                   WS-HER-CPT(WS-HER-I).
           EXIT.
       FIN-VIRER-PART-AYANT-DROIT.

      *    comptes non clos du defunt : titulaire (cle secondaire
      *    du titulaire sur le fichier maitre) puis co-titulaire
      *    (CO-TITULAIRES.DAT).
       RECENSER-COMPTES-DEFUNT.
           MOVE ZERO TO WS-NB-SUC-CPT.
           MOVE WS-SUC-MAT TO CPM-TITUL-CPT.
           START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
               INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-TITUL-CPT NOT = WS-SUC-MAT
                           MOVE "10" TO WS-CPT-FILESTATUS
                       ELSE
                           IF CPM-STATUT NOT = "C"
                              AND WS-NB-SUC-CPT < 50
                               ADD 1 TO WS-NB-SUC-CPT
                               MOVE CPM-NUM-CPT TO
                                    WS-SUC-CPT(WS-NB-SUC-CPT)
                               MOVE "T" TO
                                    WS-SUC-CPT-ROLE(WS-NB-SUC-CPT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           OPEN INPUT CO-TITULAIRES.
           IF WS-CTI-FILESTATUS = "00"
               PERFORM UNTIL WS-CTI-FILESTATUS NOT = "00"
                   READ CO-TITULAIRES
                       AT END MOVE "10" TO WS-CTI-FILESTATUS
                       NOT AT END
                           IF CTI-MAT-CLT = WS-SUC-MAT
                               PERFORM RETENIR-CO-TITULARITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-TITULAIRES
           END-IF.
           EXIT.
       FIN-RECENSER-COMPTES-DEFUNT.

       RETENIR-CO-TITULARITE.
           MOVE "N" TO WS-SUC-DEJA-VU.
           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
               IF WS-SUC-CPT(WS-SUC-C) = CTI-NUM-CPT
                   MOVE "O" TO WS-SUC-DEJA-VU
               END-IF
           END-PERFORM.
           IF WS-SUC-DEJA-VU = "O" OR WS-NB-SUC-CPT >= 50
               EXIT PARAGRAPH
           END-IF.
           MOVE CTI-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "C"
               ADD 1 TO WS-NB-SUC-CPT
               MOVE CPM-NUM-CPT TO WS-SUC-CPT(WS-NB-SUC-CPT)
               MOVE "J" TO WS-SUC-CPT-ROLE(WS-NB-SUC-CPT)
           END-IF.
           EXIT.
       FIN-RETENIR-CO-TITULARITE.

       GELER-COMPTES-DEFUNT.
           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
               MOVE WS-SUC-CPT(WS-SUC-C) TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       DISPLAY "COMPTE " WS-SUC-CPT(WS-SUC-C)
                               " INTROUVABLE !"
                   NOT INVALID KEY
                       MOVE "S" TO CPM-STATUT
                       REWRITE COMPTE-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "ECHEC GEL COMPTE " CPM-NUM-CPT
                       END-REWRITE
               END-READ
           END-PERFORM.
           EXIT.
       FIN-GELER-COMPTES-DEFUNT.

      *    ordres permanents actifs au depart d'un compte gele :
      *    passes au statut S (suspendu), fichier reecrit en totalite.
       SUSPENDRE-ORDRES-DEFUNT.
           MOVE ZERO TO WS-NB-ORD-SUSP.
           MOVE ZERO TO WS-NB-ORD-DEF.
           MOVE "N" TO WS-DEF-SURCHARGE.
           OPEN INPUT ORDRES-PERMANENTS.
           IF WS-ORD-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-ORD-FILESTATUS NOT = "00"
               READ ORDRES-PERMANENTS
                   AT END MOVE "10" TO WS-ORD-FILESTATUS
                   NOT AT END
                       IF WS-NB-ORD-DEF < 200
                           ADD 1 TO WS-NB-ORD-DEF
                           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
                               IF ORD-NUM-CPT-SOURCE =
                                  WS-SUC-CPT(WS-SUC-C)
                                  AND ORD-STATUT = "A"
                                   MOVE "S" TO ORD-STATUT
                                   ADD 1 TO WS-NB-ORD-SUSP
                               END-IF
                           END-PERFORM
                           MOVE ORD-RECORD
                             TO WS-ORD-DEF-IMAGE(WS-NB-ORD-DEF)
                       ELSE
                           MOVE "O" TO WS-DEF-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDRES-PERMANENTS.
           IF WS-DEF-SURCHARGE = "O"
               DISPLAY "TROP D'ORDRES PERMANENTS, A SUSPENDRE A LA "
                       "MAIN"
               MOVE ZERO TO WS-NB-ORD-SUSP
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ORDRES-PERMANENTS.
           PERFORM VARYING WS-DEF-I FROM 1 BY 1
                   UNTIL WS-DEF-I > WS-NB-ORD-DEF
               MOVE WS-ORD-DEF-IMAGE(WS-DEF-I) TO ORD-RECORD
               WRITE ORD-RECORD
           END-PERFORM.
           CLOSE ORDRES-PERMANENTS.
           EXIT.
       FIN-SUSPENDRE-ORDRES-DEFUNT.

      *    mandats actifs sur un compte gele : statut S (suspendu),
      *    PRELEVEMENTS ne presente plus que les mandats actifs.
       SUSPENDRE-MANDATS-DEFUNT.
           MOVE ZERO TO WS-NB-MAN-SUSP.
           MOVE ZERO TO WS-NB-MAN-DEF.
           MOVE "N" TO WS-DEF-SURCHARGE.
           OPEN INPUT MANDATS-FICHIER.
           IF WS-MAN-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-MAN-FILESTATUS NOT = "00"
               READ MANDATS-FICHIER
                   AT END MOVE "10" TO WS-MAN-FILESTATUS
                   NOT AT END
                       IF WS-NB-MAN-DEF < 300
                           ADD 1 TO WS-NB-MAN-DEF
                           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
                               IF MAN-NUM-CPT = WS-SUC-CPT(WS-SUC-C)
                                  AND MAN-STATUT = "A"
                                   MOVE "S" TO MAN-STATUT
                                   ADD 1 TO WS-NB-MAN-SUSP
                               END-IF
                           END-PERFORM
                           MOVE MAN-ENREG
                             TO WS-MAN-DEF-IMAGE(WS-NB-MAN-DEF)
                       ELSE
                           MOVE "O" TO WS-DEF-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MANDATS-FICHIER.
           IF WS-DEF-SURCHARGE = "O"
               DISPLAY "TROP DE MANDATS, A SUSPENDRE A LA MAIN"
               MOVE ZERO TO WS-NB-MAN-SUSP
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MANDATS-FICHIER.
           PERFORM VARYING WS-DEF-I FROM 1 BY 1
                   UNTIL WS-DEF-I > WS-NB-MAN-DEF
               MOVE WS-MAN-DEF-IMAGE(WS-DEF-I) TO MAN-ENREG
               WRITE MAN-ENREG
           END-PERFORM.
           CLOSE MANDATS-FICHIER.
           EXIT.
       FIN-SUSPENDRE-MANDATS-DEFUNT.

      *    cartes actives sur un compte gele : statut B (bloquee),
      *    refusees ensuite par POSTER-LOT.
       SUSPENDRE-CARTES-DEFUNT.
           MOVE ZERO TO WS-NB-CRT-SUSP.
           MOVE ZERO TO WS-NB-CRT-DEF.
           MOVE "N" TO WS-DEF-SURCHARGE.
           OPEN INPUT CARTES-FICHIER.
           IF WS-CRT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CRT-FILESTATUS NOT = "00"
               READ CARTES-FICHIER
                   AT END MOVE "10" TO WS-CRT-FILESTATUS
                   NOT AT END
                       IF WS-NB-CRT-DEF < 2000
                           ADD 1 TO WS-NB-CRT-DEF
                           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
                               IF CRT-NUM-CPT = WS-SUC-CPT(WS-SUC-C)
                                  AND CRT-STATUT = "A"
                                   MOVE "B" TO CRT-STATUT
                                   ADD 1 TO WS-NB-CRT-SUSP
                               END-IF
                           END-PERFORM
                           MOVE CARTE-ENREG
                             TO WS-CRT-DEF-IMAGE(WS-NB-CRT-DEF)
                       ELSE
                           MOVE "O" TO WS-DEF-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARTES-FICHIER.
           IF WS-DEF-SURCHARGE = "O"
               DISPLAY "TROP DE CARTES, A BLOQUER A LA MAIN"
               MOVE ZERO TO WS-NB-CRT-SUSP
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CARTES-FICHIER.
           PERFORM VARYING WS-DEF-I FROM 1 BY 1
                   UNTIL WS-DEF-I > WS-NB-CRT-DEF
               MOVE WS-CRT-DEF-IMAGE(WS-DEF-I) TO CARTE-ENREG
               WRITE CARTE-ENREG
           END-PERFORM.
           CLOSE CARTES-FICHIER.
           EXIT.
       FIN-SUSPENDRE-CARTES-DEFUNT.

      *    certificat remis au notaire : un compte par ligne avec son
      *    solde au jour du deces (solde du fichier maitre, moins les
      *    mouvements poses depuis le lendemain du deces), dans
      *    DECES-<MATRICULE>-<DATE>.TXT ; copie dans
      *    ARCHIVE-CERTIFICATS.DAT avec les certificats de cloture.
       EDITER-CERTIFICAT-DECES.
           MOVE SPACES TO WS-CER-FILE-PATH.
           STRING "DECES-" WS-SUC-MAT "-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-CER-FILE-PATH
           END-STRING.
           OPEN OUTPUT CERTIFICAT-FICHIER.
           MOVE ALL "=" TO CER-LIGNE.
           WRITE CER-LIGNE.
           MOVE "CERTIFICAT DES SOLDES AU JOUR DU DECES" TO CER-LIGNE.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "CLIENT " WS-SUC-MAT
                  " " CLM-NOM-CLT " " CLM-PRENOM-CLT
                  " CIN " CLM-CIN-CLT
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "DECEDE LE " WS-SUC-DATE-DECES
                  " - NOTAIRE REF " WS-SUC-REF-NOTAIRE
                  " - EDITE LE " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.

           OPEN EXTEND ARCHIVE-CERTIFICATS.
           IF WS-ARC-FILESTATUS = "35"
               OPEN OUTPUT ARCHIVE-CERTIFICATS
           END-IF.
           PERFORM VARYING WS-SUC-C FROM 1 BY 1
                   UNTIL WS-SUC-C > WS-NB-SUC-CPT
               MOVE WS-SUC-CPT(WS-SUC-C) TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM CALCULER-SOLDE-DECES
                       PERFORM EDITER-LIGNE-DECES
               END-READ
           END-PERFORM.
           CLOSE ARCHIVE-CERTIFICATS.
           IF WS-NB-SUC-CPT = 0
               MOVE "  AUCUN COMPTE OUVERT AU NOM DU DEFUNT"
                   TO CER-LIGNE
               WRITE CER-LIGNE
           END-IF.
           MOVE ALL "=" TO CER-LIGNE.
           WRITE CER-LIGNE.
           CLOSE CERTIFICAT-FICHIER.
           DISPLAY "CERTIFICAT DES SOLDES AU DECES DANS "
                   WS-CER-FILE-PATH.
           EXIT.
       FIN-EDITER-CERTIFICAT-DECES.

       EDITER-LIGNE-DECES.
           MOVE SPACES TO CER-LIGNE.
           IF WS-SUC-CPT-ROLE(WS-SUC-C) = "T"
               STRING "  COMPTE " CPM-NUM-CPT " " CPM-TYPE-CPT
                      " TITULAIRE     SOLDE AU DECES "
                      WS-SOLDE-DECES " " CPM-DEVISE-CPT
                   DELIMITED BY SIZE INTO CER-LIGNE
               END-STRING
           ELSE
               STRING "  COMPTE " CPM-NUM-CPT " " CPM-TYPE-CPT
                      " CO-TITULAIRE  SOLDE AU DECES "
                      WS-SOLDE-DECES " " CPM-DEVISE-CPT
                   DELIMITED BY SIZE INTO CER-LIGNE
               END-STRING
           END-IF.
           WRITE CER-LIGNE.
           MOVE SPACES TO ARC-CER-LIGNE.
           STRING CPM-NUM-CPT
                  " " WS-AUJOURD-HUI
                  " " WS-SUC-MAT
                  " DECES " WS-SUC-DATE-DECES
                  " NOTAIRE " WS-SUC-REF-NOTAIRE
                  " SOLDE " WS-SOLDE-DECES
               DELIMITED BY SIZE INTO ARC-CER-LIGNE
           END-STRING.
           WRITE ARC-CER-LIGNE.
           EXIT.
       FIN-EDITER-LIGNE-DECES.

      *    remonte du solde courant au solde du jour du deces en
      *    annulant les mouvements poses apres cette date, lus par
      *    la cle secondaire sur le compte : d'abord les archives
      *    des mois du deces a celui qui precede le mois courant,
      *    puis le journal vivant.
       CALCULER-SOLDE-DECES.
           MOVE CPM-SOLDE-CPT TO WS-SOLDE-DECES.

           MOVE WS-SUC-DATE-DECES(1:6) TO WS-MOIS-COURANT.
           PERFORM UNTIL WS-MOIS-COURANT NOT < WS-AUJOURD-HUI(1:6)
               PERFORM DECOMPTER-UNE-ARCHIVE
               PERFORM AVANCER-MOIS
           END-PERFORM.

           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE CPM-NUM-CPT TO JRN-NUM-CPT
               START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
                   INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
               END-START
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           IF JRN-NUM-CPT NOT = CPM-NUM-CPT
                               MOVE "10" TO WS-JRN-FILESTATUS
                           ELSE
                               PERFORM DECOMPTER-LIGNE-DECES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPERATIONS
           END-IF.
           EXIT.
       FIN-CALCULER-SOLDE-DECES.

      *    ecritures du compte dans l'archive d'un mois ; un mois
      *    sans archive est saute sans bruit.
       DECOMPTER-UNE-ARCHIVE.
           MOVE SPACES TO WS-JAR-FILE-PATH.
           STRING "JOURNAL-" WS-MOIS-COURANT ".DAT"
               DELIMITED BY SIZE INTO WS-JAR-FILE-PATH
           END-STRING.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF WS-JAR-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CPM-NUM-CPT TO JAR-NUM-CPT.
           START JOURNAL-ARCHIVE KEY IS = JAR-NUM-CPT
               INVALID KEY MOVE "23" TO WS-JAR-FILESTATUS
           END-START.
           PERFORM UNTIL WS-JAR-FILESTATUS NOT = "00"
               READ JOURNAL-ARCHIVE NEXT RECORD
                   AT END MOVE "10" TO WS-JAR-FILESTATUS
                   NOT AT END
                       IF JAR-NUM-CPT NOT = CPM-NUM-CPT
                           MOVE "10" TO WS-JAR-FILESTATUS
                       ELSE
                           MOVE JAR-ENREG TO JOURNAL-RECORD
                           PERFORM DECOMPTER-LIGNE-DECES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-ARCHIVE.
           EXIT.
       FIN-DECOMPTER-UNE-ARCHIVE.

      *    seules les ecritures posees apres le jour du deces sont
      *    annulees.
       DECOMPTER-LIGNE-DECES.
           IF JRN-DATE-OPE > WS-SUC-DATE-DECES
               IF JRN-SENS = "C"
                   SUBTRACT JRN-MONTANT FROM WS-SOLDE-DECES
               END-IF
               IF JRN-SENS = "D"
                   ADD JRN-MONTANT TO WS-SOLDE-DECES
               END-IF
           END-IF.
           EXIT.
       FIN-DECOMPTER-LIGNE-DECES.

       AVANCER-MOIS.
           MOVE WS-MOIS-COURANT(1:4) TO WS-MOIS-ANNEE.
           MOVE WS-MOIS-COURANT(5:2) TO WS-MOIS-MM.
           ADD 1 TO WS-MOIS-MM.
           IF WS-MOIS-MM > 12
               MOVE 1 TO WS-MOIS-MM
               ADD 1 TO WS-MOIS-ANNEE
           END-IF.
           MOVE WS-MOIS-ANNEE TO WS-MOIS-COURANT(1:4).
           MOVE WS-MOIS-MM    TO WS-MOIS-COURANT(5:2).
           EXIT.
       FIN-AVANCER-MOIS.

       CHARGER-SUCCESSIONS.
           MOVE ZERO TO WS-NB-SUC.
           MOVE "N" TO WS-SUC-SURCHARGE.
           OPEN INPUT SUCCESSIONS-FICHIER.
           IF WS-SUC-FILESTATUS = "00"
               PERFORM UNTIL WS-SUC-FILESTATUS NOT = "00"
                   READ SUCCESSIONS-FICHIER
                       AT END MOVE "10" TO WS-SUC-FILESTATUS
                       NOT AT END
                           IF WS-NB-SUC < 200
                               ADD 1 TO WS-NB-SUC
                               MOVE SUC-ENREG TO WS-SUC-IMAGE(WS-NB-SUC)
                           ELSE
                               MOVE "O" TO WS-SUC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUCCESSIONS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-SUCCESSIONS.

      *    la succession du matricule saisi reste dans SUC-ENREG et
      *    son rang dans WS-SUC-POS.
       CHERCHER-SUCCESSION.
           MOVE "N" TO WS-SUC-TROUVEE.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1
                   UNTIL WS-SUC-I > WS-NB-SUC OR WS-SUC-TROUVEE = "O"
               MOVE WS-SUC-IMAGE(WS-SUC-I) TO SUC-ENREG
               IF SUC-MAT-CLT = WS-SUC-MAT
                   MOVE "O" TO WS-SUC-TROUVEE
                   MOVE WS-SUC-I TO WS-SUC-POS
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-SUCCESSION.

       SAUVER-SUCCESSIONS.
           OPEN OUTPUT SUCCESSIONS-FICHIER.
           PERFORM VARYING WS-SUC-I FROM 1 BY 1
                   UNTIL WS-SUC-I > WS-NB-SUC
               MOVE WS-SUC-IMAGE(WS-SUC-I) TO SUC-ENREG
               WRITE SUC-ENREG
           END-PERFORM.
           CLOSE SUCCESSIONS-FICHIER.
           EXIT.
       FIN-SAUVER-SUCCESSIONS.
      /    *************************************************************

      /    *********************CHARGER-AGENCE*****************************
      *    retient l'agence de l'operateur et la verifie contre le
      *    fichier de reference quand il existe ; une agence inconnue
      *    est signalee mais la saisie continue (le fichier de
      *    reference peut etre en retard d'une ouverture).
       CHARGER-AGENCE.
           ACCEPT WS-AGENCE FROM ENVIRONMENT "AGENCE".
           IF WS-AGENCE = SPACES
               MOVE "001" TO WS-AGENCE
           END-IF.

           MOVE "N" TO WS-AGENCE-CONNUE.
           OPEN INPUT AGENCES-FICHIER.
           IF WS-AGE-FILESTATUS = "00"
               PERFORM UNTIL WS-AGE-FILESTATUS NOT = "00"
                   READ AGENCES-FICHIER
                       AT END MOVE "10" TO WS-AGE-FILESTATUS
                       NOT AT END
                           IF AGE-CODE = WS-AGENCE
                               MOVE "O" TO WS-AGENCE-CONNUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCES-FICHIER
               IF WS-AGENCE-CONNUE = "N"
                   DISPLAY "AGENCE " WS-AGENCE
                           " ABSENTE DU FICHIER DE REFERENCE"
               END-IF
           END-IF.
           EXIT.
       FIN-CHARGER-AGENCE.
      /    *************************************************************

      /    *********************RECHERCHER-CLIENT-NOM**********************
      *    le client du guichet donne son nom, pas son matricule : la
      *    recherche par nom (exact ou debut de nom) liste matricule,
      *    nom complet et date de naissance de chaque correspondance
      *    pour que l'operateur choisisse la bonne fiche.
       RECHERCHER-CLIENT-NOM.
           MOVE "O" TO WS-REP-RECHERCHE.
           PERFORM UNTIL WS-REP-RECHERCHE NOT = "O"
               DISPLAY "RECHERCHER UN CLIENT PAR NOM ? (O/N)"
               ACCEPT WS-REP-RECHERCHE
               IF WS-REP-RECHERCHE = "O"
                   DISPLAY "NOM (EXACT OU DEBUT DE NOM) :"
                   ACCEPT WS-NOM-CHERCHE
                   PERFORM LISTER-CLIENTS-PAR-NOM
               END-IF
           END-PERFORM.
           EXIT.
       FIN-RECHERCHER-CLIENT-NOM.
      /    *************************************************************

       LISTER-CLIENTS-PAR-NOM.
           MOVE ZERO TO WS-NBR-TROUVES.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOM-CHERCHE))
               TO WS-NOM-LONGUEUR.
           IF WS-NOM-LONGUEUR = 0
               DISPLAY "NOM VIDE, RECHERCHE ABANDONNEE"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-NOM-CHERCHE TO CLM-NOM-CLT.
           START CLIENT-MASTER KEY IS NOT LESS THAN CLM-NOM-CLT
               INVALID KEY MOVE "23" TO WS-CLT-FILESTATUS
           END-START.
           PERFORM UNTIL WS-CLT-FILESTATUS NOT = "00"
               READ CLIENT-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CLT-FILESTATUS
                   NOT AT END
                       IF CLM-NOM-CLT(1:WS-NOM-LONGUEUR) NOT =
                          WS-NOM-CHERCHE(1:WS-NOM-LONGUEUR)
                           MOVE "10" TO WS-CLT-FILESTATUS
                       ELSE
                           ADD 1 TO WS-NBR-TROUVES
                           IF CLM-TYPE-CLT = "M"
                               DISPLAY "  " CLM-MAT-CLT
                                       " " CLM-NOM-CLT
                                       " " CLM-FORME-JUR
                                       " RC " CLM-RC-CLT
                           ELSE
                               DISPLAY "  " CLM-MAT-CLT
                                       " " CLM-NOM-CLT
                                       " " CLM-PRENOM-CLT
                                       " NE(E) LE " CLM-DATE-NAISS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "  TELEPHONE  : " CLM-TEL-CLT.
           DISPLAY "  CIN        : " CLM-CIN-CLT.
           DISPLAY "  PROFESSION : " CLM-PROFESSION-CLT.
           IF CLM-TYPE-CLT = "M"
               DISPLAY "  PERSONNE MORALE : " CLM-RAISON-SOCIALE
               DISPLAY "  FORME      : " CLM-FORME-JUR
                       "   IMMATRICULEE LE " CLM-DATE-CREATION
               DISPLAY "  RC         : " CLM-RC-CLT
                       "   IF : " CLM-IF-CLT
           END-IF.
           DISPLAY "  RISQUE     : " CLM-RISQUE-CLT
                   "   PROCHAINE REVUE KYC : " CLM-REVUE-KYC.

           MOVE "AVANT" TO WS-SAISIE-MODIF.
           PERFORM TRACER-FICHE-HISTO.
               MOVE WS-SAISIE-MODIF TO CLM-NOM-CLT
           END-IF.

           IF CLM-TYPE-CLT = "M"
               PERFORM MODIFIER-BLOC-SOCIETE
           ELSE
               PERFORM MODIFIER-BLOC-PERSONNE
           END-IF.

           DISPLAY "NOUVEL EMAIL (VIDE=INCHANGE) :".
               END-IF
           END-IF.

           IF CLM-TYPE-CLT NOT = "M"
               DISPLAY "NOUVELLE PROFESSION (VIDE=INCHANGEE) :"
               ACCEPT WS-SAISIE-MODIF
               IF WS-SAISIE-MODIF NOT = SPACES
                   MOVE WS-SAISIE-MODIF TO CLM-PROFESSION-CLT
               END-IF
           END-IF.

           DISPLAY "REVUE KYC PERIODIQUE EFFECTUEE ? (O/N)".
           ACCEPT WS-REVUE-FAITE.
           IF WS-REVUE-FAITE = "O"
               PERFORM REPOUSSER-REVUE-KYC
           END-IF.

           REWRITE CLIENT-MASTER-RECORD
           EXIT.
       FIN-MODIFIER-UNE-FICHE.

       MODIFIER-BLOC-PERSONNE.
           DISPLAY "NOUVEAU PRENOM (VIDE=INCHANGE) :".
           ACCEPT WS-SAISIE-MODIF.
           IF WS-SAISIE-MODIF NOT = SPACES
               MOVE WS-SAISIE-MODIF TO CLM-PRENOM-CLT
           END-IF.

           DISPLAY "NOUVELLE DATE DE NAISSANCE AAAAMMJJ "
                   "(VIDE=INCHANGEE) :".
           ACCEPT WS-SAISIE-MODIF.
           IF WS-SAISIE-MODIF NOT = SPACES
               MOVE WS-SAISIE-MODIF TO WS-DATE-NAISS
               PERFORM CALCULER-AGE-NAISSANCE
               IF WS-AGE-CALCULE >= 1 AND WS-AGE-CALCULE <= 120
                   MOVE WS-DATE-NAISS TO CLM-DATE-NAISS
               ELSE
                   DISPLAY "DATE INVALIDE, CHAMP INCHANGE"
               END-IF
           END-IF.
           EXIT.
       FIN-MODIFIER-BLOC-PERSONNE.

      *    personne morale : raison sociale, identifiant fiscal et
      *    forme juridique se corrigent ; le registre du commerce,
      *    comme la CIN d'un particulier, ne se modifie pas ici.
       MODIFIER-BLOC-SOCIETE.
           DISPLAY "NOUVELLE RAISON SOCIALE (VIDE=INCHANGEE) :".
           ACCEPT WS-SAISIE-MODIF.
           IF WS-SAISIE-MODIF NOT = SPACES
               MOVE WS-SAISIE-MODIF TO CLM-RAISON-SOCIALE
           END-IF.

           DISPLAY "NOUVEL IDENTIFIANT FISCAL (VIDE=INCHANGE) :".
           ACCEPT WS-SAISIE-MODIF.
           IF WS-SAISIE-MODIF NOT = SPACES
               MOVE WS-SAISIE-MODIF TO CLM-IF-CLT
           END-IF.

           DISPLAY "NOUVELLE FORME JURIDIQUE (VIDE=INCHANGEE) :".
           ACCEPT WS-SAISIE-MODIF.
           IF WS-SAISIE-MODIF NOT = SPACES
               EVALUATE WS-SAISIE-MODIF
                   WHEN "SA"
                   WHEN "SARL"
                   WHEN "SARLU"
                   WHEN "SNC"
                   WHEN "SCS"
                   WHEN "GIE"
                   WHEN "ASSOC"
                       MOVE WS-SAISIE-MODIF TO CLM-FORME-JUR
                   WHEN OTHER
                       DISPLAY "FORME JURIDIQUE INCONNUE, CHAMP "
                               "INCHANGE"
               END-EVALUATE
           END-IF.
           EXIT.
       FIN-MODIFIER-BLOC-SOCIETE.

      *    revue faite : prochaine echeance a 5, 3 ou 1 an selon la
      *    notation de NOTATION-RISQUE ; un client pas encore note
      *    recevra la sienne au prochain passage du batch.
       REPOUSSER-REVUE-KYC.
           EVALUATE CLM-RISQUE-CLT
               WHEN "F"
                   MOVE 5 TO WS-ANNEES-REVUE
               WHEN "M"
                   MOVE 3 TO WS-ANNEES-REVUE
               WHEN "E"
                   MOVE 1 TO WS-ANNEES-REVUE
               WHEN OTHER
                   DISPLAY "CLIENT PAS ENCORE NOTE, ECHEANCE FIXEE "
                           "PAR LA NOTATION DE NUIT"
                   EXIT PARAGRAPH
           END-EVALUATE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI TO WS-REVUE-NUM.
           COMPUTE WS-REVUE-NUM = WS-REVUE-NUM
                                 + WS-ANNEES-REVUE * 10000.
           IF WS-REVUE-NUM(5:4) = "0229"
               MOVE "0228" TO WS-REVUE-NUM(5:4)
           END-IF.
           MOVE WS-REVUE-NUM TO CLM-REVUE-KYC.
           DISPLAY "PROCHAINE REVUE KYC : " CLM-REVUE-KYC.
           EXIT.
       FIN-REPOUSSER-REVUE-KYC.

      *    pose une ligne d'historique portant l'etiquette AVANT ou
      *    APRES (passee dans WS-SAISIE-MODIF), l'horodatage,
      *    l'operateur et l'image complete de la fiche.
       FIN-FUSIONNER-DOUBLONS-CLT.
      /    *************************************************************

      *    repointe sur le matricule conserve tout compte dont le
      *    titulaire est encore le matricule ecarte. Le repointage
      *    change la cle secondaire du compte : on se repositionne
      *    donc sur le matricule ecarte apres chaque reecriture,
      *    jusqu'a ce qu'il ne porte plus aucun compte.
       REPOINTER-COMPTES-DOUBLON.
           MOVE 0 TO WS-NBR-CPT-REPOINTES.
           MOVE "00" TO WS-CPT-FILESTATUS.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               MOVE WS-MAT-CLT-RETIRE TO CPM-TITUL-CPT
               START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
                   INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
               END-START
               IF WS-CPT-FILESTATUS = "00"
                   READ COMPTE-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CPT-FILESTATUS
                   END-READ
               END-IF
               IF WS-CPT-FILESTATUS = "00"
                   MOVE WS-MAT-CLT-CONSERVE TO CPM-TITUL-CPT
                   REWRITE COMPTE-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "ECHEC REPOINTAGE COMPTE "
                                   CPM-NUM-CPT
                           MOVE "23" TO WS-CPT-FILESTATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-NBR-CPT-REPOINTES
                   END-REWRITE
               END-IF
           END-PERFORM.
           MOVE "00" TO WS-CPT-FILESTATUS.
           EXIT.
       FIN-REPOINTER-COMPTES-DOUBLON.
      /    *************************************************************
