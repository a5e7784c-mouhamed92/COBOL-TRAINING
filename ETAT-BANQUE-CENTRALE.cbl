       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETAT-BANQUE-CENTRALE.
       AUTHOR.    MOHAMED.

      *    etat reglementaire mensuel a la banque centrale, qui ne
      *    se recopie plus a la main depuis les etats internes : en
      *    fin de mois (chaine BATCH-JOUR, apres BALANCE-GL), le
      *    fichier ETAT-BANQUE-CENTRALE-AAAAMM.DAT est constitue
      *    directement depuis COMPTE-MASTER, CLIENT-MASTER, PRETS.DAT
      *    et la balance du grand livre du mois, au format fixe de
      *    la banque centrale :
      *      - enregistrement 00 : en-tete (code etablissement, mois
      *        declare, date de constitution) ;
      *      - enregistrement 10 : depots (soldes crediteurs) par
      *        type de compte, devise et categorie de titulaire - P
      *        particulier, N mineur (moins de 18 ans a la date
      *        d'exploitation), M personne morale - en nombre de
      *        comptes, montant en devise et contre-valeur MAD ;
      *      - enregistrement 20 : prets en cours ou au contentieux
      *        par classe, memes bornes que CENTRALE-RISQUES (1 sain,
      *        2 jusqu'a 30 jours, 3 jusqu'a 90, 4 au-dela ou
      *        contentieux, restructure au moins en classe 2 pendant
      *        la periode probatoire PROBATION-RESTRUCT) ;
      *      - enregistrement 30 : decouverts (soldes debiteurs), A
      *        pour la part dans l'autorisation du compte, D pour le
      *        depassement ;
      *      - enregistrement 40 : position en devise de la clientele
      *        par devise hors MAD (solde net des comptes, sens C
      *        crediteur ou D debiteur, et contre-valeur MAD) ;
      *      - enregistrement 99 : nombre d'enregistrements et totaux
      *        de controle.
      *    Avant toute ecriture, le total des depots est rapproche du
      *    solde de cloture du compte de depots de la clientele dans
      *    BALANCE-GL-AAAAMM.TXT : ligne de code *DEP de
      *    COMPTES-GL.DAT, compte au credit pour les depots, compte
      *    au debit pour les decouverts. Quand les deux comptes sont
      *    le meme (ou le compte au debit a blanc), c'est le solde
      *    net depots moins decouverts qui est rapproche. Un ecart,
      *    un compte sans cours de conversion ou une balance
      *    illisible arretent l'etape en echec sans produire le
      *    fichier, comme EXTRACTION-GL : la reprise de BATCH-JOUR
      *    repartira d'ici une fois l'ecart explique.

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

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT ARRIERES-FICHIER ASSIGN TO "ARRIERES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-FILESTATUS.

           SELECT COMPTES-GL ASSIGN TO "COMPTES-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILESTATUS.

           SELECT BALANCE-FICHIER ASSIGN TO WS-BAL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-FILESTATUS.

           SELECT DECLARATION-FICHIER ASSIGN TO WS-DCL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

      *    meme mise en forme que dans SAISIE-PRETS.
       FD  PRETS-FICHIER.
       01  PRT-ENREG.
           05  PRT-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-TAUX-ANNUEL     PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  PRT-DUREE-MOIS      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-CPT-VERSEMENT   PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-MENSUALITE      PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL-RESTANT PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

      *    meme mise en forme que dans ARRIERES-PRETS.
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

      *    meme mise en forme que dans EXTRACTION-GL.
       FD  COMPTES-GL.
       01  MAP-ENREG.
           05  MAP-CODE-OPE     PIC X(4).
           05  FILLER           PIC X(1).
           05  MAP-SENS         PIC X(1).
           05  FILLER           PIC X(1).
           05  MAP-CPT-DEBIT    PIC X(6).
           05  FILLER           PIC X(1).
           05  MAP-CPT-CREDIT   PIC X(6).

      *    ligne de compte de l'etat BALANCE-GL-AAAAMM.TXT, dans la
      *    mise en forme de BALANCE-GL (solde debiteur positif,
      *    crediteur negatif).
       FD  BALANCE-FICHIER.
       01  BGL-LIGNE.
           05  BGL-LIBELLE     PIC X(7).
           05  BGL-COMPTE      PIC X(6).
           05  FILLER          PIC X(11).
           05  BGL-OUVERTURE   PIC -Z(13)9.99.
           05  FILLER          PIC X(8).
           05  BGL-DEBITS      PIC 9(14)V9(2).
           05  FILLER          PIC X(9).
           05  BGL-CREDITS     PIC 9(14)V9(2).
           05  FILLER          PIC X(9).
           05  BGL-CLOTURE     PIC -Z(13)9.99.
           05  FILLER          PIC X(2).

       FD  DECLARATION-FICHIER.
       01  DCL-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-ARR-FILESTATUS   PIC X(2).
       01  WS-MAP-FILESTATUS   PIC X(2).
       01  WS-BAL-FILESTATUS   PIC X(2).
       01  WS-DCL-FILESTATUS   PIC X(2).
       01  WS-BAL-FILE-PATH    PIC X(100).
       01  WS-DCL-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-COURANT     PIC X(6).

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-CODE-ETAB        PIC 9(5) VALUE ZERO.
       01  WS-PROBATION-JOURS  PIC 9(5) VALUE 365.

       01  WS-MONTANT-CONV-IN  PIC S9(10)V9(2).
       01  WS-MONTANT-CONVERTI PIC S9(10)V9(2).
       01  WS-CONV-STATUT      PIC X(1).
       01  WS-CONV-DATE        PIC X(8) VALUE SPACES.
       01  WS-CONV-COTE        PIC X(1) VALUE "M".
       01  WS-TAUX-RETOURNE    PIC 9(4)V9(4).
       01  WS-PGM-CONVERSION   PIC X(20) VALUE "CONVERSION-DEVISE".
       01  WS-DEVISE-MAD       PIC X(3) VALUE "MAD".

      *    comptes GL de la clientele, ligne *DEP de COMPTES-GL.DAT.
       01  WS-CODE-DEP         PIC X(4) VALUE "*DEP".
       01  WS-GL-DEPOTS        PIC X(6) VALUE SPACES.
       01  WS-GL-DECOUVERTS    PIC X(6) VALUE SPACES.
       01  WS-GL-NET           PIC X(1) VALUE "N".
       01  WS-GL-DEPOTS-LU     PIC X(1) VALUE "N".
       01  WS-GL-DECOUV-LU     PIC X(1) VALUE "N".
       01  WS-SOLDE-GL-DEPOTS  PIC S9(14)V9(2) VALUE ZERO.
       01  WS-SOLDE-GL-DECOUV  PIC S9(14)V9(2) VALUE ZERO.
       01  WS-SOLDE-LU         PIC S9(14)V9(2).
       01  WS-ECART            PIC S9(14)V9(2).
       01  WS-ECART-ED         PIC -Z(13)9.99.
       01  WS-NB-ANOMALIES     PIC 9(3) VALUE ZERO.

      *    enregistrements du format de la banque centrale, 100
      *    caracteres.
       01  BCE-ENTETE.
           05  BCE-E-TYPE      PIC X(2) VALUE "00".
           05  BCE-E-ETAB      PIC 9(5).
           05  BCE-E-MOIS      PIC X(6).
           05  BCE-E-DATE      PIC X(8).
           05  FILLER          PIC X(79) VALUE SPACES.

       01  BCE-DEPOT.
           05  BCE-D-TYPE      PIC X(2) VALUE "10".
           05  BCE-D-TYPE-CPT  PIC X(10).
           05  BCE-D-DEVISE    PIC X(3).
           05  BCE-D-CATEGORIE PIC X(1).
           05  BCE-D-NOMBRE    PIC 9(7).
           05  BCE-D-NATIF     PIC 9(14)V9(2).
           05  BCE-D-MAD       PIC 9(14)V9(2).
           05  FILLER          PIC X(45) VALUE SPACES.

       01  BCE-PRET.
           05  BCE-P-TYPE      PIC X(2) VALUE "20".
           05  BCE-P-CLASSE    PIC 9(1).
           05  BCE-P-NOMBRE    PIC 9(7).
           05  BCE-P-ACCORDE   PIC 9(14)V9(2).
           05  BCE-P-ENCOURS   PIC 9(14)V9(2).
           05  BCE-P-NB-RESTR  PIC 9(7).
           05  FILLER          PIC X(51) VALUE SPACES.

       01  BCE-DECOUVERT.
           05  BCE-C-TYPE      PIC X(2) VALUE "30".
           05  BCE-C-NATURE    PIC X(1).
           05  BCE-C-NOMBRE    PIC 9(7).
           05  BCE-C-MAD       PIC 9(14)V9(2).
           05  FILLER          PIC X(74) VALUE SPACES.

       01  BCE-POSITION.
           05  BCE-X-TYPE      PIC X(2) VALUE "40".
           05  BCE-X-DEVISE    PIC X(3).
           05  BCE-X-NOMBRE    PIC 9(7).
           05  BCE-X-SENS      PIC X(1).
           05  BCE-X-NATIF     PIC 9(14)V9(2).
           05  BCE-X-MAD       PIC 9(14)V9(2).
           05  FILLER          PIC X(55) VALUE SPACES.

       01  BCE-FIN.
           05  BCE-F-TYPE      PIC X(2) VALUE "99".
           05  BCE-F-NB-ENREG  PIC 9(7).
           05  BCE-F-DEPOTS    PIC 9(14)V9(2).
           05  BCE-F-PRETS     PIC 9(14)V9(2).
           05  BCE-F-DECOUV    PIC 9(14)V9(2).
           05  BCE-F-SOLDE-GL  PIC 9(14)V9(2).
           05  FILLER          PIC X(27) VALUE SPACES.

      *    depots par type de compte, devise et categorie.
       01  WS-NB-DEP           PIC 9(3) VALUE ZERO.
       01  WS-DEP-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-DEP.
         05 WS-DEP  OCCURS 300 TIMES.
           10  WS-DEP-TYPE     PIC X(10).
           10  WS-DEP-DEVISE   PIC X(3).
           10  WS-DEP-CATEG    PIC X(1).
           10  WS-DEP-NB       PIC 9(7).
           10  WS-DEP-NATIF    PIC 9(14)V9(2).
           10  WS-DEP-MAD      PIC 9(14)V9(2).
       01  WS-D                PIC 9(3).
       01  WS-DEP-TROUVE       PIC 9(3).

      *    positions de la clientele par devise hors MAD.
       01  WS-NB-POS           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-POS.
         05 WS-POS  OCCURS 50 TIMES.
           10  WS-POS-DEVISE   PIC X(3).
           10  WS-POS-NB       PIC 9(7).
           10  WS-POS-NATIF    PIC S9(14)V9(2).
           10  WS-POS-MAD      PIC S9(14)V9(2).
       01  WS-X                PIC 9(2).
       01  WS-POS-TROUVE       PIC 9(2).

      *    prets par classe, 1 a 4.
       01  WS-TABLE-CLASSES.
         05 WS-CLS  OCCURS 4 TIMES.
           10  WS-CLS-NB       PIC 9(7).
           10  WS-CLS-ACCORDE  PIC 9(14)V9(2).
           10  WS-CLS-ENCOURS  PIC 9(14)V9(2).
           10  WS-CLS-NB-RESTR PIC 9(7).
       01  WS-K                PIC 9(1).
       01  WS-CLASSE           PIC 9(1).
       01  WS-RESTRUCT-PROB    PIC X(1).

      *    decouverts : 1 dans l'autorisation, 2 en depassement.
       01  WS-TABLE-DECOUV.
         05 WS-DCV  OCCURS 2 TIMES.
           10  WS-DCV-NB       PIC 9(7).
           10  WS-DCV-MAD      PIC 9(14)V9(2).
       01  WS-DEBIT-NATIF      PIC 9(10)V9(2).
       01  WS-DEBIT-AUTORISE   PIC 9(10)V9(2).
       01  WS-DEBIT-DEPASSE    PIC 9(10)V9(2).
       01  WS-DECOUV-MAD       PIC 9(10)V9(2).
       01  WS-AUTORISE-MAD     PIC 9(10)V9(2).

      *    arrieres actifs : date de l'impaye.
       01  WS-NB-ARR           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ARR.
         05 WS-ARR  OCCURS 1000 TIMES.
           10  WS-ARR-PRET     PIC X(6).
           10  WS-ARR-DATE     PIC X(8).
       01  WS-I                PIC 9(4).
       01  WS-JOURS-RETARD     PIC 9(5).
       01  WS-JOURS-MAX        PIC 9(5).
       01  WS-DATE-NUM-A       PIC 9(8).
       01  WS-DATE-NUM-B       PIC 9(8).

      *    categorie du titulaire.
       01  WS-CATEGORIE        PIC X(1).
       01  WS-NAISS-MM         PIC 9(2).
       01  WS-NAISS-JJ         PIC 9(2).
       01  WS-AGE              PIC 9(3).

       01  WS-TOTAL-DEPOTS     PIC 9(14)V9(2) VALUE ZERO.
       01  WS-TOTAL-DECOUV     PIC 9(14)V9(2) VALUE ZERO.
       01  WS-TOTAL-PRETS      PIC 9(14)V9(2) VALUE ZERO.
       01  WS-NET-CLIENTELE    PIC S9(14)V9(2).
       01  WS-NB-COMPTES       PIC 9(7) VALUE ZERO.
       01  WS-NB-SANS-TAUX     PIC 9(5) VALUE ZERO.
       01  WS-NB-ENREG         PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-ETAT-BANQUE-CENTRALE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           MOVE "CODE-ETABLISSEMENT" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-CODE-ETAB
           ELSE
               DISPLAY "PARAMETRE CODE-ETABLISSEMENT ABSENT"
           END-IF.
           MOVE "PROBATION-RESTRUCT" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-PROBATION-JOURS
           END-IF.

           PERFORM INITIALISER-CUMULS.
           PERFORM RECENSER-COMPTES.
           PERFORM CHARGER-ARRIERES.
           PERFORM CLASSER-PRETS.
           PERFORM RAPPROCHER-GRAND-LIVRE.

           IF WS-NB-ANOMALIES > 0
               DISPLAY "*** ETAT-BANQUE-CENTRALE EN ECHEC : "
                       WS-NB-ANOMALIES " ANOMALIE(S), FICHIER NON "
                       "PRODUIT - EXPLIQUER L'ECART PUIS RELANCER ***"
               STOP RUN
           END-IF.

           PERFORM ECRIRE-DECLARATION.

           DISPLAY "====== ETAT BANQUE CENTRALE ======".
           DISPLAY "COMPTES RECENSES     : " WS-NB-COMPTES.
           DISPLAY "TOTAL DES DEPOTS     : " WS-TOTAL-DEPOTS.
           DISPLAY "TOTAL DES DECOUVERTS : " WS-TOTAL-DECOUV.
           DISPLAY "ENCOURS DES PRETS    : " WS-TOTAL-PRETS.
           DISPLAY "ENREGISTREMENTS      : " WS-NB-ENREG.
           DISPLAY "FICHIER " WS-DCL-FILE-PATH.
           DISPLAY "==================================".
           GOBACK.

       INITIALISER-CUMULS.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE ZERO TO WS-CLS-NB(WS-K)
               MOVE ZERO TO WS-CLS-ACCORDE(WS-K)
               MOVE ZERO TO WS-CLS-ENCOURS(WS-K)
               MOVE ZERO TO WS-CLS-NB-RESTR(WS-K)
           END-PERFORM.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 2
               MOVE ZERO TO WS-DCV-NB(WS-K)
               MOVE ZERO TO WS-DCV-MAD(WS-K)
           END-PERFORM.
           EXIT.
       FIN-INITIALISER-CUMULS.

      *    tous les comptes non clotures a solde non nul : depots,
      *    decouverts et positions en devise.
       RECENSER-COMPTES.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               ADD 1 TO WS-NB-ANOMALIES
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CLIENT-MASTER.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-STATUT NOT = "C"
                          AND CPM-SOLDE-CPT NOT = ZERO
                           PERFORM RECENSER-UN-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENT-MASTER.
           CLOSE COMPTE-MASTER.
           IF WS-DEP-SURCHARGE = "O"
               DISPLAY "PLUS DE 300 VENTILATIONS DE DEPOTS"
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           IF WS-NB-SANS-TAUX > 0
               DISPLAY WS-NB-SANS-TAUX " COMPTE(S) SANS COURS DE "
                       "CONVERSION EN MAD"
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           EXIT.
       FIN-RECENSER-COMPTES.

       RECENSER-UN-COMPTE.
           MOVE "O" TO WS-CONV-STATUT.
           IF CPM-DEVISE-CPT = WS-DEVISE-MAD
               MOVE CPM-SOLDE-CPT TO WS-MONTANT-CONVERTI
           ELSE
               MOVE CPM-SOLDE-CPT TO WS-MONTANT-CONV-IN
               CALL WS-PGM-CONVERSION USING WS-MONTANT-CONV-IN
                    CPM-DEVISE-CPT WS-DEVISE-MAD
                    WS-CONV-DATE WS-CONV-COTE
                    WS-MONTANT-CONVERTI WS-TAUX-RETOURNE
                    WS-CONV-STATUT
           END-IF.
           IF WS-CONV-STATUT NOT = "O"
               DISPLAY "COMPTE " CPM-NUM-CPT " DEVISE "
                       CPM-DEVISE-CPT " SANS COURS"
               ADD 1 TO WS-NB-SANS-TAUX
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-COMPTES.

           IF CPM-SOLDE-CPT > ZERO
               PERFORM CATEGORISER-TITULAIRE
               PERFORM CUMULER-DEPOT
           ELSE
               PERFORM CUMULER-DECOUVERT
           END-IF.
           IF CPM-DEVISE-CPT NOT = WS-DEVISE-MAD
               PERFORM CUMULER-POSITION
           END-IF.
           EXIT.
       FIN-RECENSER-UN-COMPTE.

      *    M personne morale, N mineur, P particulier majeur ; une
      *    fiche absente ou une date de naissance illisible compte
      *    comme particulier.
       CATEGORISER-TITULAIRE.
           MOVE "P" TO WS-CATEGORIE.
           MOVE CPM-TITUL-CPT TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CLM-TYPE-CLT = "M"
               MOVE "M" TO WS-CATEGORIE
               EXIT PARAGRAPH
           END-IF.
           IF CLM-DATE-NAISS IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE CLM-DATE-NAISS(5:2) TO WS-NAISS-MM.
           MOVE CLM-DATE-NAISS(7:2) TO WS-NAISS-JJ.
           IF WS-NAISS-MM < 1 OR WS-NAISS-MM > 12
              OR WS-NAISS-JJ < 1 OR WS-NAISS-JJ > 31
              OR CLM-DATE-NAISS NOT < WS-AUJOURD-HUI
               EXIT PARAGRAPH
           END-IF.
           MOVE CLM-DATE-NAISS TO WS-DATE-NUM-A.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM-B.
           COMPUTE WS-AGE =
               (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
                FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A)) / 365.25.
           IF WS-AGE < 18
               MOVE "N" TO WS-CATEGORIE
           END-IF.
           EXIT.
       FIN-CATEGORISER-TITULAIRE.

       CUMULER-DEPOT.
           MOVE ZERO TO WS-DEP-TROUVE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEP
               IF WS-DEP-TYPE(WS-D) = CPM-TYPE-CPT
                  AND WS-DEP-DEVISE(WS-D) = CPM-DEVISE-CPT
                  AND WS-DEP-CATEG(WS-D) = WS-CATEGORIE
                   MOVE WS-D TO WS-DEP-TROUVE
               END-IF
           END-PERFORM.
           IF WS-DEP-TROUVE = 0
               IF WS-NB-DEP NOT < 300
                   MOVE "O" TO WS-DEP-SURCHARGE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-DEP
               MOVE WS-NB-DEP TO WS-DEP-TROUVE
               MOVE CPM-TYPE-CPT   TO WS-DEP-TYPE(WS-DEP-TROUVE)
               MOVE CPM-DEVISE-CPT TO WS-DEP-DEVISE(WS-DEP-TROUVE)
               MOVE WS-CATEGORIE   TO WS-DEP-CATEG(WS-DEP-TROUVE)
               MOVE ZERO TO WS-DEP-NB(WS-DEP-TROUVE)
               MOVE ZERO TO WS-DEP-NATIF(WS-DEP-TROUVE)
               MOVE ZERO TO WS-DEP-MAD(WS-DEP-TROUVE)
           END-IF.
           ADD 1 TO WS-DEP-NB(WS-DEP-TROUVE).
           ADD CPM-SOLDE-CPT TO WS-DEP-NATIF(WS-DEP-TROUVE).
           ADD WS-MONTANT-CONVERTI TO WS-DEP-MAD(WS-DEP-TROUVE).
           ADD WS-MONTANT-CONVERTI TO WS-TOTAL-DEPOTS.
           EXIT.
       FIN-CUMULER-DEPOT.

      *    la part du solde debiteur couverte par l'autorisation du
      *    compte (CPM-DECOUVERT) et le depassement, au prorata en
      *    contre-valeur MAD.
       CUMULER-DECOUVERT.
           COMPUTE WS-DEBIT-NATIF = 0 - CPM-SOLDE-CPT.
           IF CPM-DECOUVERT > ZERO
               IF WS-DEBIT-NATIF > CPM-DECOUVERT
                   MOVE CPM-DECOUVERT TO WS-DEBIT-AUTORISE
               ELSE
                   MOVE WS-DEBIT-NATIF TO WS-DEBIT-AUTORISE
               END-IF
           ELSE
               MOVE ZERO TO WS-DEBIT-AUTORISE
           END-IF.
           COMPUTE WS-DEBIT-DEPASSE =
                   WS-DEBIT-NATIF - WS-DEBIT-AUTORISE.
           COMPUTE WS-DECOUV-MAD = 0 - WS-MONTANT-CONVERTI.
           MOVE ZERO TO WS-AUTORISE-MAD.
           IF WS-DEBIT-AUTORISE > ZERO
               ADD 1 TO WS-DCV-NB(1)
               COMPUTE WS-AUTORISE-MAD ROUNDED = WS-DECOUV-MAD
                       * WS-DEBIT-AUTORISE / WS-DEBIT-NATIF
           END-IF.
           IF WS-DEBIT-DEPASSE > ZERO
               ADD 1 TO WS-DCV-NB(2)
           END-IF.
      *    le depassement prend le reste, pour que les deux parts
      *    retombent sur le solde.
           ADD WS-AUTORISE-MAD TO WS-DCV-MAD(1).
           COMPUTE WS-DCV-MAD(2) = WS-DCV-MAD(2)
                   + WS-DECOUV-MAD - WS-AUTORISE-MAD.
           ADD WS-DECOUV-MAD TO WS-TOTAL-DECOUV.
           EXIT.
       FIN-CUMULER-DECOUVERT.

       CUMULER-POSITION.
           MOVE ZERO TO WS-POS-TROUVE.
           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-NB-POS
               IF WS-POS-DEVISE(WS-X) = CPM-DEVISE-CPT
                   MOVE WS-X TO WS-POS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-POS-TROUVE = 0
               IF WS-NB-POS NOT < 50
                   DISPLAY "PLUS DE 50 DEVISES, POSITION "
                           CPM-DEVISE-CPT " NON DECLAREE"
                   ADD 1 TO WS-NB-ANOMALIES
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-POS
               MOVE WS-NB-POS TO WS-POS-TROUVE
               MOVE CPM-DEVISE-CPT TO WS-POS-DEVISE(WS-POS-TROUVE)
               MOVE ZERO TO WS-POS-NB(WS-POS-TROUVE)
               MOVE ZERO TO WS-POS-NATIF(WS-POS-TROUVE)
               MOVE ZERO TO WS-POS-MAD(WS-POS-TROUVE)
           END-IF.
           ADD 1 TO WS-POS-NB(WS-POS-TROUVE).
           ADD CPM-SOLDE-CPT TO WS-POS-NATIF(WS-POS-TROUVE).
           ADD WS-MONTANT-CONVERTI TO WS-POS-MAD(WS-POS-TROUVE).
           EXIT.
       FIN-CUMULER-POSITION.

       CHARGER-ARRIERES.
           OPEN INPUT ARRIERES-FICHIER.
           IF WS-ARR-FILESTATUS = "00"
               PERFORM UNTIL WS-ARR-FILESTATUS NOT = "00"
                   READ ARRIERES-FICHIER
                       AT END MOVE "10" TO WS-ARR-FILESTATUS
                       NOT AT END
                           IF ARR-STATUT = "A" AND WS-NB-ARR < 1000
                               ADD 1 TO WS-NB-ARR
                               MOVE ARR-NUM-PRET TO
                                    WS-ARR-PRET(WS-NB-ARR)
                               MOVE ARR-DATE-IMPAYE TO
                                    WS-ARR-DATE(WS-NB-ARR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIERES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ARRIERES.

       CLASSER-PRETS.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
               READ PRETS-FICHIER
                   AT END MOVE "10" TO WS-PRT-FILESTATUS
                   NOT AT END
                       IF PRT-STATUT = "A" OR PRT-STATUT = "X"
                           PERFORM CLASSER-UN-PRET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRETS-FICHIER.
           EXIT.
       FIN-CLASSER-PRETS.

      *    meme classement que CENTRALE-RISQUES : retard = le plus
      *    ancien arriere actif du pret.
       CLASSER-UN-PRET.
           MOVE ZERO TO WS-JOURS-MAX.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ARR
               IF WS-ARR-PRET(WS-I) = PRT-NUM-PRET
                   MOVE WS-ARR-DATE(WS-I) TO WS-DATE-NUM-A
                   MOVE WS-AUJOURD-HUI    TO WS-DATE-NUM-B
                   COMPUTE WS-JOURS-RETARD =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A)
                   IF WS-JOURS-RETARD > WS-JOURS-MAX
                       MOVE WS-JOURS-RETARD TO WS-JOURS-MAX
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN PRT-STATUT = "X"
                   MOVE 4 TO WS-CLASSE
               WHEN WS-JOURS-MAX = 0
                   MOVE 1 TO WS-CLASSE
               WHEN WS-JOURS-MAX <= 30
                   MOVE 2 TO WS-CLASSE
               WHEN WS-JOURS-MAX <= 90
                   MOVE 3 TO WS-CLASSE
               WHEN OTHER
                   MOVE 4 TO WS-CLASSE
           END-EVALUATE.
           MOVE "N" TO WS-RESTRUCT-PROB.
           IF PRT-RESTRUCTURE = "R"
               MOVE PRT-DATE-RESTRUCT TO WS-DATE-NUM-A
               MOVE WS-AUJOURD-HUI    TO WS-DATE-NUM-B
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A)
                  < WS-PROBATION-JOURS
                   MOVE "O" TO WS-RESTRUCT-PROB
                   IF WS-CLASSE < 2
                       MOVE 2 TO WS-CLASSE
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-CLS-NB(WS-CLASSE).
           ADD PRT-CAPITAL TO WS-CLS-ACCORDE(WS-CLASSE).
           ADD PRT-CAPITAL-RESTANT TO WS-CLS-ENCOURS(WS-CLASSE).
           IF WS-RESTRUCT-PROB = "O"
               ADD 1 TO WS-CLS-NB-RESTR(WS-CLASSE)
           END-IF.
           ADD PRT-CAPITAL-RESTANT TO WS-TOTAL-PRETS.
           EXIT.
       FIN-CLASSER-UN-PRET.

      *    rapprochement des totaux de la clientele avec la balance
      *    du mois ; chaque ecart compte comme une anomalie.
       RAPPROCHER-GRAND-LIVRE.
           PERFORM CHARGER-COMPTES-CLIENTELE.
           IF WS-GL-DEPOTS = SPACES
               DISPLAY "PAS DE LIGNE " WS-CODE-DEP " DANS "
                       "COMPTES-GL.DAT : COMPTE GL DES DEPOTS DE LA "
                       "CLIENTELE INCONNU"
               ADD 1 TO WS-NB-ANOMALIES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LIRE-BALANCE-GL.
           IF WS-GL-DEPOTS-LU NOT = "O"
               DISPLAY "COMPTE " WS-GL-DEPOTS " ABSENT DE "
                       WS-BAL-FILE-PATH
               ADD 1 TO WS-NB-ANOMALIES
               EXIT PARAGRAPH
           END-IF.
           IF WS-GL-NET = "O"
               COMPUTE WS-NET-CLIENTELE =
                       WS-TOTAL-DEPOTS - WS-TOTAL-DECOUV
               COMPUTE WS-ECART =
                       WS-NET-CLIENTELE + WS-SOLDE-GL-DEPOTS
               IF WS-ECART NOT = ZERO
                   MOVE WS-ECART TO WS-ECART-ED
                   DISPLAY "DEPOTS NETS DES DECOUVERTS "
                           WS-NET-CLIENTELE " - COMPTE GL "
                           WS-GL-DEPOTS " : ECART " WS-ECART-ED
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ECART = WS-TOTAL-DEPOTS + WS-SOLDE-GL-DEPOTS.
           IF WS-ECART NOT = ZERO
               MOVE WS-ECART TO WS-ECART-ED
               DISPLAY "DEPOTS " WS-TOTAL-DEPOTS " - COMPTE GL "
                       WS-GL-DEPOTS " : ECART " WS-ECART-ED
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           IF WS-GL-DECOUV-LU NOT = "O"
               DISPLAY "COMPTE " WS-GL-DECOUVERTS " ABSENT DE "
                       WS-BAL-FILE-PATH
               ADD 1 TO WS-NB-ANOMALIES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ECART = WS-TOTAL-DECOUV - WS-SOLDE-GL-DECOUV.
           IF WS-ECART NOT = ZERO
               MOVE WS-ECART TO WS-ECART-ED
               DISPLAY "DECOUVERTS " WS-TOTAL-DECOUV " - COMPTE GL "
                       WS-GL-DECOUVERTS " : ECART " WS-ECART-ED
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           EXIT.
       FIN-RAPPROCHER-GRAND-LIVRE.

       CHARGER-COMPTES-CLIENTELE.
           OPEN INPUT COMPTES-GL.
           IF WS-MAP-FILESTATUS = "00"
               PERFORM UNTIL WS-MAP-FILESTATUS NOT = "00"
                   READ COMPTES-GL
                       AT END MOVE "10" TO WS-MAP-FILESTATUS
                       NOT AT END
                           IF MAP-CODE-OPE = WS-CODE-DEP
                               MOVE MAP-CPT-CREDIT TO WS-GL-DEPOTS
                               MOVE MAP-CPT-DEBIT TO WS-GL-DECOUVERTS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPTES-GL
           END-IF.
           IF WS-GL-DECOUVERTS = SPACES
              OR WS-GL-DECOUVERTS = WS-GL-DEPOTS
               MOVE "O" TO WS-GL-NET
           END-IF.
           EXIT.
       FIN-CHARGER-COMPTES-CLIENTELE.

      *    soldes de cloture du mois dans l'etat de BALANCE-GL.
       LIRE-BALANCE-GL.
           MOVE SPACES TO WS-BAL-FILE-PATH.
           STRING "BALANCE-GL-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-BAL-FILE-PATH
           END-STRING.
           OPEN INPUT BALANCE-FICHIER.
           IF WS-BAL-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-BAL-FILESTATUS NOT = "00"
               READ BALANCE-FICHIER
                   AT END MOVE "10" TO WS-BAL-FILESTATUS
                   NOT AT END
                       IF BGL-LIBELLE = "COMPTE "
                           MOVE BGL-CLOTURE TO WS-SOLDE-LU
                           IF BGL-COMPTE = WS-GL-DEPOTS
                               MOVE WS-SOLDE-LU TO WS-SOLDE-GL-DEPOTS
                               MOVE "O" TO WS-GL-DEPOTS-LU
                           END-IF
                           IF BGL-COMPTE = WS-GL-DECOUVERTS
                               MOVE WS-SOLDE-LU TO WS-SOLDE-GL-DECOUV
                               MOVE "O" TO WS-GL-DECOUV-LU
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-FICHIER.
           EXIT.
       FIN-LIRE-BALANCE-GL.

       ECRIRE-DECLARATION.
           MOVE SPACES TO WS-DCL-FILE-PATH.
           STRING "ETAT-BANQUE-CENTRALE-" WS-MOIS-COURANT ".DAT"
               DELIMITED BY SIZE INTO WS-DCL-FILE-PATH
           END-STRING.
           OPEN OUTPUT DECLARATION-FICHIER.
           MOVE ZERO TO WS-NB-ENREG.

           MOVE WS-CODE-ETAB    TO BCE-E-ETAB.
           MOVE WS-MOIS-COURANT TO BCE-E-MOIS.
           MOVE WS-AUJOURD-HUI  TO BCE-E-DATE.
           WRITE DCL-LIGNE FROM BCE-ENTETE.
           ADD 1 TO WS-NB-ENREG.

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEP
               MOVE WS-DEP-TYPE(WS-D)   TO BCE-D-TYPE-CPT
               MOVE WS-DEP-DEVISE(WS-D) TO BCE-D-DEVISE
               MOVE WS-DEP-CATEG(WS-D)  TO BCE-D-CATEGORIE
               MOVE WS-DEP-NB(WS-D)     TO BCE-D-NOMBRE
               MOVE WS-DEP-NATIF(WS-D)  TO BCE-D-NATIF
               MOVE WS-DEP-MAD(WS-D)    TO BCE-D-MAD
               WRITE DCL-LIGNE FROM BCE-DEPOT
               ADD 1 TO WS-NB-ENREG
           END-PERFORM.

           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 4
               MOVE WS-K                   TO BCE-P-CLASSE
               MOVE WS-CLS-NB(WS-K)        TO BCE-P-NOMBRE
               MOVE WS-CLS-ACCORDE(WS-K)   TO BCE-P-ACCORDE
               MOVE WS-CLS-ENCOURS(WS-K)   TO BCE-P-ENCOURS
               MOVE WS-CLS-NB-RESTR(WS-K)  TO BCE-P-NB-RESTR
               WRITE DCL-LIGNE FROM BCE-PRET
               ADD 1 TO WS-NB-ENREG
           END-PERFORM.

           MOVE "A"          TO BCE-C-NATURE.
           MOVE WS-DCV-NB(1)  TO BCE-C-NOMBRE.
           MOVE WS-DCV-MAD(1) TO BCE-C-MAD.
           WRITE DCL-LIGNE FROM BCE-DECOUVERT.
           MOVE "D"          TO BCE-C-NATURE.
           MOVE WS-DCV-NB(2)  TO BCE-C-NOMBRE.
           MOVE WS-DCV-MAD(2) TO BCE-C-MAD.
           WRITE DCL-LIGNE FROM BCE-DECOUVERT.
           ADD 2 TO WS-NB-ENREG.

           PERFORM VARYING WS-X FROM 1 BY 1 UNTIL WS-X > WS-NB-POS
               MOVE WS-POS-DEVISE(WS-X) TO BCE-X-DEVISE
               MOVE WS-POS-NB(WS-X)     TO BCE-X-NOMBRE
               IF WS-POS-NATIF(WS-X) < ZERO
                   MOVE "D" TO BCE-X-SENS
               ELSE
                   MOVE "C" TO BCE-X-SENS
               END-IF
      *        zones non signees : la valeur absolue, le sens a part.
               MOVE WS-POS-NATIF(WS-X)  TO BCE-X-NATIF
               MOVE WS-POS-MAD(WS-X)    TO BCE-X-MAD
               WRITE DCL-LIGNE FROM BCE-POSITION
               ADD 1 TO WS-NB-ENREG
           END-PERFORM.

           ADD 1 TO WS-NB-ENREG.
           MOVE WS-NB-ENREG     TO BCE-F-NB-ENREG.
           MOVE WS-TOTAL-DEPOTS TO BCE-F-DEPOTS.
           MOVE WS-TOTAL-PRETS  TO BCE-F-PRETS.
           MOVE WS-TOTAL-DECOUV TO BCE-F-DECOUV.
           MOVE WS-SOLDE-GL-DEPOTS TO BCE-F-SOLDE-GL.
           WRITE DCL-LIGNE FROM BCE-FIN.
           CLOSE DECLARATION-FICHIER.
           EXIT.
       FIN-ECRIRE-DECLARATION.

       END PROGRAM ETAT-BANQUE-CENTRALE.
