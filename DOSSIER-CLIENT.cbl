       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOSSIER-CLIENT.
       AUTHOR.    MOHAMED.

      *    dossier de tout ce que la banque detient sur un matricule,
      *    pour le droit d'acces du client ou la requisition d'un
      *    magistrat : fiche CLIENT-MASTER et son historique de
      *    modifications (CLIENTS-HISTO.DAT), comptes detenus,
      *    co-detenus (CO-TITULAIRES.DAT), tenus comme tuteur
      *    (TUTEURS.DAT) et archives (ARCHIVE-COMPTES.DAT), cartes,
      *    chequiers, prets et leurs garanties (ou le client se porte
      *    garant), cautions emises pour lui, depots a terme,
      *    beneficiaires, mandats de prelevement, preferences
      *    d'alertes, touches de filtrage (HITS-WATCHLIST.DAT), fiches
      *    de l'annuaire liees par ANN-MAT, puis les lignes du
      *    journal de ses comptes sur la periode choisie (journal
      *    vivant et archives mensuelles JOURNAL-AAAAMM.DAT).
      *    Document dans DOSSIER-CLIENT-mmmmmm-AAAAMMJJ.TXT ; chaque
      *    production est tracee a la piste d'audit avec l'operateur
      *    et le motif.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

           SELECT CLIENTS-HISTO ASSIGN TO "CLIENTS-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT ARCHIVE-COMPTES ASSIGN TO "ARCHIVE-COMPTES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-NUM-CPT
               FILE STATUS IS WS-ARC-FILESTATUS.

           SELECT CO-TITULAIRES ASSIGN TO "CO-TITULAIRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTI-FILESTATUS.

           SELECT TUTEURS-FICHIER ASSIGN TO "TUTEURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TUT-FILESTATUS.

           SELECT CARTES-FICHIER ASSIGN TO "CARTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILESTATUS.

           SELECT CHEQUIERS ASSIGN TO "CHEQUIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHB-FILESTATUS.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT GARANTIES-FICHIER ASSIGN TO "GARANTIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAR-FILESTATUS.

           SELECT CAUTIONS-FICHIER ASSIGN TO "CAUTIONS-BANQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAB-FILESTATUS.

           SELECT DEPOTS-TERME ASSIGN TO "DEPOTS-TERME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAT-FILESTATUS.

           SELECT BENEFICIAIRES ASSIGN TO "BENEFICIAIRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEN-FILESTATUS.

           SELECT MANDATS-FICHIER ASSIGN TO "MANDATS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAN-FILESTATUS.

           SELECT PREFS-ALERTES ASSIGN TO "PREFS-ALERTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRF-FILESTATUS.

           SELECT HITS-FICHIER ASSIGN TO "HITS-WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-FILESTATUS.

           SELECT ANNUAIRE-FICHIER ASSIGN TO WS-ANN-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANN-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archives mensuelles posees par ARCHIVE-JOURNAL, memes
      *    cles que le journal vivant.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-JAR-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JAR-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JAR-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JAR-FILESTATUS.

           SELECT DOSSIER-FICHIER ASSIGN TO WS-DOS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOS-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

      *    meme mise en forme que dans DETECTION-USURPATION.
       FD  CLIENTS-HISTO.
       01  HIS-LIGNE.
           05  HIS-DATE-HEURE  PIC X(20).
           05  FILLER          PIC X(1).
           05  HIS-OPERATEUR   PIC X(5).
           05  FILLER          PIC X(1).
           05  HIS-ETIQUETTE   PIC X(5).
           05  FILLER          PIC X(1).
           05  HIS-MAT-CLT     PIC X(6).
           05  HIS-NOM-CLT     PIC X(20).
           05  HIS-PRENOM-CLT  PIC X(20).
           05  HIS-DATE-NAISS  PIC X(8).
           05  HIS-EMAIL-CLT   PIC X(20).
           05  HIS-ADRESSE-CLT PIC X(40).
           05  HIS-TEL-CLT     PIC X(15).
           05  FILLER          PIC X(138).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  ARCHIVE-COMPTES.
       COPY ARCHIVE-CPY.

       FD  CO-TITULAIRES.
       01  CTI-ENREG.
           05  CTI-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-ROLE        PIC X(10).

      *    meme mise en forme que dans BANQUE-CLT.
       FD  TUTEURS-FICHIER.
       01  TUT-ENREG.
           05  TUT-MAT-MINEUR  PIC X(6).
           05  FILLER          PIC X(1).
           05  TUT-TUTEUR      PIC X(10).
           05  FILLER          PIC X(1).
           05  TUT-RELATION    PIC X(10).
           05  FILLER          PIC X(1).
           05  TUT-DATE-FIN    PIC X(8).

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

      *    meme mise en forme que dans BANQUE-CLT.
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

      *    meme mise en forme que dans GARANTIES-PRETS.
       FD  GARANTIES-FICHIER.
       01  GAR-ENREG.
           05  GAR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  GAR-TYPE        PIC X(10).
           05  FILLER          PIC X(1).
           05  GAR-VALEUR      PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  GAR-GARANT      PIC X(10).
           05  FILLER          PIC X(1).
           05  GAR-REF         PIC X(6).
           05  FILLER          PIC X(1).
           05  GAR-DATE-EXPIR  PIC X(8).
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

      *    meme mise en forme que dans ECHEANCE-DEPOTS.
       FD  DEPOTS-TERME.
       01  DAT-ENREG.
           05  DAT-NUM-DEPOT       PIC X(6).
           05  FILLER              PIC X(1).
           05  DAT-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DAT-CPT-LIE         PIC X(6).
           05  FILLER              PIC X(1).
           05  DAT-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  DAT-TAUX            PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  DAT-DUREE-MOIS      PIC 9(3).
           05  FILLER              PIC X(1).
           05  DAT-DATE-OUVERTURE  PIC X(8).
           05  FILLER              PIC X(1).
           05  DAT-DATE-ECHEANCE   PIC X(8).
           05  FILLER              PIC X(1).
           05  DAT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  DAT-INSTRUCTION     PIC X(1).

      *    meme mise en forme que dans BANQUE-CLT.
       FD  BENEFICIAIRES.
       01  BEN-ENREG.
           05  BEN-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  BEN-ID-EXTERNE  PIC X(8).
           05  FILLER          PIC X(1).
           05  BEN-CODE-BANQUE PIC X(5).
           05  FILLER          PIC X(1).
           05  BEN-NOM         PIC X(30).

      *    meme mise en forme que dans BANQUE-CLT.
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

      *    meme mise en forme que dans ALERTES-CLIENTS.
       FD  PREFS-ALERTES.
       01  PRF-ENREG.
           05  PRF-MAT-CLT      PIC X(6).
           05  FILLER           PIC X(1).
           05  PRF-SOLDE-MIN    PIC X(1).
           05  PRF-GROS-RETRAIT PIC X(1).
           05  PRF-FRAIS-INT    PIC X(1).
           05  PRF-ORDRE-ECHOUE PIC X(1).
           05  FILLER           PIC X(1).
           05  PRF-SEUIL        PIC 9(8)V9(2).

      *    meme mise en forme que dans FILTRER-WATCHLIST.
       FD  HITS-FICHIER.
       01  HIT-ENREG.
           05  HIT-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  HIT-ORIGINE     PIC X(10).
           05  FILLER          PIC X(1).
           05  HIT-NOM         PIC X(30).
           05  FILLER          PIC X(1).
           05  HIT-CIN         PIC X(10).
           05  FILLER          PIC X(1).
           05  HIT-SOURCE      PIC X(10).
           05  FILLER          PIC X(1).
           05  HIT-STATUT      PIC X(1).

      *    meme mise en forme que dans Annuaire-2.
       FD  ANNUAIRE-FICHIER.
       01  ANNUAIRE-ENREG.
           05  ANN-NOM  PIC X(20).
           05  ANN-TELS OCCURS 3 TIMES.
               10  ANN-TEL-TYPE PIC X(6).
               10  ANN-TEL      PIC X(15).
           05  ANN-MAT  PIC X(6).

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

       FD  DOSSIER-FICHIER.
       01  DOS-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-HIS-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-ARC-FILESTATUS   PIC X(2).
       01  WS-CTI-FILESTATUS   PIC X(2).
       01  WS-TUT-FILESTATUS   PIC X(2).
       01  WS-CRT-FILESTATUS   PIC X(2).
       01  WS-CHB-FILESTATUS   PIC X(2).
       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-GAR-FILESTATUS   PIC X(2).
       01  WS-CAB-FILESTATUS   PIC X(2).
       01  WS-DAT-FILESTATUS   PIC X(2).
       01  WS-BEN-FILESTATUS   PIC X(2).
       01  WS-MAN-FILESTATUS   PIC X(2).
       01  WS-PRF-FILESTATUS   PIC X(2).
       01  WS-HIT-FILESTATUS   PIC X(2).
       01  WS-ANN-FILESTATUS   PIC X(2).
       01  WS-ANN-FILE-PATH    PIC X(100).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-JAR-FILESTATUS   PIC X(2).
       01  WS-JAR-FILE-PATH    PIC X(100).
       01  WS-DOS-FILESTATUS   PIC X(2).
       01  WS-DOS-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    piste d'audit centrale (TRACER-AUDIT).
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "DOSSIER-CLIENT".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       01  WS-MAT-DEMANDE      PIC X(6).
       01  WS-OPERATEUR        PIC 9(5).
       01  WS-MOTIF            PIC X(30).
       01  WS-DATE-DEBUT       PIC X(8).
       01  WS-DATE-FIN         PIC X(8).

      *    comptes du dossier et leur lien avec le client ; servent
      *    ensuite aux cartes, chequiers, mandats et au journal.
       01  WS-NB-CPT           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CPT.
         05 WS-CPT  OCCURS 100 TIMES.
           10  WS-CPT-NUM      PIC X(6).
           10  WS-CPT-LIEN     PIC X(30).
       01  WS-K                PIC 9(3).
       01  WS-CPT-TROUVE       PIC X(1).
       01  WS-K-NUM            PIC X(6).
       01  WS-LIEN             PIC X(30).

      *    prets du client, pour leurs garanties.
       01  WS-NB-PRT           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-PRT.
         05 WS-PRT-NUM  OCCURS 50 TIMES PIC X(6).
       01  WS-P                PIC 9(2).
       01  WS-PRT-TROUVE       PIC X(1).

      *    beneficiaires du client, pour leurs touches de filtrage.
       01  WS-NB-BEN           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-BEN.
         05 WS-BEN-NOM  OCCURS 50 TIMES PIC X(30).
       01  WS-B                PIC 9(2).

      *    parcours des archives du journal, mois par mois sur la
      *    periode.
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-MOIS-ANNEE       PIC 9(4).
       01  WS-MOIS-MM          PIC 9(2).

       01  WS-NB-LIGNES        PIC 9(5).
       01  WS-NB-JRN           PIC 9(5) VALUE ZERO.
       01  WS-LIGNE            PIC X(132).
       01  WS-TITRE            PIC X(132).
       01  WS-MONTANT-ED       PIC Z(9)9.99.
       01  WS-SOLDE-ED         PIC -Z(9)9.99.

       PROCEDURE DIVISION.

       MAIN-DOSSIER-CLIENT.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-ANN-FILE-PATH FROM ENVIRONMENT "ANNUAIREFILE".
           IF WS-ANN-FILE-PATH = SPACES
               MOVE "ANNUAIRE.TXT" TO WS-ANN-FILE-PATH
           END-IF.

           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR.
           DISPLAY "MATRICULE CLIENT :".
           ACCEPT WS-MAT-DEMANDE.
           DISPLAY "MOTIF (DROIT D'ACCES, REQUISITION...) :".
           ACCEPT WS-MOTIF.
           IF WS-MOTIF = SPACES
               DISPLAY "MOTIF OBLIGATOIRE"
               GOBACK
           END-IF.
           DISPLAY "JOURNAL : DATE DEBUT (AAAAMMJJ) :".
           ACCEPT WS-DATE-DEBUT.
           DISPLAY "JOURNAL : DATE FIN (AAAAMMJJ, VIDE = CE JOUR) :".
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-FIN = SPACES
               MOVE WS-AUJOURD-HUI TO WS-DATE-FIN
           END-IF.
           IF WS-DATE-DEBUT IS NOT NUMERIC
              OR WS-DATE-FIN IS NOT NUMERIC
              OR WS-DATE-DEBUT > WS-DATE-FIN
               DISPLAY "PERIODE INVALIDE"
               GOBACK
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLT-FILESTATUS NOT = "00"
               DISPLAY "CLIENT-MASTER.DAT INDISPONIBLE"
               GOBACK
           END-IF.
           MOVE WS-MAT-DEMANDE TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "MATRICULE INTROUVABLE !"
                   CLOSE CLIENT-MASTER
                   GOBACK
           END-READ.
           CLOSE CLIENT-MASTER.

           MOVE SPACES TO WS-DOS-FILE-PATH.
           STRING "DOSSIER-CLIENT-" WS-MAT-DEMANDE "-" WS-AUJOURD-HUI
                  ".TXT"
               DELIMITED BY SIZE INTO WS-DOS-FILE-PATH
           END-STRING.
           OPEN OUTPUT DOSSIER-FICHIER.
           IF WS-DOS-FILESTATUS NOT = "00"
               DISPLAY "DOSSIER NON CREE, STATUT " WS-DOS-FILESTATUS
               GOBACK
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "DOSSIER DES DONNEES DETENUES SUR LE CLIENT "
                  WS-MAT-DEMANDE " - PRODUIT LE " WS-AUJOURD-HUI
                  " PAR L'EMPLOYE " WS-OPERATEUR
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "MOTIF : " WS-MOTIF
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.

           PERFORM ECRIRE-FICHE.
           PERFORM ECRIRE-HISTORIQUE.
           OPEN INPUT COMPTE-MASTER.
           PERFORM ECRIRE-COMPTES.
           CLOSE COMPTE-MASTER.
           PERFORM ECRIRE-CARTES.
           PERFORM ECRIRE-CHEQUIERS.
           PERFORM ECRIRE-PRETS.
           PERFORM ECRIRE-GARANTIES.
           PERFORM ECRIRE-CAUTIONS.
           PERFORM ECRIRE-DEPOTS.
           PERFORM ECRIRE-BENEFICIAIRES.
           PERFORM ECRIRE-MANDATS.
           PERFORM ECRIRE-PREFERENCES.
           PERFORM ECRIRE-FILTRAGE.
           PERFORM ECRIRE-ANNUAIRE.
           PERFORM ECRIRE-JOURNAL.

           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE "*** FIN DU DOSSIER ***" TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           CLOSE DOSSIER-FICHIER.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-MAT-DEMANDE TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "DOSSIER " WS-DATE-DEBUT "-" WS-DATE-FIN " "
                  WS-MOTIF
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "DOSSIER PRODUIT : " WS-DOS-FILE-PATH.
           GOBACK.

       ECRIRE-LIGNE.
           MOVE WS-LIGNE TO DOS-LIGNE.
           WRITE DOS-LIGNE.
           EXIT.
       FIN-ECRIRE-LIGNE.

      *    titre de rubrique : WS-LIGNE porte le libelle.
       ECRIRE-TITRE.
           MOVE WS-LIGNE TO WS-TITRE.
           MOVE SPACES TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE WS-TITRE TO WS-LIGNE.
           PERFORM ECRIRE-LIGNE.
           MOVE ZERO TO WS-NB-LIGNES.
           EXIT.
       FIN-ECRIRE-TITRE.

       ECRIRE-NEANT.
           IF WS-NB-LIGNES = 0
               MOVE "   NEANT" TO WS-LIGNE
               PERFORM ECRIRE-LIGNE
           END-IF.
           EXIT.
       FIN-ECRIRE-NEANT.

       ECRIRE-FICHE.
           MOVE "=== FICHE CLIENT ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   NOM " CLM-NOM-CLT " PRENOM " CLM-PRENOM-CLT
                  " NE(E) LE " CLM-DATE-NAISS " CIN " CLM-CIN-CLT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   ADRESSE " CLM-ADRESSE-CLT " TEL " CLM-TEL-CLT
                  " E-MAIL " CLM-EMAIL-CLT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   PROFESSION " CLM-PROFESSION-CLT " RISQUE "
                  CLM-RISQUE-CLT " REVUE KYC " CLM-REVUE-KYC
                  " TYPE " CLM-TYPE-CLT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           IF CLM-TYPE-CLT = "M"
               MOVE SPACES TO WS-LIGNE
               STRING "   RAISON SOCIALE " CLM-RAISON-SOCIALE
                      " FORME " CLM-FORME-JUR " RC " CLM-RC-CLT
                      " IF " CLM-IF-CLT " CREEE LE "
                      CLM-DATE-CREATION
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE
           END-IF.
           EXIT.
       FIN-ECRIRE-FICHE.

       ECRIRE-HISTORIQUE.
           MOVE "=== HISTORIQUE DES MODIFICATIONS DE LA FICHE ==="
               TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT CLIENTS-HISTO.
           IF WS-HIS-FILESTATUS = "00"
               PERFORM UNTIL WS-HIS-FILESTATUS NOT = "00"
                   READ CLIENTS-HISTO
                       AT END MOVE "10" TO WS-HIS-FILESTATUS
                       NOT AT END
                           IF HIS-MAT-CLT = WS-MAT-DEMANDE
                               ADD 1 TO WS-NB-LIGNES
                               MOVE SPACES TO WS-LIGNE
                               STRING "   " HIS-DATE-HEURE(1:14)
                                      " OPER " HIS-OPERATEUR " "
                                      HIS-ETIQUETTE " "
                                      HIS-NOM-CLT " " HIS-PRENOM-CLT
                                      " " HIS-DATE-NAISS
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                               MOVE SPACES TO WS-LIGNE
                               STRING "      " HIS-ADRESSE-CLT
                                      " TEL " HIS-TEL-CLT
                                      " E-MAIL " HIS-EMAIL-CLT
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENTS-HISTO
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-HISTORIQUE.

      *    comptes detenus (cle secondaire du titulaire), co-detenus,
      *    tenus comme tuteur d'un mineur, puis archives.
       ECRIRE-COMPTES.
           MOVE "=== COMPTES ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.

           MOVE "TITULAIRE" TO WS-LIEN.
           MOVE WS-MAT-DEMANDE TO CPM-TITUL-CPT.
           START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
               INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-TITUL-CPT NOT = WS-MAT-DEMANDE
                           MOVE "10" TO WS-CPT-FILESTATUS
                       ELSE
                           PERFORM ECRIRE-UN-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CPT-FILESTATUS.

           OPEN INPUT CO-TITULAIRES.
           IF WS-CTI-FILESTATUS = "00"
               PERFORM UNTIL WS-CTI-FILESTATUS NOT = "00"
                   READ CO-TITULAIRES
                       AT END MOVE "10" TO WS-CTI-FILESTATUS
                       NOT AT END
                           IF CTI-MAT-CLT = WS-MAT-DEMANDE
                               MOVE SPACES TO WS-LIEN
                               STRING "CO-TITULAIRE " CTI-ROLE
                                   DELIMITED BY SIZE INTO WS-LIEN
                               END-STRING
                               MOVE CTI-NUM-CPT TO CPM-NUM-CPT
                               READ COMPTE-MASTER
                                   INVALID KEY
                                       MOVE CTI-NUM-CPT TO WS-K-NUM
                                       PERFORM NOTER-COMPTE-ABSENT
                                   NOT INVALID KEY
                                       PERFORM ECRIRE-UN-COMPTE
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-TITULAIRES
           END-IF.

           OPEN INPUT TUTEURS-FICHIER.
           IF WS-TUT-FILESTATUS = "00"
               PERFORM UNTIL WS-TUT-FILESTATUS NOT = "00"
                   READ TUTEURS-FICHIER
                       AT END MOVE "10" TO WS-TUT-FILESTATUS
                       NOT AT END
                           PERFORM RETENIR-TUTELLE
                   END-READ
               END-PERFORM
               CLOSE TUTEURS-FICHIER
           END-IF.

           OPEN INPUT ARCHIVE-COMPTES.
           IF WS-ARC-FILESTATUS = "00"
               PERFORM UNTIL WS-ARC-FILESTATUS NOT = "00"
                   READ ARCHIVE-COMPTES NEXT RECORD
                       AT END MOVE "10" TO WS-ARC-FILESTATUS
                       NOT AT END
                           IF ARC-TITUL-CPT = WS-MAT-DEMANDE
                               PERFORM ECRIRE-UN-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-COMPTES
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-COMPTES.

      *    le client est tuteur (matricule ou CIN saisi a
      *    l'enregistrement) : comptes du mineur ; le client est
      *    lui-meme mineur : la tutelle est citee.
       RETENIR-TUTELLE.
           IF TUT-MAT-MINEUR = WS-MAT-DEMANDE
               ADD 1 TO WS-NB-LIGNES
               MOVE SPACES TO WS-LIGNE
               STRING "   SOUS TUTELLE DE " TUT-TUTEUR " ("
                      TUT-RELATION ") FIN " TUT-DATE-FIN
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               PERFORM ECRIRE-LIGNE
               EXIT PARAGRAPH
           END-IF.
           IF NOT ((TUT-TUTEUR(1:6) = WS-MAT-DEMANDE AND
                    TUT-TUTEUR(7:4) = SPACES) OR
                   (CLM-CIN-CLT NOT = SPACES AND
                    TUT-TUTEUR = CLM-CIN-CLT))
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-LIEN.
           STRING "TUTEUR DE " TUT-MAT-MINEUR " " TUT-RELATION
               DELIMITED BY SIZE INTO WS-LIEN
           END-STRING.
           MOVE TUT-MAT-MINEUR TO CPM-TITUL-CPT.
           START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
               INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-TITUL-CPT NOT = TUT-MAT-MINEUR
                           MOVE "10" TO WS-CPT-FILESTATUS
                       ELSE
                           PERFORM ECRIRE-UN-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CPT-FILESTATUS.
           EXIT.
       FIN-RETENIR-TUTELLE.

       ECRIRE-UN-COMPTE.
           ADD 1 TO WS-NB-LIGNES.
           MOVE CPM-NUM-CPT TO WS-K-NUM.
           PERFORM RETENIR-COMPTE.
           MOVE CPM-SOLDE-CPT TO WS-SOLDE-ED.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " CPM-NUM-CPT " " CPM-TYPE-CPT " OUVERT LE "
                  CPM-DATE-CPT " AGENCE " CPM-AGENCE " STATUT "
                  CPM-STATUT " SOLDE " WS-SOLDE-ED " "
                  CPM-DEVISE-CPT " " WS-LIEN
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           EXIT.
       FIN-ECRIRE-UN-COMPTE.

       ECRIRE-UN-ARCHIVE.
           ADD 1 TO WS-NB-LIGNES.
           MOVE "ARCHIVE" TO WS-LIEN.
           MOVE ARC-NUM-CPT TO WS-K-NUM.
           PERFORM RETENIR-COMPTE.
           MOVE ARC-SOLDE-CPT TO WS-SOLDE-ED.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " ARC-NUM-CPT " " ARC-TYPE-CPT " OUVERT LE "
                  ARC-DATE-CPT " AGENCE " ARC-AGENCE " ARCHIVE LE "
                  ARC-DATE-ARCHIVE " SOLDE " WS-SOLDE-ED " "
                  ARC-DEVISE-CPT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           EXIT.
       FIN-ECRIRE-UN-ARCHIVE.

       NOTER-COMPTE-ABSENT.
           ADD 1 TO WS-NB-LIGNES.
           PERFORM RETENIR-COMPTE.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " WS-K-NUM " " WS-LIEN
                  " (ABSENT DU FICHIER ACTIF)"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           EXIT.
       FIN-NOTER-COMPTE-ABSENT.

      *    un compte n'entre qu'une fois dans la table.
       RETENIR-COMPTE.
           MOVE "N" TO WS-CPT-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CPT OR WS-CPT-TROUVE = "O"
               IF WS-CPT-NUM(WS-K) = WS-K-NUM
                   MOVE "O" TO WS-CPT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CPT-TROUVE = "N" AND WS-NB-CPT < 100
               ADD 1 TO WS-NB-CPT
               MOVE WS-K-NUM TO WS-CPT-NUM(WS-NB-CPT)
               MOVE WS-LIEN  TO WS-CPT-LIEN(WS-NB-CPT)
           END-IF.
           EXIT.
       FIN-RETENIR-COMPTE.

      *    le compte lu (WS-K-NUM) est-il un compte du dossier ?
       CHERCHER-COMPTE.
           MOVE "N" TO WS-CPT-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CPT OR WS-CPT-TROUVE = "O"
               IF WS-CPT-NUM(WS-K) = WS-K-NUM
                   MOVE "O" TO WS-CPT-TROUVE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-COMPTE.

      *    numero de carte masque, seuls les quatre derniers
      *    chiffres sont restitues.
       ECRIRE-CARTES.
           MOVE "=== CARTES ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT CARTES-FICHIER.
           IF WS-CRT-FILESTATUS = "00"
               PERFORM UNTIL WS-CRT-FILESTATUS NOT = "00"
                   READ CARTES-FICHIER
                       AT END MOVE "10" TO WS-CRT-FILESTATUS
                       NOT AT END
                           MOVE CRT-NUM-CPT TO WS-K-NUM
                           PERFORM CHERCHER-COMPTE
                           IF WS-CPT-TROUVE = "O"
                               ADD 1 TO WS-NB-LIGNES
                               MOVE CRT-PLAFOND TO WS-MONTANT-ED
                               MOVE SPACES TO WS-LIGNE
                               STRING "   CARTE ************"
                                      CRT-NUMERO(13:4) " COMPTE "
                                      CRT-NUM-CPT " STATUT "
                                      CRT-STATUT " EXPIRE "
                                      CRT-EXPIRATION " PLAFOND "
                                      WS-MONTANT-ED
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARTES-FICHIER
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-CARTES.

       ECRIRE-CHEQUIERS.
           MOVE "=== CHEQUIERS ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT CHEQUIERS.
           IF WS-CHB-FILESTATUS = "00"
               PERFORM UNTIL WS-CHB-FILESTATUS NOT = "00"
                   READ CHEQUIERS
                       AT END MOVE "10" TO WS-CHB-FILESTATUS
                       NOT AT END
                           MOVE CHB-NUM-CPT TO WS-K-NUM
                           PERFORM CHERCHER-COMPTE
                           IF WS-CPT-TROUVE = "O"
                               ADD 1 TO WS-NB-LIGNES
                               MOVE SPACES TO WS-LIGNE
                               STRING "   COMPTE " CHB-NUM-CPT
                                      " CHEQUES " CHB-PREMIER " A "
                                      CHB-DERNIER " DELIVRE LE "
                                      CHB-DATE
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUIERS
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-CHEQUIERS.

       ECRIRE-PRETS.
           MOVE "=== PRETS ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
               PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
                   READ PRETS-FICHIER
                       AT END MOVE "10" TO WS-PRT-FILESTATUS
                       NOT AT END
                           IF PRT-MAT-CLT = WS-MAT-DEMANDE
                               ADD 1 TO WS-NB-LIGNES
                               IF WS-NB-PRT < 50
                                   ADD 1 TO WS-NB-PRT
                                   MOVE PRT-NUM-PRET TO
                                        WS-PRT-NUM(WS-NB-PRT)
                               END-IF
                               MOVE PRT-CAPITAL TO WS-MONTANT-ED
                               MOVE SPACES TO WS-LIGNE
                               STRING "   PRET " PRT-NUM-PRET
                                      " CAPITAL " WS-MONTANT-ED
                                      " TAUX " PRT-TAUX-ANNUEL
                                      " DUREE " PRT-DUREE-MOIS
                                      " MOIS COMPTE "
                                      PRT-CPT-VERSEMENT
                                      " STATUT " PRT-STATUT
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                               MOVE PRT-CAPITAL-RESTANT
                                 TO WS-MONTANT-ED
                               MOVE SPACES TO WS-LIGNE
                               STRING "      RESTANT DU "
                                      WS-MONTANT-ED " ECHEANCES "
                                      "PAYEES " PRT-ECH-PAYEES
                                      " RESTRUCTURE "
                                      PRT-RESTRUCTURE " "
                                      PRT-DATE-RESTRUCT
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-FICHIER
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-PRETS.

      *    garanties des prets du client, et celles ou il se porte
      *    lui-meme garant (matricule dans GAR-GARANT).
       ECRIRE-GARANTIES.
           MOVE "=== GARANTIES DE PRETS ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT GARANTIES-FICHIER.
           IF WS-GAR-FILESTATUS = "00"
               PERFORM UNTIL WS-GAR-FILESTATUS NOT = "00"
                   READ GARANTIES-FICHIER
                       AT END MOVE "10" TO WS-GAR-FILESTATUS
                       NOT AT END
                           PERFORM RETENIR-GARANTIE
                   END-READ
               END-PERFORM
               CLOSE GARANTIES-FICHIER
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-GARANTIES.

       RETENIR-GARANTIE.
           MOVE "N" TO WS-PRT-TROUVE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-PRT OR WS-PRT-TROUVE = "O"
               IF WS-PRT-NUM(WS-P) = GAR-NUM-PRET
                   MOVE "O" TO WS-PRT-TROUVE
               END-IF
           END-PERFORM.
           IF WS-PRT-TROUVE = "O"
               MOVE "SUR SON PRET" TO WS-LIEN
           ELSE
               IF GAR-GARANT(1:6) = WS-MAT-DEMANDE
                  AND GAR-GARANT(7:4) = SPACES
                   MOVE "LE CLIENT EST GARANT" TO WS-LIEN
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           MOVE GAR-VALEUR TO WS-MONTANT-ED.
           MOVE SPACES TO WS-LIGNE.
           STRING "   PRET " GAR-NUM-PRET " " GAR-TYPE " VALEUR "
                  WS-MONTANT-ED " GARANT " GAR-GARANT " REF "
                  GAR-REF " EXPIRE " GAR-DATE-EXPIR " STATUT "
                  GAR-STATUT " " WS-LIEN
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           EXIT.
       FIN-RETENIR-GARANTIE.

       ECRIRE-CAUTIONS.
           MOVE "=== CAUTIONS EMISES POUR LE CLIENT ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT CAUTIONS-FICHIER.
           IF WS-CAB-FILESTATUS = "00"
               PERFORM UNTIL WS-CAB-FILESTATUS NOT = "00"
                   READ CAUTIONS-FICHIER
                       AT END MOVE "10" TO WS-CAB-FILESTATUS
                       NOT AT END
                           IF CAB-MAT-CLT = WS-MAT-DEMANDE
                               ADD 1 TO WS-NB-LIGNES
                               MOVE CAB-MONTANT TO WS-MONTANT-ED
                               MOVE SPACES TO WS-LIGNE
                               STRING "   CAUTION " CAB-NUMERO " "
                                      CAB-TYPE " " WS-MONTANT-ED " "
                                      CAB-DEVISE " AU PROFIT DE "
                                      CAB-BENEFICIAIRE
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                               MOVE SPACES TO WS-LIGNE
                               STRING "      COMPTE " CAB-NUM-CPT
                                      " EMISE LE " CAB-DATE-EMISSION
                                      " EXPIRE " CAB-DATE-EXPIR
                                      " STATUT " CAB-STATUT
                                      " FIN " CAB-DATE-FIN
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAUTIONS-FICHIER
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-CAUTIONS.

       ECRIRE-DEPOTS.
           MOVE "=== DEPOTS A TERME ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT DEPOTS-TERME.
           IF WS-DAT-FILESTATUS = "00"
               PERFORM UNTIL WS-DAT-FILESTATUS NOT = "00"
                   READ DEPOTS-TERME
                       AT END MOVE "10" TO WS-DAT-FILESTATUS
                       NOT AT END
                           IF DAT-MAT-CLT = WS-MAT-DEMANDE
                               ADD 1 TO WS-NB-LIGNES
                               MOVE DAT-MONTANT TO WS-MONTANT-ED
                               MOVE SPACES TO WS-LIGNE
                               STRING "   DEPOT " DAT-NUM-DEPOT " "
                                      WS-MONTANT-ED " TAUX " DAT-TAUX
                                      " " DAT-DUREE-MOIS " MOIS DU "
                                      DAT-DATE-OUVERTURE " AU "
                                      DAT-DATE-ECHEANCE " COMPTE "
                                      DAT-CPT-LIE " STATUT "
                                      DAT-STATUT
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOTS-TERME
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-DEPOTS.

       ECRIRE-BENEFICIAIRES.
           MOVE "=== BENEFICIAIRES DE VIREMENTS ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT BENEFICIAIRES.
           IF WS-BEN-FILESTATUS = "00"
               PERFORM UNTIL WS-BEN-FILESTATUS NOT = "00"
                   READ BENEFICIAIRES
                       AT END MOVE "10" TO WS-BEN-FILESTATUS
                       NOT AT END
                           IF BEN-MAT-CLT = WS-MAT-DEMANDE
                               ADD 1 TO WS-NB-LIGNES
                               IF WS-NB-BEN < 50
                                   ADD 1 TO WS-NB-BEN
                                   MOVE BEN-NOM TO
                                        WS-BEN-NOM(WS-NB-BEN)
                               END-IF
                               MOVE SPACES TO WS-LIGNE
                               STRING "   " BEN-ID-EXTERNE " BANQUE "
                                      BEN-CODE-BANQUE " " BEN-NOM
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BENEFICIAIRES
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-BENEFICIAIRES.

       ECRIRE-MANDATS.
           MOVE "=== MANDATS DE PRELEVEMENT ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT MANDATS-FICHIER.
           IF WS-MAN-FILESTATUS = "00"
               PERFORM UNTIL WS-MAN-FILESTATUS NOT = "00"
                   READ MANDATS-FICHIER
                       AT END MOVE "10" TO WS-MAN-FILESTATUS
                       NOT AT END
                           MOVE MAN-NUM-CPT TO WS-K-NUM
                           PERFORM CHERCHER-COMPTE
                           IF WS-CPT-TROUVE = "O"
                               ADD 1 TO WS-NB-LIGNES
                               MOVE MAN-PLAFOND TO WS-MONTANT-ED
                               MOVE SPACES TO WS-LIGNE
                               STRING "   CREANCIER "
                                      MAN-CODE-CREANCIER " COMPTE "
                                      MAN-NUM-CPT " PLAFOND "
                                      WS-MONTANT-ED " SIGNE LE "
                                      MAN-DATE-SIGNATURE " STATUT "
                                      MAN-STATUT
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATS-FICHIER
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-MANDATS.

       ECRIRE-PREFERENCES.
           MOVE "=== PREFERENCES D'ALERTES ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT PREFS-ALERTES.
           IF WS-PRF-FILESTATUS = "00"
               PERFORM UNTIL WS-PRF-FILESTATUS NOT = "00"
                   READ PREFS-ALERTES
                       AT END MOVE "10" TO WS-PRF-FILESTATUS
                       NOT AT END
                           IF PRF-MAT-CLT = WS-MAT-DEMANDE
                               ADD 1 TO WS-NB-LIGNES
                               MOVE PRF-SEUIL TO WS-MONTANT-ED
                               MOVE SPACES TO WS-LIGNE
                               STRING "   SOLDE MINIMUM "
                                      PRF-SOLDE-MIN
                                      " GROS RETRAIT "
                                      PRF-GROS-RETRAIT
                                      " FRAIS/INTERETS "
                                      PRF-FRAIS-INT
                                      " ORDRE ECHOUE "
                                      PRF-ORDRE-ECHOUE
                                      " SEUIL " WS-MONTANT-ED
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREFS-ALERTES
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-PREFERENCES.

      *    touches posees a la creation de la fiche (nom et CIN, ou
      *    RC pour une personne morale) et a l'enregistrement de ses
      *    beneficiaires.
       ECRIRE-FILTRAGE.
           MOVE "=== TOUCHES DE FILTRAGE SANCTIONS/PEP ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT HITS-FICHIER.
           IF WS-HIT-FILESTATUS = "00"
               PERFORM UNTIL WS-HIT-FILESTATUS NOT = "00"
                   READ HITS-FICHIER
                       AT END MOVE "10" TO WS-HIT-FILESTATUS
                       NOT AT END
                           PERFORM RETENIR-TOUCHE
                   END-READ
               END-PERFORM
               CLOSE HITS-FICHIER
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-FILTRAGE.

       RETENIR-TOUCHE.
           MOVE "N" TO WS-CPT-TROUVE.
           IF HIT-ORIGINE = "CLIENT"
              AND HIT-NOM(1:20) = CLM-NOM-CLT
              AND (HIT-CIN = CLM-CIN-CLT OR HIT-CIN = CLM-RC-CLT)
               MOVE "O" TO WS-CPT-TROUVE
           END-IF.
           IF HIT-ORIGINE = "BENEF"
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-NB-BEN OR WS-CPT-TROUVE = "O"
                   IF HIT-NOM = WS-BEN-NOM(WS-B)
                       MOVE "O" TO WS-CPT-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CPT-TROUVE = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " HIT-DATE " " HIT-ORIGINE " " HIT-NOM " CIN "
                  HIT-CIN " LISTE " HIT-SOURCE " STATUT " HIT-STATUT
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           EXIT.
       FIN-RETENIR-TOUCHE.

       ECRIRE-ANNUAIRE.
           MOVE "=== CONTACTS DE L'ANNUAIRE ===" TO WS-LIGNE.
           PERFORM ECRIRE-TITRE.
           OPEN INPUT ANNUAIRE-FICHIER.
           IF WS-ANN-FILESTATUS = "00"
               PERFORM UNTIL WS-ANN-FILESTATUS NOT = "00"
                   READ ANNUAIRE-FICHIER
                       AT END MOVE "10" TO WS-ANN-FILESTATUS
                       NOT AT END
                           IF ANN-MAT = WS-MAT-DEMANDE
                               ADD 1 TO WS-NB-LIGNES
                               MOVE SPACES TO WS-LIGNE
                               STRING "   " ANN-NOM " "
                                      ANN-TEL-TYPE(1) " " ANN-TEL(1)
                                      " " ANN-TEL-TYPE(2) " "
                                      ANN-TEL(2) " " ANN-TEL-TYPE(3)
                                      " " ANN-TEL(3)
                                   DELIMITED BY SIZE INTO WS-LIGNE
                               END-STRING
                               PERFORM ECRIRE-LIGNE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANNUAIRE-FICHIER
           END-IF.
           PERFORM ECRIRE-NEANT.
           EXIT.
       FIN-ECRIRE-ANNUAIRE.

      *    lignes du journal des comptes du dossier sur la periode :
      *    archives des mois concernes puis journal vivant, compte
      *    par compte par la cle secondaire.
       ECRIRE-JOURNAL.
           MOVE SPACES TO WS-LIGNE.
           STRING "=== JOURNAL DES OPERATIONS DU " WS-DATE-DEBUT
                  " AU " WS-DATE-FIN " ==="
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-TITRE.
           MOVE WS-DATE-DEBUT(1:4) TO WS-MOIS-ANNEE.
           MOVE WS-DATE-DEBUT(5:2) TO WS-MOIS-MM.
           MOVE WS-DATE-DEBUT(1:6) TO WS-MOIS-COURANT.
           PERFORM UNTIL WS-MOIS-COURANT > WS-DATE-FIN(1:6)
               PERFORM PARCOURIR-UNE-ARCHIVE
               ADD 1 TO WS-MOIS-MM
               IF WS-MOIS-MM > 12
                   MOVE 1 TO WS-MOIS-MM
                   ADD 1 TO WS-MOIS-ANNEE
               END-IF
               MOVE WS-MOIS-ANNEE TO WS-MOIS-COURANT(1:4)
               MOVE WS-MOIS-MM    TO WS-MOIS-COURANT(5:2)
           END-PERFORM.

           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CPT
                   MOVE WS-CPT-NUM(WS-K) TO JRN-NUM-CPT
                   START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
                       INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
                   END-START
                   PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                       READ JOURNAL-OPERATIONS NEXT RECORD
                           AT END MOVE "10" TO WS-JRN-FILESTATUS
                           NOT AT END
                               IF JRN-NUM-CPT NOT = WS-CPT-NUM(WS-K)
                                   MOVE "10" TO WS-JRN-FILESTATUS
                               ELSE
                                   PERFORM ECRIRE-LIGNE-JOURNAL
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-JRN-FILESTATUS
               END-PERFORM
               CLOSE JOURNAL-OPERATIONS
           END-IF.
           PERFORM ECRIRE-NEANT.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " WS-NB-JRN " LIGNE(S) DE JOURNAL"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           EXIT.
       FIN-ECRIRE-JOURNAL.

      *    un mois sans archive (pas encore bascule, ou le mois
      *    vivant) est saute sans bruit.
       PARCOURIR-UNE-ARCHIVE.
           MOVE SPACES TO WS-JAR-FILE-PATH.
           STRING "JOURNAL-" WS-MOIS-COURANT ".DAT"
               DELIMITED BY SIZE INTO WS-JAR-FILE-PATH
           END-STRING.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF WS-JAR-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CPT
               MOVE WS-CPT-NUM(WS-K) TO JAR-NUM-CPT
               START JOURNAL-ARCHIVE KEY IS = JAR-NUM-CPT
                   INVALID KEY MOVE "23" TO WS-JAR-FILESTATUS
               END-START
               PERFORM UNTIL WS-JAR-FILESTATUS NOT = "00"
                   READ JOURNAL-ARCHIVE NEXT RECORD
                       AT END MOVE "10" TO WS-JAR-FILESTATUS
                       NOT AT END
                           IF JAR-NUM-CPT NOT = WS-CPT-NUM(WS-K)
                               MOVE "10" TO WS-JAR-FILESTATUS
                           ELSE
                               MOVE JAR-ENREG TO JOURNAL-RECORD
                               PERFORM ECRIRE-LIGNE-JOURNAL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-JAR-FILESTATUS
           END-PERFORM.
           CLOSE JOURNAL-ARCHIVE.
           EXIT.
       FIN-PARCOURIR-UNE-ARCHIVE.

       ECRIRE-LIGNE-JOURNAL.
           IF JRN-DATE-OPE < WS-DATE-DEBUT
              OR JRN-DATE-OPE > WS-DATE-FIN
              OR JRN-NUM-SEQ = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-LIGNES.
           ADD 1 TO WS-NB-JRN.
           MOVE JRN-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-LIGNE.
           STRING "   " JRN-DATE-OPE " " JRN-NUM-SEQ " " JRN-NUM-CPT
                  " " JRN-CODE-OPE " " JRN-SENS " " WS-MONTANT-ED
                  " " JRN-DEVISE " AG " JRN-AGENCE " CANAL "
                  JRN-CANAL " OPER " JRN-OPERATEUR " " JRN-LIBELLE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           PERFORM ECRIRE-LIGNE.
           EXIT.
       FIN-ECRIRE-LIGNE-JOURNAL.

       END PROGRAM DOSSIER-CLIENT.
