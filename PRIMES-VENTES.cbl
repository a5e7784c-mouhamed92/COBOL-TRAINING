       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIMES-VENTES.
       AUTHOR.    MOHAMED.

      *    activite commerciale du personnel et prime de ventes du
      *    trimestre (variable d'environnement PRIMES-TRIMESTRE au
      *    format AAAATN, a defaut le trimestre precedant la date
      *    d'exploitation). Quatre ventes sont comptees, par employe
      *    et par agence :
      *      - CPTE : compte ouvert, credite a l'employe qui a recu
      *        la convention signee (DOSSIERS-COMPTES.DAT, piece qui
      *        active le compte), agence du compte ;
      *      - PRET : pret accorde, credite au decideur de la demande
      *        (DEMANDES-PRETS.DAT), date et valeur du deblocage PRT0
      *        du journal ;
      *      - DAT  : depot a terme place au guichet (OP10, journal
      *        DAT1), credite a l'operateur de l'ecriture ;
      *      - CART : carte emise, creditee a l'emetteur du registre
      *        CARTES.DAT, agence du compte rattache.
      *    Les ecritures du journal viennent des archives mensuelles
      *    JOURNAL-AAAAMM.DAT et du journal vivant ; une ecriture
      *    contrepassee (ANN1) ne compte pas.
      *    Le realise de chaque employe est compare a ses objectifs
      *    du trimestre (OBJECTIFS-VENTES.DAT) ; les points d'un
      *    produit (BAREME-VENTES.DAT : par vente et par tranche de
      *    10000 de volume) ne sont acquis qu'objectif atteint, un
      *    produit sans objectif etant toujours retenu. La prime vaut
      *    les points acquis fois le parametre PRIME-VALEUR-POINT.
      *    L'etat part dans VENTES-PERSONNEL-AAAATN.TXT ; les primes
      *    des employes actifs vont dans PRIMES-VENTES.DAT (statut A)
      *    d'ou PAIE-EMPLOYES les verse avec la paie suivante (statut
      *    P). Un nouveau passage remplace les primes du trimestre
      *    tant qu'aucune n'a ete versee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archives mensuelles posees par ARCHIVE-JOURNAL, lues en
      *    entier dans l'ordre des cles.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-CLE-JOURNAL
               ALTERNATE RECORD KEY IS ARC-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-ARC-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

           SELECT DOSSIERS-COMPTES ASSIGN TO "DOSSIERS-COMPTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOS-FILESTATUS.

           SELECT DEMANDES-PRETS ASSIGN TO "DEMANDES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEM-FILESTATUS.

           SELECT CARTES-FICHIER ASSIGN TO "CARTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILESTATUS.

           SELECT OBJECTIFS-VENTES ASSIGN TO "OBJECTIFS-VENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBJ-FILESTATUS.

           SELECT BAREME-VENTES ASSIGN TO "BAREME-VENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAR-FILESTATUS.

           SELECT PRIMES-FICHIER ASSIGN TO "PRIMES-VENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRV-FILESTATUS.

           SELECT ETAT-FICHIER ASSIGN TO WS-ETA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETA-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans ARCHIVE-JOURNAL : longueur de
      *    JOURNAL-CPY, seules les cles sont nommees.
       FD  JOURNAL-ARCHIVE.
       01  ARC-ENREG.
           05  ARC-CLE-JOURNAL.
               10  ARC-DATE-OPE     PIC X(8).
               10  ARC-NUM-SEQ      PIC 9(5).
           05  ARC-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(118).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

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

      *    meme mise en forme que dans BANQUE-CLT.
       FD  DOSSIERS-COMPTES.
       01  DOS-ENREG.
           05  DOS-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  DOS-CODE-DOC    PIC X(10).
           05  FILLER          PIC X(1).
           05  DOS-DATE-RECUE  PIC X(8).
           05  FILLER          PIC X(1).
           05  DOS-OPERATEUR   PIC 9(5).

      *    meme mise en forme que dans SAISIE-PRETS.
       FD  DEMANDES-PRETS.
       01  DEM-ENREG.
           05  DEM-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  DEM-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DEM-CAPITAL         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  DEM-TAUX-ANNUEL     PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  DEM-DUREE-MOIS      PIC 9(3).
           05  FILLER              PIC X(1).
           05  DEM-CPT-VERSEMENT   PIC X(6).
           05  FILLER              PIC X(1).
           05  DEM-SAISIE-PAR      PIC 9(5).
           05  FILLER              PIC X(1).
           05  DEM-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  DEM-DECIDE-PAR      PIC 9(5).
           05  FILLER              PIC X(1).
           05  DEM-MOTIF           PIC X(30).

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

      *    meme mise en forme que dans MAJ-OBJECTIFS-VENTES.
       FD  OBJECTIFS-VENTES.
       01  OBJ-ENREG.
           05  OBJ-TRIMESTRE   PIC X(6).
           05  FILLER          PIC X(1).
           05  OBJ-EMPLOYE     PIC 9(5).
           05  FILLER          PIC X(1).
           05  OBJ-PRODUIT     PIC X(4).
           05  FILLER          PIC X(1).
           05  OBJ-NB          PIC 9(5).
           05  FILLER          PIC X(1).
           05  OBJ-VOLUME      PIC 9(12)V9(2).

      *    meme mise en forme que dans MAJ-OBJECTIFS-VENTES.
       FD  BAREME-VENTES.
       01  BAR-ENREG.
           05  BAR-PRODUIT       PIC X(4).
           05  FILLER            PIC X(1).
           05  BAR-POINTS-VENTE  PIC 9(3)V9(2).
           05  FILLER            PIC X(1).
           05  BAR-POINTS-VOLUME PIC 9(3)V9(2).

      *    une ligne par employe et par trimestre. PRV-STATUT :
      *    A = a verser, P = versee avec la paie du mois PRV-MOIS-PAIE.
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

       FD  ETAT-FICHIER.
       01  ETA-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-ARC-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-DOS-FILESTATUS   PIC X(2).
       01  WS-DEM-FILESTATUS   PIC X(2).
       01  WS-CRT-FILESTATUS   PIC X(2).
       01  WS-OBJ-FILESTATUS   PIC X(2).
       01  WS-BAR-FILESTATUS   PIC X(2).
       01  WS-PRV-FILESTATUS   PIC X(2).
       01  WS-ETA-FILESTATUS   PIC X(2).
       01  WS-ARC-FILE-PATH    PIC X(100).
       01  WS-ETA-FILE-PATH    PIC X(100).
       01  WS-EMP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-VALEUR-POINT     PIC 9(5)V9(4) VALUE ZERO.

      *    trimestre traite et ses bornes : du premier jour du
      *    premier mois au dernier jour du troisieme.
       01  WS-TRIMESTRE        PIC X(6).
       01  WS-ANNEE            PIC 9(4).
       01  WS-NUM-TRIM         PIC 9(1).
       01  WS-MOIS             PIC 9(2).
       01  WS-MOIS-DEBUT       PIC 9(2).
       01  WS-MOIS-FIN         PIC 9(2).
       01  WS-MOIS-X           PIC X(6).
       01  WS-DEBUT-TRIM       PIC X(8).
       01  WS-FIN-TRIM         PIC X(8).

      *    codes produit, dans l'ordre des colonnes de l'etat.
       01  WS-PRODUITS-VAL     PIC X(16) VALUE "CPTEPRETDAT CART".
       01  WS-PRODUITS REDEFINES WS-PRODUITS-VAL.
           05  WS-PRODUIT-CODE PIC X(4) OCCURS 4 TIMES.
       01  WS-P                PIC 9(1).

      *    demandes de prets approuvees : numero et decideur.
       01  WS-NB-DEM           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-DEM.
         05 WS-DEM  OCCURS 2000 TIMES.
           10  WS-DEM-PRET     PIC X(6).
           10  WS-DEM-DECIDEUR PIC 9(5).
       01  WS-D                PIC 9(4).
       01  WS-NUM-PRET         PIC X(6).

      *    comptes deja comptes (une convention recue deux fois ne
      *    fait qu'une ouverture).
       01  WS-NB-OUV           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-OUV.
         05 WS-OUV  OCCURS 2000 TIMES.
           10  WS-OUV-CPT      PIC X(6).
       01  WS-U                PIC 9(4).
       01  WS-OUV-VU           PIC X(1).

      *    ventes relevees au journal (PRT0 et DAT1), gardees le temps
      *    de voir passer une eventuelle contrepassation ANN1.
       01  WS-NB-MVT           PIC 9(4) VALUE ZERO.
       01  WS-MVT-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-MVT.
         05 WS-MVT  OCCURS 3000 TIMES.
           10  WS-MVT-DATE     PIC X(8).
           10  WS-MVT-SEQ      PIC 9(5).
           10  WS-MVT-PRODUIT  PIC 9(1).
           10  WS-MVT-EMPLOYE  PIC 9(5).
           10  WS-MVT-AGENCE   PIC X(3).
           10  WS-MVT-MONTANT  PIC 9(10)V9(2).
           10  WS-MVT-ANNULE   PIC X(1).
       01  WS-M                PIC 9(4).

      *    cumuls par agence et employe, puis par employe.
       01  WS-NB-VTE           PIC 9(3) VALUE ZERO.
       01  WS-VTE-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-VTE.
         05 WS-VTE  OCCURS 500 TIMES.
           10  WS-VTE-AGENCE   PIC X(3).
           10  WS-VTE-EMPLOYE  PIC 9(5).
           10  WS-VTE-PRODUIT  OCCURS 4 TIMES.
               15  WS-VTE-NB     PIC 9(5).
               15  WS-VTE-VOLUME PIC 9(12)V9(2).
       01  WS-V                PIC 9(3).
       01  WS-VTE-TROUVE       PIC 9(3).

       01  WS-NB-VEN           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-VEN.
         05 WS-VEN  OCCURS 300 TIMES.
           10  WS-VEN-EMPLOYE  PIC 9(5).
           10  WS-VEN-PRODUIT  OCCURS 4 TIMES.
               15  WS-VEN-NB     PIC 9(5).
               15  WS-VEN-VOLUME PIC 9(12)V9(2).
               15  WS-VEN-POINTS PIC 9(7)V9(2).
               15  WS-VEN-ATTEINT PIC X(1).
           10  WS-VEN-POINTS-TOT PIC 9(7)V9(2).
           10  WS-VEN-PRIME    PIC 9(7)V9(2).
           10  WS-VEN-ACTIF    PIC X(1).
       01  WS-E                PIC 9(3).
       01  WS-VEN-TROUVE       PIC 9(3).

      *    agences distinctes, dans l'ordre ou elles apparaissent.
       01  WS-NB-AGC           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-AGC.
         05 WS-AGC  OCCURS 50 TIMES.
           10  WS-AGC-CODE     PIC X(3).
       01  WS-A                PIC 9(2).
       01  WS-AGC-VU           PIC X(1).

      *    objectifs du trimestre et bareme des points.
       01  WS-NB-OBJ           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-OBJ.
         05 WS-OBJ  OCCURS 2000 TIMES.
           10  WS-OBJ-EMPLOYE  PIC 9(5).
           10  WS-OBJ-PRODUIT  PIC X(4).
           10  WS-OBJ-NB       PIC 9(5).
           10  WS-OBJ-VOLUME   PIC 9(12)V9(2).
       01  WS-O                PIC 9(4).
       01  WS-OBJ-TROUVE       PIC 9(4).

       01  WS-TABLE-BAR.
         05 WS-BAR  OCCURS 4 TIMES.
           10  WS-BAR-PTS-VENTE  PIC 9(3)V9(2) VALUE ZERO.
           10  WS-BAR-PTS-VOLUME PIC 9(3)V9(2) VALUE ZERO.

      *    primes deja enregistrees, reecrites en entier.
       01  WS-NB-PRV           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-PRV.
         05 WS-PRV  OCCURS 2000 TIMES.
           10  WS-PRV-IMAGE    PIC X(50).
       01  WS-R                PIC 9(4).
       01  WS-PRIMES-VERSEES   PIC X(1) VALUE "N".

      *    vente courante a cumuler.
       01  WS-COUR-AGENCE      PIC X(3).
       01  WS-COUR-EMPLOYE     PIC 9(5).
       01  WS-COUR-MONTANT     PIC 9(12)V9(2).

       01  WS-TRANCHES         PIC 9(9).
       01  WS-NOM-VENDEUR      PIC X(25).
       01  WS-TOT-NB           PIC 9(5) OCCURS 4 TIMES.
       01  WS-TOT-VOLUME       PIC 9(12)V9(2) OCCURS 4 TIMES.
       01  WS-ED-VOL-PRET      PIC Z(11)9.99.
       01  WS-ED-VOL-DAT       PIC Z(11)9.99.
       01  WS-ED-VOLUME        PIC Z(11)9.99.
       01  WS-ED-OBJ-VOLUME    PIC Z(11)9.99.
       01  WS-ED-POINTS        PIC Z(6)9.99.
       01  WS-ED-PRIME         PIC Z(6)9.99.
       01  WS-ED-VALEUR-POINT  PIC Z(4)9.9999.
       01  WS-ETAT-OBJ         PIC X(12).

       01  WS-NB-VENDEURS      PIC 9(3) VALUE ZERO.
       01  WS-NB-PRIMES        PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-PRIMES     PIC 9(9)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PRIMES-VENTES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.
           PERFORM FIXER-TRIMESTRE.
           IF WS-TRIMESTRE = SPACES
               DISPLAY "TRIMESTRE INVALIDE (AAAATN), JOB ARRETE"
               GOBACK
           END-IF.

           MOVE "PRIME-VALEUR-POINT" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-VALEUR-POINT
           ELSE
               DISPLAY "PARAMETRE PRIME-VALEUR-POINT ABSENT, "
                       "PRIMES A ZERO"
           END-IF.

           PERFORM CHARGER-DEMANDES.
           PERFORM CHARGER-OBJECTIFS.
           PERFORM CHARGER-BAREME.

           OPEN INPUT COMPTE-MASTER.
           PERFORM COMPTER-COMPTES-OUVERTS.
           PERFORM COMPTER-CARTES.
           CLOSE COMPTE-MASTER.

           PERFORM VARYING WS-MOIS FROM WS-MOIS-DEBUT BY 1
                   UNTIL WS-MOIS > WS-MOIS-FIN
               MOVE SPACES TO WS-MOIS-X
               STRING WS-ANNEE WS-MOIS
                   DELIMITED BY SIZE INTO WS-MOIS-X
               END-STRING
               PERFORM RELEVER-UNE-ARCHIVE
           END-PERFORM.
           PERFORM RELEVER-JOURNAL-VIVANT.
           IF WS-MVT-SURCHARGE = "O"
               DISPLAY "PLUS DE 3000 VENTES AU JOURNAL, LES "
                       "SUIVANTES NE SONT PAS COMPTEES"
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NB-MVT
               IF WS-MVT-ANNULE(WS-M) = "N"
                   MOVE WS-MVT-PRODUIT(WS-M) TO WS-P
                   MOVE WS-MVT-AGENCE(WS-M)  TO WS-COUR-AGENCE
                   MOVE WS-MVT-EMPLOYE(WS-M) TO WS-COUR-EMPLOYE
                   MOVE WS-MVT-MONTANT(WS-M) TO WS-COUR-MONTANT
                   PERFORM CUMULER-VENTE
               END-IF
           END-PERFORM.
           IF WS-VTE-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 VENDEURS PAR AGENCE OU 300 "
                       "VENDEURS, TABLE PLEINE"
           END-IF.

           PERFORM CALCULER-PRIMES.
           PERFORM EDITER-ETAT.
           PERFORM ENREGISTRER-PRIMES.

           DISPLAY "====== PRIMES DE VENTES " WS-TRIMESTRE " ======".
           DISPLAY "VENDEURS              : " WS-NB-VENDEURS.
           DISPLAY "PRIMES CALCULEES      : " WS-NB-PRIMES.
           DISPLAY "TOTAL DES PRIMES      : " WS-TOTAL-PRIMES.
           DISPLAY "ETAT DANS " WS-ETA-FILE-PATH.
           DISPLAY "=========================================".
           GOBACK.

      *    trimestre demande ou, a defaut, celui qui precede le
      *    trimestre de la date d'exploitation.
       FIXER-TRIMESTRE.
           ACCEPT WS-TRIMESTRE FROM ENVIRONMENT "PRIMES-TRIMESTRE".
           IF WS-TRIMESTRE = SPACES
               MOVE WS-AUJOURD-HUI(1:4) TO WS-ANNEE
               MOVE WS-AUJOURD-HUI(5:2) TO WS-MOIS
               COMPUTE WS-NUM-TRIM = (WS-MOIS - 1) / 3 + 1
               IF WS-NUM-TRIM = 1
                   MOVE 4 TO WS-NUM-TRIM
                   SUBTRACT 1 FROM WS-ANNEE
               ELSE
                   SUBTRACT 1 FROM WS-NUM-TRIM
               END-IF
               STRING WS-ANNEE "T" WS-NUM-TRIM
                   DELIMITED BY SIZE INTO WS-TRIMESTRE
               END-STRING
           END-IF.
           IF WS-TRIMESTRE(1:4) IS NOT NUMERIC
              OR WS-TRIMESTRE(5:1) NOT = "T"
              OR WS-TRIMESTRE(6:1) < "1" OR WS-TRIMESTRE(6:1) > "4"
               MOVE SPACES TO WS-TRIMESTRE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRIMESTRE(1:4) TO WS-ANNEE.
           MOVE WS-TRIMESTRE(6:1) TO WS-NUM-TRIM.
           COMPUTE WS-MOIS-FIN = WS-NUM-TRIM * 3.
           COMPUTE WS-MOIS-DEBUT = WS-MOIS-FIN - 2.
           MOVE SPACES TO WS-DEBUT-TRIM.
           STRING WS-ANNEE WS-MOIS-DEBUT "01"
               DELIMITED BY SIZE INTO WS-DEBUT-TRIM
           END-STRING.
           MOVE SPACES TO WS-FIN-TRIM.
           STRING WS-ANNEE WS-MOIS-FIN "31"
               DELIMITED BY SIZE INTO WS-FIN-TRIM
           END-STRING.
           EXIT.
       FIN-FIXER-TRIMESTRE.

       CHARGER-DEMANDES.
           MOVE ZERO TO WS-NB-DEM.
           OPEN INPUT DEMANDES-PRETS.
           IF WS-DEM-FILESTATUS = "00"
               PERFORM UNTIL WS-DEM-FILESTATUS NOT = "00"
                   READ DEMANDES-PRETS
                       AT END MOVE "10" TO WS-DEM-FILESTATUS
                       NOT AT END
                           IF DEM-STATUT = "A" AND WS-NB-DEM < 2000
                               ADD 1 TO WS-NB-DEM
                               MOVE DEM-NUM-PRET TO
                                    WS-DEM-PRET(WS-NB-DEM)
                               MOVE DEM-DECIDE-PAR TO
                                    WS-DEM-DECIDEUR(WS-NB-DEM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMANDES-PRETS
           END-IF.
           EXIT.
       FIN-CHARGER-DEMANDES.

       CHARGER-OBJECTIFS.
           MOVE ZERO TO WS-NB-OBJ.
           OPEN INPUT OBJECTIFS-VENTES.
           IF WS-OBJ-FILESTATUS = "00"
               PERFORM UNTIL WS-OBJ-FILESTATUS NOT = "00"
                   READ OBJECTIFS-VENTES
                       AT END MOVE "10" TO WS-OBJ-FILESTATUS
                       NOT AT END
                           IF OBJ-TRIMESTRE = WS-TRIMESTRE
                              AND WS-NB-OBJ < 2000
                               ADD 1 TO WS-NB-OBJ
                               MOVE OBJ-EMPLOYE TO
                                    WS-OBJ-EMPLOYE(WS-NB-OBJ)
                               MOVE OBJ-PRODUIT TO
                                    WS-OBJ-PRODUIT(WS-NB-OBJ)
                               MOVE OBJ-NB TO WS-OBJ-NB(WS-NB-OBJ)
                               MOVE OBJ-VOLUME TO
                                    WS-OBJ-VOLUME(WS-NB-OBJ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBJECTIFS-VENTES
           END-IF.
           EXIT.
       FIN-CHARGER-OBJECTIFS.

       CHARGER-BAREME.
           OPEN INPUT BAREME-VENTES.
           IF WS-BAR-FILESTATUS = "00"
               PERFORM UNTIL WS-BAR-FILESTATUS NOT = "00"
                   READ BAREME-VENTES
                       AT END MOVE "10" TO WS-BAR-FILESTATUS
                       NOT AT END
                           PERFORM VARYING WS-P FROM 1 BY 1
                                   UNTIL WS-P > 4
                               IF BAR-PRODUIT = WS-PRODUIT-CODE(WS-P)
                                   MOVE BAR-POINTS-VENTE TO
                                        WS-BAR-PTS-VENTE(WS-P)
                                   MOVE BAR-POINTS-VOLUME TO
                                        WS-BAR-PTS-VOLUME(WS-P)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE BAREME-VENTES
           ELSE
               DISPLAY "BAREME-VENTES.DAT ABSENT, AUCUN POINT ACQUIS"
           END-IF.
           EXIT.
       FIN-CHARGER-BAREME.

      *    ouvertures de comptes : convention recue dans le trimestre.
       COMPTER-COMPTES-OUVERTS.
           MOVE 1 TO WS-P.
           MOVE ZERO TO WS-COUR-MONTANT.
           OPEN INPUT DOSSIERS-COMPTES.
           IF WS-DOS-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DOS-FILESTATUS NOT = "00"
               READ DOSSIERS-COMPTES
                   AT END MOVE "10" TO WS-DOS-FILESTATUS
                   NOT AT END
                       IF DOS-CODE-DOC = "CONVENTION"
                          AND DOS-DATE-RECUE NOT < WS-DEBUT-TRIM
                          AND DOS-DATE-RECUE NOT > WS-FIN-TRIM
                          AND DOS-OPERATEUR NOT = ZERO
                           PERFORM COMPTER-UNE-OUVERTURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DOSSIERS-COMPTES.
           EXIT.
       FIN-COMPTER-COMPTES-OUVERTS.

       COMPTER-UNE-OUVERTURE.
           MOVE "N" TO WS-OUV-VU.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NB-OUV
               IF WS-OUV-CPT(WS-U) = DOS-NUM-CPT
                   MOVE "O" TO WS-OUV-VU
               END-IF
           END-PERFORM.
           IF WS-OUV-VU = "O"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-OUV < 2000
               ADD 1 TO WS-NB-OUV
               MOVE DOS-NUM-CPT TO WS-OUV-CPT(WS-NB-OUV)
           END-IF.
           MOVE DOS-NUM-CPT TO CPM-NUM-CPT.
           MOVE SPACES TO WS-COUR-AGENCE.
           READ COMPTE-MASTER
               NOT INVALID KEY
                   MOVE CPM-AGENCE TO WS-COUR-AGENCE
           END-READ.
           MOVE DOS-OPERATEUR TO WS-COUR-EMPLOYE.
           PERFORM CUMULER-VENTE.
           EXIT.
       FIN-COMPTER-UNE-OUVERTURE.

      *    cartes emises dans le trimestre, quel que soit leur statut
      *    d'aujourd'hui.
       COMPTER-CARTES.
           MOVE 4 TO WS-P.
           MOVE ZERO TO WS-COUR-MONTANT.
           OPEN INPUT CARTES-FICHIER.
           IF WS-CRT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CRT-FILESTATUS NOT = "00"
               READ CARTES-FICHIER
                   AT END MOVE "10" TO WS-CRT-FILESTATUS
                   NOT AT END
                       IF CRT-DATE-EMISSION NOT < WS-DEBUT-TRIM
                          AND CRT-DATE-EMISSION NOT > WS-FIN-TRIM
                          AND CRT-EMETTEUR IS NUMERIC
                          AND CRT-EMETTEUR NOT = ZERO
                           MOVE CRT-NUM-CPT TO CPM-NUM-CPT
                           MOVE SPACES TO WS-COUR-AGENCE
                           READ COMPTE-MASTER
                               NOT INVALID KEY
                                   MOVE CPM-AGENCE TO WS-COUR-AGENCE
                           END-READ
                           MOVE CRT-EMETTEUR TO WS-COUR-EMPLOYE
                           PERFORM CUMULER-VENTE
                           MOVE 4 TO WS-P
                           MOVE ZERO TO WS-COUR-MONTANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CARTES-FICHIER.
           EXIT.
       FIN-COMPTER-CARTES.

      *    releve une archive mensuelle ; un mois sans archive (pas
      *    encore bascule) est saute sans bruit.
       RELEVER-UNE-ARCHIVE.
           MOVE SPACES TO WS-ARC-FILE-PATH.
           STRING "JOURNAL-" WS-MOIS-X ".DAT"
               DELIMITED BY SIZE INTO WS-ARC-FILE-PATH
           END-STRING.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF WS-ARC-FILESTATUS = "00"
               PERFORM UNTIL WS-ARC-FILESTATUS NOT = "00"
                   READ JOURNAL-ARCHIVE
                       AT END MOVE "10" TO WS-ARC-FILESTATUS
                       NOT AT END
                           MOVE ARC-ENREG TO JOURNAL-RECORD
                           PERFORM RELEVER-UNE-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE
           END-IF.
           EXIT.
       FIN-RELEVER-UNE-ARCHIVE.

      *    le journal vivant porte le mois d'exploitation en cours.
       RELEVER-JOURNAL-VIVANT.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           PERFORM RELEVER-UNE-ECRITURE
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPERATIONS
           END-IF.
           EXIT.
       FIN-RELEVER-JOURNAL-VIVANT.

       RELEVER-UNE-ECRITURE.
           IF JRN-DATE-OPE < WS-DEBUT-TRIM
              OR JRN-DATE-OPE > WS-FIN-TRIM
               EXIT PARAGRAPH
           END-IF.
           IF JRN-CODE-OPE = "ANN1"
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-NB-MVT
                   IF WS-MVT-DATE(WS-M) = JRN-DATE-OPE
                      AND WS-MVT-SEQ(WS-M) = JRN-SEQ-ORIGINE
                       MOVE "O" TO WS-MVT-ANNULE(WS-M)
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF.
           IF JRN-CODE-OPE = "DAT1"
               IF JRN-OPERATEUR = ZERO
                   EXIT PARAGRAPH
               END-IF
               MOVE 3 TO WS-P
               MOVE JRN-OPERATEUR TO WS-COUR-EMPLOYE
           ELSE
               IF JRN-CODE-OPE NOT = "PRT0"
                   EXIT PARAGRAPH
               END-IF
               MOVE 2 TO WS-P
               MOVE JRN-LIBELLE(16:6) TO WS-NUM-PRET
               MOVE ZERO TO WS-COUR-EMPLOYE
               PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEM
                   IF WS-DEM-PRET(WS-D) = WS-NUM-PRET
                       MOVE WS-DEM-DECIDEUR(WS-D) TO WS-COUR-EMPLOYE
                   END-IF
               END-PERFORM
               IF WS-COUR-EMPLOYE = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-NB-MVT NOT < 3000
               MOVE "O" TO WS-MVT-SURCHARGE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-MVT.
           MOVE JRN-DATE-OPE    TO WS-MVT-DATE(WS-NB-MVT).
           MOVE JRN-NUM-SEQ     TO WS-MVT-SEQ(WS-NB-MVT).
           MOVE WS-P            TO WS-MVT-PRODUIT(WS-NB-MVT).
           MOVE WS-COUR-EMPLOYE TO WS-MVT-EMPLOYE(WS-NB-MVT).
           MOVE JRN-AGENCE      TO WS-MVT-AGENCE(WS-NB-MVT).
           MOVE JRN-MONTANT     TO WS-MVT-MONTANT(WS-NB-MVT).
           MOVE "N"             TO WS-MVT-ANNULE(WS-NB-MVT).
           EXIT.
       FIN-RELEVER-UNE-ECRITURE.

      *    ajoute la vente courante (produit WS-P) a la ligne agence
      *    et employe, puis au cumul de l'employe.
       CUMULER-VENTE.
           MOVE ZERO TO WS-VTE-TROUVE.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NB-VTE
               IF WS-VTE-AGENCE(WS-V) = WS-COUR-AGENCE
                  AND WS-VTE-EMPLOYE(WS-V) = WS-COUR-EMPLOYE
                   MOVE WS-V TO WS-VTE-TROUVE
               END-IF
           END-PERFORM.
           IF WS-VTE-TROUVE = 0
               IF WS-NB-VTE NOT < 500
                   MOVE "O" TO WS-VTE-SURCHARGE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-VTE
               MOVE WS-NB-VTE TO WS-VTE-TROUVE
               INITIALIZE WS-VTE(WS-VTE-TROUVE)
               MOVE WS-COUR-AGENCE TO WS-VTE-AGENCE(WS-VTE-TROUVE)
               MOVE WS-COUR-EMPLOYE TO WS-VTE-EMPLOYE(WS-VTE-TROUVE)
           END-IF.
           ADD 1 TO WS-VTE-NB(WS-VTE-TROUVE WS-P).
           ADD WS-COUR-MONTANT TO WS-VTE-VOLUME(WS-VTE-TROUVE WS-P).

           MOVE ZERO TO WS-VEN-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-VEN
               IF WS-VEN-EMPLOYE(WS-E) = WS-COUR-EMPLOYE
                   MOVE WS-E TO WS-VEN-TROUVE
               END-IF
           END-PERFORM.
           IF WS-VEN-TROUVE = 0
               IF WS-NB-VEN NOT < 300
                   MOVE "O" TO WS-VTE-SURCHARGE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-VEN
               MOVE WS-NB-VEN TO WS-VEN-TROUVE
               INITIALIZE WS-VEN(WS-VEN-TROUVE)
               MOVE WS-COUR-EMPLOYE TO WS-VEN-EMPLOYE(WS-VEN-TROUVE)
           END-IF.
           ADD 1 TO WS-VEN-NB(WS-VEN-TROUVE WS-P).
           ADD WS-COUR-MONTANT TO WS-VEN-VOLUME(WS-VEN-TROUVE WS-P).
           EXIT.
       FIN-CUMULER-VENTE.

      *    points par produit, objectif atteint ou sans objectif,
      *    puis prime de l'employe actif.
       CALCULER-PRIMES.
           OPEN INPUT Employee.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-VEN
               MOVE ZERO TO WS-VEN-POINTS-TOT(WS-E)
               PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                   PERFORM CALCULER-POINTS-PRODUIT
                   ADD WS-VEN-POINTS(WS-E WS-P) TO
                       WS-VEN-POINTS-TOT(WS-E)
               END-PERFORM
               MOVE "N" TO WS-VEN-ACTIF(WS-E)
               MOVE WS-VEN-EMPLOYE(WS-E) TO Employee-ID
               READ Employee KEY IS Employee-ID
                   NOT INVALID KEY
                       IF EMP-STATUT = "A" OR EMP-STATUT = " "
                           MOVE "O" TO WS-VEN-ACTIF(WS-E)
                       END-IF
               END-READ
               MOVE ZERO TO WS-VEN-PRIME(WS-E)
               IF WS-VEN-ACTIF(WS-E) = "O"
                   COMPUTE WS-VEN-PRIME(WS-E) ROUNDED =
                           WS-VEN-POINTS-TOT(WS-E) * WS-VALEUR-POINT
               END-IF
               IF WS-VEN-PRIME(WS-E) > ZERO
                   ADD 1 TO WS-NB-PRIMES
                   ADD WS-VEN-PRIME(WS-E) TO WS-TOTAL-PRIMES
               END-IF
               ADD 1 TO WS-NB-VENDEURS
           END-PERFORM.
           CLOSE Employee.
           EXIT.
       FIN-CALCULER-PRIMES.

       CALCULER-POINTS-PRODUIT.
           MOVE ZERO TO WS-VEN-POINTS(WS-E WS-P).
           MOVE "S" TO WS-VEN-ATTEINT(WS-E WS-P).
           PERFORM CHERCHER-OBJECTIF.
           IF WS-OBJ-TROUVE NOT = 0
               IF WS-VEN-NB(WS-E WS-P) NOT < WS-OBJ-NB(WS-OBJ-TROUVE)
                  AND WS-VEN-VOLUME(WS-E WS-P) NOT <
                      WS-OBJ-VOLUME(WS-OBJ-TROUVE)
                   MOVE "O" TO WS-VEN-ATTEINT(WS-E WS-P)
               ELSE
                   MOVE "N" TO WS-VEN-ATTEINT(WS-E WS-P)
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           COMPUTE WS-TRANCHES = WS-VEN-VOLUME(WS-E WS-P) / 10000.
           COMPUTE WS-VEN-POINTS(WS-E WS-P) ROUNDED =
                   WS-VEN-NB(WS-E WS-P) * WS-BAR-PTS-VENTE(WS-P)
                   + WS-TRANCHES * WS-BAR-PTS-VOLUME(WS-P).
           EXIT.
       FIN-CALCULER-POINTS-PRODUIT.

       CHERCHER-OBJECTIF.
           MOVE ZERO TO WS-OBJ-TROUVE.
           PERFORM VARYING WS-O FROM 1 BY 1 UNTIL WS-O > WS-NB-OBJ
               IF WS-OBJ-EMPLOYE(WS-O) = WS-VEN-EMPLOYE(WS-E)
                  AND WS-OBJ-PRODUIT(WS-O) = WS-PRODUIT-CODE(WS-P)
                   MOVE WS-O TO WS-OBJ-TROUVE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-OBJECTIF.

      *    etat en deux parties : les ventes par agence et employe,
      *    puis le realise de chaque employe contre ses objectifs,
      *    ses points et sa prime.
       EDITER-ETAT.
           MOVE SPACES TO WS-ETA-FILE-PATH.
           STRING "VENTES-PERSONNEL-" WS-TRIMESTRE ".TXT"
               DELIMITED BY SIZE INTO WS-ETA-FILE-PATH
           END-STRING.
           OPEN OUTPUT ETAT-FICHIER.
           MOVE SPACES TO ETA-LIGNE.
           STRING "ACTIVITE COMMERCIALE DU PERSONNEL - TRIMESTRE "
                  WS-TRIMESTRE " (" WS-DEBUT-TRIM " AU " WS-FIN-TRIM
                  ") - EDITE LE " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.

           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NB-VTE
               MOVE "N" TO WS-AGC-VU
               PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AGC
                   IF WS-AGC-CODE(WS-A) = WS-VTE-AGENCE(WS-V)
                       MOVE "O" TO WS-AGC-VU
                   END-IF
               END-PERFORM
               IF WS-AGC-VU = "N" AND WS-NB-AGC < 50
                   ADD 1 TO WS-NB-AGC
                   MOVE WS-VTE-AGENCE(WS-V) TO WS-AGC-CODE(WS-NB-AGC)
               END-IF
           END-PERFORM.

           OPEN INPUT Employee.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AGC
               PERFORM EDITER-UNE-AGENCE
           END-PERFORM.

           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE WS-VALEUR-POINT TO WS-ED-VALEUR-POINT.
           MOVE SPACES TO ETA-LIGNE.
           STRING "OBJECTIFS ET PRIMES PAR EMPLOYE - VALEUR DU POINT "
                  WS-ED-VALEUR-POINT
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-VEN
               PERFORM EDITER-UN-VENDEUR
           END-PERFORM.
           CLOSE Employee.

           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE WS-TOTAL-PRIMES TO WS-ED-PRIME.
           MOVE SPACES TO ETA-LIGNE.
           STRING "TOTAL : " WS-NB-VENDEURS " VENDEUR(S), "
                  WS-NB-PRIMES " PRIME(S) POUR " WS-ED-PRIME
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           CLOSE ETAT-FICHIER.
           EXIT.
       FIN-EDITER-ETAT.

       EDITER-UNE-AGENCE.
           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE SPACES TO ETA-LIGNE.
           IF WS-AGC-CODE(WS-A) = SPACES
               MOVE "AGENCE NON RENSEIGNEE" TO ETA-LIGNE
           ELSE
               STRING "AGENCE " WS-AGC-CODE(WS-A)
                   DELIMITED BY SIZE INTO ETA-LIGNE
               END-STRING
           END-IF.
           WRITE ETA-LIGNE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               MOVE ZERO TO WS-TOT-NB(WS-P)
               MOVE ZERO TO WS-TOT-VOLUME(WS-P)
           END-PERFORM.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NB-VTE
               IF WS-VTE-AGENCE(WS-V) = WS-AGC-CODE(WS-A)
                   MOVE WS-VTE-EMPLOYE(WS-V) TO Employee-ID
                   PERFORM LIRE-NOM-VENDEUR
                   MOVE WS-VTE-VOLUME(WS-V 2) TO WS-ED-VOL-PRET
                   MOVE WS-VTE-VOLUME(WS-V 3) TO WS-ED-VOL-DAT
                   MOVE SPACES TO ETA-LIGNE
                   STRING "  " WS-VTE-EMPLOYE(WS-V) " "
                          WS-NOM-VENDEUR
                          " CPTE " WS-VTE-NB(WS-V 1)
                          " PRET " WS-VTE-NB(WS-V 2) " " WS-ED-VOL-PRET
                          " DAT " WS-VTE-NB(WS-V 3) " " WS-ED-VOL-DAT
                          " CART " WS-VTE-NB(WS-V 4)
                       DELIMITED BY SIZE INTO ETA-LIGNE
                   END-STRING
                   WRITE ETA-LIGNE
                   PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
                       ADD WS-VTE-NB(WS-V WS-P) TO WS-TOT-NB(WS-P)
                       ADD WS-VTE-VOLUME(WS-V WS-P) TO
                           WS-TOT-VOLUME(WS-P)
                   END-PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-TOT-VOLUME(2) TO WS-ED-VOL-PRET.
           MOVE WS-TOT-VOLUME(3) TO WS-ED-VOL-DAT.
           MOVE SPACES TO ETA-LIGNE.
           STRING "  TOTAL AGENCE                    "
                  " CPTE " WS-TOT-NB(1)
                  " PRET " WS-TOT-NB(2) " " WS-ED-VOL-PRET
                  " DAT " WS-TOT-NB(3) " " WS-ED-VOL-DAT
                  " CART " WS-TOT-NB(4)
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           EXIT.
       FIN-EDITER-UNE-AGENCE.

       EDITER-UN-VENDEUR.
           MOVE WS-VEN-EMPLOYE(WS-E) TO Employee-ID.
           PERFORM LIRE-NOM-VENDEUR.
           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE SPACES TO ETA-LIGNE.
           STRING WS-VEN-EMPLOYE(WS-E) " " WS-NOM-VENDEUR
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > 4
               PERFORM CHERCHER-OBJECTIF
               MOVE WS-VEN-VOLUME(WS-E WS-P) TO WS-ED-VOLUME
               MOVE WS-VEN-POINTS(WS-E WS-P) TO WS-ED-POINTS
               EVALUATE WS-VEN-ATTEINT(WS-E WS-P)
                   WHEN "O"
                       MOVE "ATTEINT" TO WS-ETAT-OBJ
                   WHEN "N"
                       MOVE "NON ATTEINT" TO WS-ETAT-OBJ
                   WHEN OTHER
                       MOVE "SANS OBJECTIF" TO WS-ETAT-OBJ
               END-EVALUATE
               MOVE SPACES TO ETA-LIGNE
               IF WS-OBJ-TROUVE = 0
                   STRING "    " WS-PRODUIT-CODE(WS-P)
                          " REALISE " WS-VEN-NB(WS-E WS-P) " "
                          WS-ED-VOLUME
                          "   " WS-ETAT-OBJ
                          " POINTS " WS-ED-POINTS
                       DELIMITED BY SIZE INTO ETA-LIGNE
                   END-STRING
               ELSE
                   MOVE WS-OBJ-VOLUME(WS-OBJ-TROUVE) TO
                        WS-ED-OBJ-VOLUME
                   STRING "    " WS-PRODUIT-CODE(WS-P)
                          " REALISE " WS-VEN-NB(WS-E WS-P) " "
                          WS-ED-VOLUME
                          " OBJECTIF " WS-OBJ-NB(WS-OBJ-TROUVE) " "
                          WS-ED-OBJ-VOLUME
                          " " WS-ETAT-OBJ
                          " POINTS " WS-ED-POINTS
                       DELIMITED BY SIZE INTO ETA-LIGNE
                   END-STRING
               END-IF
               WRITE ETA-LIGNE
           END-PERFORM.
           MOVE WS-VEN-POINTS-TOT(WS-E) TO WS-ED-POINTS.
           MOVE WS-VEN-PRIME(WS-E) TO WS-ED-PRIME.
           MOVE SPACES TO ETA-LIGNE.
           IF WS-VEN-ACTIF(WS-E) = "O"
               STRING "    TOTAL POINTS " WS-ED-POINTS
                      " PRIME " WS-ED-PRIME
                   DELIMITED BY SIZE INTO ETA-LIGNE
               END-STRING
           ELSE
               STRING "    TOTAL POINTS " WS-ED-POINTS
                      " EMPLOYE INCONNU OU SORTI, PAS DE PRIME"
                   DELIMITED BY SIZE INTO ETA-LIGNE
               END-STRING
           END-IF.
           WRITE ETA-LIGNE.
           EXIT.
       FIN-EDITER-UN-VENDEUR.

      *    le fichier des employes est ouvert par l'appelant ;
      *    Employee-ID est deja pose.
       LIRE-NOM-VENDEUR.
           MOVE "EMPLOYE INCONNU" TO WS-NOM-VENDEUR.
           READ Employee KEY IS Employee-ID
               NOT INVALID KEY
                   MOVE Name TO WS-NOM-VENDEUR
           END-READ.
           EXIT.
       FIN-LIRE-NOM-VENDEUR.

      *    remplace les primes du trimestre dans PRIMES-VENTES.DAT,
      *    sauf si l'une d'elles est deja passee en paie.
       ENREGISTRER-PRIMES.
           MOVE ZERO TO WS-NB-PRV.
           MOVE "N" TO WS-PRIMES-VERSEES.
           OPEN INPUT PRIMES-FICHIER.
           IF WS-PRV-FILESTATUS = "00"
               PERFORM UNTIL WS-PRV-FILESTATUS NOT = "00"
                   READ PRIMES-FICHIER
                       AT END MOVE "10" TO WS-PRV-FILESTATUS
                       NOT AT END
                           IF PRV-TRIMESTRE = WS-TRIMESTRE
                               IF PRV-STATUT = "P"
                                   MOVE "O" TO WS-PRIMES-VERSEES
                               END-IF
                           ELSE
                               IF WS-NB-PRV < 2000
                                   ADD 1 TO WS-NB-PRV
                                   MOVE PRV-ENREG TO
                                        WS-PRV-IMAGE(WS-NB-PRV)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIMES-FICHIER
           END-IF.
           IF WS-PRIMES-VERSEES = "O"
               DISPLAY "PRIMES DU TRIMESTRE " WS-TRIMESTRE " DEJA "
                       "VERSEES, PRIMES-VENTES.DAT INCHANGE"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT PRIMES-FICHIER.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-PRV
               MOVE WS-PRV-IMAGE(WS-R) TO PRV-ENREG
               WRITE PRV-ENREG
           END-PERFORM.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-VEN
               IF WS-VEN-PRIME(WS-E) > ZERO
                   MOVE SPACES               TO PRV-ENREG
                   MOVE WS-TRIMESTRE         TO PRV-TRIMESTRE
                   MOVE WS-VEN-EMPLOYE(WS-E) TO PRV-EMPLOYE
                   MOVE WS-VEN-POINTS-TOT(WS-E) TO PRV-POINTS
                   MOVE WS-VEN-PRIME(WS-E)   TO PRV-MONTANT
                   MOVE "A"                  TO PRV-STATUT
                   MOVE WS-AUJOURD-HUI       TO PRV-DATE-CALCUL
                   WRITE PRV-ENREG
               END-IF
           END-PERFORM.
           CLOSE PRIMES-FICHIER.
           EXIT.
       FIN-ENREGISTRER-PRIMES.

       END PROGRAM PRIMES-VENTES.
