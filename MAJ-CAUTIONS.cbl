       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-CAUTIONS.
       AUTHOR.    MOHAMED.

      *    registre des cautions bancaires emises pour le compte des
      *    clients entreprises (garantie de paiement, de soumission,
      *    en douane, de loyer), qui quittent le tableur : une ligne
      *    par caution dans CAUTIONS-BANQUE.DAT avec le beneficiaire,
      *    le montant et la devise (celle du compte du donneur
      *    d'ordre), les dates d'emission et d'expiration, la
      *    contre-garantie et le statut.
      *    Contre-garantie R : une retenue CAU du montant de la
      *    caution (reference = numero de caution) est posee sur le
      *    compte du client, qui doit en avoir le disponible.
      *    Contre-garantie T : un depot a terme actif du client, d'un
      *    montant suffisant, qui n'est pas deja nanti ; la rupture
      *    anticipee (OP11 d'OPERATIONS) en est refusee tant que la
      *    caution est active.
      *    Emission, mainlevee et appel exigent un employe a fonction
      *    d'encadrement. L'engagement est porte hors bilan au journal
      *    (GAR1 a l'emission, GAR2 a l'extinction, sans compte
      *    client) pour EXTRACTION-GL ; l'appel par le beneficiaire
      *    debite le client (GAR3) et lui envoie les fonds par le
      *    circuit des virements sortants. La commission trimestrielle
      *    et l'extinction a l'echeance sont l'affaire du batch
      *    ECHEANCES-CAUTIONS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CAUTIONS-FICHIER ASSIGN TO "CAUTIONS-BANQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAB-FILESTATUS.

           SELECT RETENUES-FICHIER ASSIGN TO "RETENUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILESTATUS.

           SELECT DEPOTS-TERME ASSIGN TO "DEPOTS-TERME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAT-FILESTATUS.

      *    registre des garanties de prets : un depot deja nanti au
      *    profit d'un pret ne peut contre-garantir une caution.
           SELECT GARANTIES-FICHIER ASSIGN TO "GARANTIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAR-FILESTATUS.

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

           SELECT VIREMENTS-SORTANTS ASSIGN TO "VIREMENTS-SORTANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSO-FILESTATUS.

      *    fichier des employes tenu par EMP-FILE : controle
      *    l'autorite de celui qui emet, leve ou paie une caution.
           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CAB-TYPE : PAIEMENT, SOUMISSION, DOUANE, LOYER.
      *    CAB-CONTRE-TYPE : R = retenue sur le compte, T = depot a
      *    terme nanti (CAB-CONTRE-REF = numero du depot).
      *    CAB-STATUT : A = active, L = levee (mainlevee du
      *    beneficiaire), J = appelee et payee, E = expiree.
      *    CAB-DERN-COMMISSION : date de la derniere commission
      *    trimestrielle prelevee (a blanc avant la premiere).
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

      *    meme mise en forme que dans OPERATIONS.
       FD  RETENUES-FICHIER.
       01  RET-ENREG.
           05  RET-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  RET-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  RET-MOTIF       PIC X(4).
           05  FILLER          PIC X(1).
           05  RET-REF         PIC X(8).
           05  FILLER          PIC X(1).
           05  RET-DATE-EXPIR  PIC X(8).
           05  FILLER          PIC X(1).
           05  RET-OPERATEUR   PIC 9(5).
           05  FILLER          PIC X(1).
           05  RET-STATUT      PIC X(1).

      *    meme mise en forme que dans OPERATIONS.
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

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

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

       01  WS-CAB-FILESTATUS   PIC X(2).
       01  WS-RET-FILESTATUS   PIC X(2).
       01  WS-DAT-FILESTATUS   PIC X(2).
       01  WS-GAR-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-VSO-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-PGM-CTRL-DATE    PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).
       01  WS-HORODATAGE       PIC X(20).
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.

       01  WS-CHOIX            PIC 9(1).
       01  WS-EMPLOYE-ID       PIC 9(5).
       01  WS-EMP-OK           PIC X(1).

      *    saisie d'une nouvelle caution.
       01  WS-MAT-CLT          PIC X(6).
       01  WS-NUM-CPT          PIC X(6).
       01  WS-TYPE-CAUTION     PIC X(10).
       01  WS-BENEFICIAIRE     PIC X(30).
       01  WS-MONTANT          PIC 9(10)V9(2).
       01  WS-DATE-EXPIR       PIC X(8).
       01  WS-CONTRE-TYPE      PIC X(1).
       01  WS-CONTRE-REF       PIC X(6).
       01  WS-SAISIE-OK        PIC X(1).
       01  WS-DISPONIBLE       PIC S9(10)V9(2).
       01  WS-TOTAL-RETENUES   PIC 9(10)V9(2).
       01  WS-DEPOT-LIBRE      PIC X(1).
      *    compte a debiter, releve a la saisie.
       01  WS-DEVISE-CPT       PIC X(3).
       01  WS-AGENCE-CPT       PIC X(3).
       01  WS-SOLDE-CPT        PIC S9(10)V9(2).
       01  WS-DECOUVERT-CPT    PIC S9(8)V9(2).
       01  WS-TITUL-CPT        PIC X(6).
       01  WS-STATUT-CPT       PIC X(1).

      *    registre charge en memoire, reecrit en totalite apres
      *    mainlevee ou appel.
       01  WS-NB-CAB           PIC 9(4) VALUE ZERO.
       01  WS-CAB-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CAB.
         05 WS-CAB  OCCURS 1000 TIMES.
           10  WS-CAB-IMAGE    PIC X(140).
       01  WS-K                PIC 9(4).
       01  WS-NUM-CAUTION      PIC 9(6).
       01  WS-DERNIER-NUMERO   PIC 9(6).
       01  WS-CAB-TROUVEE      PIC X(1).

      *    retenues chargees en memoire pour la levee de la retenue
      *    CAU.
       01  WS-NB-RET           PIC 9(3) VALUE ZERO.
       01  WS-RET-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-RET.
         05 WS-RET  OCCURS 500 TIMES.
           10  WS-RET-IMAGE    PIC X(60).
       01  WS-R                PIC 9(3).
       01  WS-REF-RETENUE      PIC X(8).

      *    ecriture au journal : code, sens, montant et compte (a
      *    blanc pour les lignes hors bilan).
       01  WS-CODE-JRN         PIC X(4).
       01  WS-SENS-JRN         PIC X(1).
       01  WS-MONTANT-JRN      PIC 9(10)V9(2).
       01  WS-CPT-JRN          PIC X(6).
       01  WS-SOLDE-JRN        PIC S9(10)V9(2).
       01  WS-AGENCE-JRN       PIC X(3).
       01  WS-LIBELLE-JRN      PIC X(30).

      *    appel : montant reclame et coordonnees du beneficiaire.
       01  WS-MONTANT-APPEL    PIC 9(10)V9(2).
       01  WS-BENEF-ID         PIC X(8).
       01  WS-BENEF-BANQUE     PIC X(5).
       01  WS-BENEF-NOM        PIC X(30).

       PROCEDURE DIVISION.

       MAIN-MAJ-CAUTIONS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           DISPLAY "1-EMETTRE UNE CAUTION".
           DISPLAY "2-MAINLEVEE D'UNE CAUTION".
           DISPLAY "3-APPEL D'UNE CAUTION PAR LE BENEFICIAIRE".
           DISPLAY "4-LISTER LES CAUTIONS D'UN CLIENT".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM EMETTRE-CAUTION
               WHEN 2
                   PERFORM LEVER-CAUTION
               WHEN 3
                   PERFORM APPELER-CAUTION
               WHEN 4
                   PERFORM LISTER-CAUTIONS
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

      *    emission : l'employe d'encadrement qui l'approuve reste au
      *    registre ; la contre-garantie est controlee puis posee, et
      *    l'engagement part hors bilan sous GAR1.
       EMETTRE-CAUTION.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-CAUTIONS.
           IF WS-CAB-SURCHARGE = "O"
               DISPLAY "REGISTRE DES CAUTIONS PLEIN, EMISSION "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM SAISIR-CAUTION.
           IF WS-SAISIE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           IF WS-CONTRE-TYPE = "R"
               PERFORM CONTROLER-DISPONIBLE
           ELSE
               PERFORM CONTROLER-DEPOT-NANTI
           END-IF.
           IF WS-SAISIE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-NUM-CAUTION = WS-DERNIER-NUMERO + 1.
           MOVE SPACES            TO CAB-ENREG.
           MOVE WS-NUM-CAUTION    TO CAB-NUMERO.
           MOVE WS-MAT-CLT        TO CAB-MAT-CLT.
           MOVE WS-NUM-CPT        TO CAB-NUM-CPT.
           MOVE WS-TYPE-CAUTION   TO CAB-TYPE.
           MOVE WS-BENEFICIAIRE   TO CAB-BENEFICIAIRE.
           MOVE WS-MONTANT        TO CAB-MONTANT.
           MOVE WS-DEVISE-CPT     TO CAB-DEVISE.
           MOVE WS-AUJOURD-HUI    TO CAB-DATE-EMISSION.
           MOVE WS-DATE-EXPIR     TO CAB-DATE-EXPIR.
           MOVE WS-CONTRE-TYPE    TO CAB-CONTRE-TYPE.
           MOVE WS-CONTRE-REF     TO CAB-CONTRE-REF.
           MOVE WS-EMPLOYE-ID     TO CAB-APPROBATEUR.
           MOVE "A"               TO CAB-STATUT.
           MOVE SPACES            TO CAB-DERN-COMMISSION.
           MOVE SPACES            TO CAB-DATE-FIN.
           OPEN EXTEND CAUTIONS-FICHIER.
           IF WS-CAB-FILESTATUS = "35"
               OPEN OUTPUT CAUTIONS-FICHIER
           END-IF.
           WRITE CAB-ENREG.
           CLOSE CAUTIONS-FICHIER.

           IF WS-CONTRE-TYPE = "R"
               PERFORM POSER-RETENUE-CAUTION
           END-IF.

           MOVE "GAR1"         TO WS-CODE-JRN.
           MOVE "D"            TO WS-SENS-JRN.
           MOVE CAB-MONTANT    TO WS-MONTANT-JRN.
           MOVE SPACES         TO WS-CPT-JRN.
           MOVE ZERO           TO WS-SOLDE-JRN.
           MOVE WS-AGENCE-CPT  TO WS-AGENCE-JRN.
           MOVE SPACES         TO WS-LIBELLE-JRN.
           STRING "CAUTION " CAB-NUMERO " " CAB-TYPE
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-CAUTION.

           DISPLAY "CAUTION " CAB-NUMERO " EMISE : " CAB-MONTANT " "
                   CAB-DEVISE " AU PROFIT DE " CAB-BENEFICIAIRE.
           DISPLAY "EXPIRE LE " CAB-DATE-EXPIR
                   " - CONTRE-GARANTIE " CAB-CONTRE-TYPE " "
                   CAB-CONTRE-REF.
           EXIT.
       FIN-EMETTRE-CAUTION.

      *    saisie et controles de forme ; le compte a debiter doit
      *    etre un compte actif dont le client est titulaire, la
      *    caution est emise dans sa devise.
       SAISIR-CAUTION.
           MOVE "N" TO WS-SAISIE-OK.
           DISPLAY "MATRICULE DU CLIENT DONNEUR D'ORDRE :".
           ACCEPT WS-MAT-CLT.
           DISPLAY "COMPTE A DEBITER (COMMISSIONS ET APPEL) :".
           ACCEPT WS-NUM-CPT.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "23" TO WS-CPT-FILESTATUS
           END-READ.
           MOVE CPM-DEVISE-CPT TO WS-DEVISE-CPT.
           MOVE CPM-AGENCE     TO WS-AGENCE-CPT.
           MOVE CPM-SOLDE-CPT  TO WS-SOLDE-CPT.
           MOVE CPM-TITUL-CPT  TO WS-TITUL-CPT.
           MOVE CPM-STATUT     TO WS-STATUT-CPT.
           CLOSE COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "COMPTE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-TITUL-CPT NOT = WS-MAT-CLT
               DISPLAY "LE CLIENT N'EST PAS TITULAIRE DU COMPTE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATUT-CPT NOT = "A"
               DISPLAY "COMPTE NON ACTIF, EMISSION REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "TYPE (PAIEMENT, SOUMISSION, DOUANE, LOYER) :".
           ACCEPT WS-TYPE-CAUTION.
           IF WS-TYPE-CAUTION NOT = "PAIEMENT"
              AND WS-TYPE-CAUTION NOT = "SOUMISSION"
              AND WS-TYPE-CAUTION NOT = "DOUANE"
              AND WS-TYPE-CAUTION NOT = "LOYER"
               DISPLAY "TYPE DE CAUTION INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "BENEFICIAIRE :".
           ACCEPT WS-BENEFICIAIRE.
           IF WS-BENEFICIAIRE = SPACES
               DISPLAY "BENEFICIAIRE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MONTANT (" WS-DEVISE-CPT ") :".
           ACCEPT WS-MONTANT.
           IF WS-MONTANT = 0
               DISPLAY "MONTANT NUL REFUSE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-CTRL-VALIDE.
           PERFORM UNTIL WS-CTRL-VALIDE = "O"
               DISPLAY "DATE D'EXPIRATION (AAAAMMJJ) :"
               ACCEPT WS-DATE-EXPIR
               MOVE "A" TO WS-CTRL-MODE
               CALL WS-PGM-CTRL-DATE USING WS-DATE-EXPIR WS-CTRL-MODE
                                            WS-CTRL-VALIDE
               IF WS-CTRL-VALIDE = "O"
                  AND WS-DATE-EXPIR NOT > WS-AUJOURD-HUI
                   MOVE "N" TO WS-CTRL-VALIDE
               END-IF
               IF WS-CTRL-VALIDE = "N"
                   DISPLAY "DATE INVALIDE OU NON POSTERIEURE AU "
                           WS-AUJOURD-HUI
               END-IF
           END-PERFORM.

           DISPLAY "CONTRE-GARANTIE (R=RETENUE SUR LE COMPTE, "
                   "T=DEPOT A TERME NANTI) :".
           ACCEPT WS-CONTRE-TYPE.
           EVALUATE WS-CONTRE-TYPE
               WHEN "R"
                   MOVE SPACES TO WS-CONTRE-REF
               WHEN "T"
                   DISPLAY "NUMERO DU DEPOT A TERME :"
                   ACCEPT WS-CONTRE-REF
               WHEN OTHER
                   DISPLAY "CONTRE-GARANTIE INVALIDE"
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE "O" TO WS-SAISIE-OK.
           EXIT.
       FIN-SAISIR-CAUTION.

      *    retenue R : le disponible du compte (solde moins retenues
      *    actives non expirees, decouvert exclu) doit couvrir la
      *    caution.
       CONTROLER-DISPONIBLE.
           MOVE ZERO TO WS-TOTAL-RETENUES.
           OPEN INPUT RETENUES-FICHIER.
           IF WS-RET-FILESTATUS = "00"
               PERFORM UNTIL WS-RET-FILESTATUS NOT = "00"
                   READ RETENUES-FICHIER
                       AT END MOVE "10" TO WS-RET-FILESTATUS
                       NOT AT END
                           IF RET-NUM-CPT = WS-NUM-CPT
                              AND RET-STATUT = "A"
                              AND (RET-DATE-EXPIR = SPACES OR
                                   RET-DATE-EXPIR > WS-AUJOURD-HUI)
                               ADD RET-MONTANT TO WS-TOTAL-RETENUES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENUES-FICHIER
           END-IF.
           COMPUTE WS-DISPONIBLE = WS-SOLDE-CPT - WS-TOTAL-RETENUES.
           IF WS-MONTANT > WS-DISPONIBLE
               DISPLAY "DISPONIBLE " WS-DISPONIBLE
                       " INSUFFISANT POUR LA RETENUE, EMISSION "
                       "REFUSEE"
               MOVE "N" TO WS-SAISIE-OK
           END-IF.
           EXIT.
       FIN-CONTROLER-DISPONIBLE.

      *    depot T : actif, au nom du client, d'un montant suffisant,
      *    libre de tout nantissement (pret ou autre caution active)
      *    et pas regle au client avant l'expiration de la caution.
       CONTROLER-DEPOT-NANTI.
           MOVE "N" TO WS-SAISIE-OK.
           MOVE "N" TO WS-DEPOT-LIBRE.
           OPEN INPUT DEPOTS-TERME.
           IF WS-DAT-FILESTATUS = "00"
               PERFORM UNTIL WS-DAT-FILESTATUS NOT = "00"
                   READ DEPOTS-TERME
                       AT END MOVE "10" TO WS-DAT-FILESTATUS
                       NOT AT END
                           IF DAT-NUM-DEPOT = WS-CONTRE-REF
                              AND DAT-STATUT = "A"
                               MOVE "O" TO WS-DEPOT-LIBRE
                               MOVE "10" TO WS-DAT-FILESTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOTS-TERME
           END-IF.
           IF WS-DEPOT-LIBRE = "N"
               DISPLAY "DEPOT ACTIF INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF DAT-MAT-CLT NOT = WS-MAT-CLT
               DISPLAY "LE DEPOT N'APPARTIENT PAS AU CLIENT"
               EXIT PARAGRAPH
           END-IF.
           IF DAT-MONTANT < WS-MONTANT
               DISPLAY "DEPOT DE " DAT-MONTANT
                       " INSUFFISANT POUR LA CAUTION"
               EXIT PARAGRAPH
           END-IF.
           IF DAT-DATE-ECHEANCE < WS-DATE-EXPIR
              AND DAT-INSTRUCTION = "S"
               DISPLAY "LE DEPOT ECHOIT LE " DAT-DATE-ECHEANCE
                       " SANS RENOUVELLEMENT, AVANT LA CAUTION"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT GARANTIES-FICHIER.
           IF WS-GAR-FILESTATUS = "00"
               PERFORM UNTIL WS-GAR-FILESTATUS NOT = "00"
                   READ GARANTIES-FICHIER
                       AT END MOVE "10" TO WS-GAR-FILESTATUS
                       NOT AT END
                           IF GAR-TYPE = "DEPOT"
                              AND GAR-REF = WS-CONTRE-REF
                              AND GAR-STATUT = "A"
                               MOVE "N" TO WS-DEPOT-LIBRE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTIES-FICHIER
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CAB
               MOVE WS-CAB-IMAGE(WS-K) TO CAB-ENREG
               IF CAB-CONTRE-TYPE = "T"
                  AND CAB-CONTRE-REF = WS-CONTRE-REF
                  AND CAB-STATUT = "A"
                   MOVE "N" TO WS-DEPOT-LIBRE
               END-IF
           END-PERFORM.
           IF WS-DEPOT-LIBRE = "N"
               DISPLAY "DEPOT DEJA NANTI, EMISSION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-SAISIE-OK.
           EXIT.
       FIN-CONTROLER-DEPOT-NANTI.

       POSER-RETENUE-CAUTION.
           MOVE CAB-NUM-CPT      TO RET-NUM-CPT.
           MOVE CAB-MONTANT      TO RET-MONTANT.
           MOVE "CAU"            TO RET-MOTIF.
           MOVE SPACES           TO RET-REF.
           MOVE CAB-NUMERO       TO RET-REF(1:6).
           MOVE SPACES           TO RET-DATE-EXPIR.
           MOVE WS-EMPLOYE-ID    TO RET-OPERATEUR.
           MOVE "A"              TO RET-STATUT.
           OPEN EXTEND RETENUES-FICHIER.
           IF WS-RET-FILESTATUS = "35"
               OPEN OUTPUT RETENUES-FICHIER
           END-IF.
           WRITE RET-ENREG.
           CLOSE RETENUES-FICHIER.
           DISPLAY "RETENUE CAU DE " CAB-MONTANT " POSEE SUR "
                   CAB-NUM-CPT.
           EXIT.
       FIN-POSER-RETENUE-CAUTION.

      *    mainlevee avant l'echeance (le beneficiaire rend l'acte ou
      *    libere la banque) : l'engagement hors bilan est extourne
      *    sous GAR2 et la contre-garantie liberee.
       LEVER-CAUTION.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DE LA CAUTION A LEVER :".
           ACCEPT WS-NUM-CAUTION.
           PERFORM CHERCHER-CAUTION-ACTIVE.
           IF WS-CAB-TROUVEE = "N"
               DISPLAY "CAUTION ACTIVE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.

           IF CAB-CONTRE-TYPE = "R"
               PERFORM LEVER-RETENUE-CAUTION
           END-IF.
           PERFORM ETEINDRE-ENGAGEMENT.

           MOVE "L" TO CAB-STATUT.
           MOVE WS-AUJOURD-HUI TO CAB-DATE-FIN.
           MOVE CAB-ENREG TO WS-CAB-IMAGE(WS-K).
           PERFORM SAUVER-CAUTIONS.
           DISPLAY "CAUTION " CAB-NUMERO " LEVEE.".
           EXIT.
       FIN-LEVER-CAUTION.

      *    appel par le beneficiaire : la banque paie (virement
      *    sortant) et se retourne contre le client, dont le compte
      *    est debite sous GAR3 quel que soit son disponible - la
      *    retenue R est levee avec le debit, un depot T devra etre
      *    rompu (OP11, qui n'est plus bloque) si le debit laisse le
      *    compte au-dela de son decouvert.
       APPELER-CAUTION.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NUMERO DE LA CAUTION APPELEE :".
           ACCEPT WS-NUM-CAUTION.
           PERFORM CHERCHER-CAUTION-ACTIVE.
           IF WS-CAB-TROUVEE = "N"
               DISPLAY "CAUTION ACTIVE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MONTANT RECLAME (0 = TOTALITE DE " CAB-MONTANT
                   ") :".
           ACCEPT WS-MONTANT-APPEL.
           IF WS-MONTANT-APPEL = 0
               MOVE CAB-MONTANT TO WS-MONTANT-APPEL
           END-IF.
           IF WS-MONTANT-APPEL > CAB-MONTANT
               DISPLAY "APPEL SUPERIEUR AU MONTANT DE LA CAUTION, "
                       "REFUSE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "ID COMPTE EXTERNE DU BENEFICIAIRE (8 CHIFFRES) :".
           ACCEPT WS-BENEF-ID.
           DISPLAY "CODE BANQUE DU BENEFICIAIRE :".
           ACCEPT WS-BENEF-BANQUE.
           MOVE CAB-BENEFICIAIRE TO WS-BENEF-NOM.

           OPEN I-O COMPTE-MASTER.
           MOVE CAB-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE " CAB-NUM-CPT " INTROUVABLE, "
                           "APPEL REFUSE"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           SUBTRACT WS-MONTANT-APPEL FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC DEBIT APPEL COMPTE " CPM-NUM-CPT
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE CPM-SOLDE-CPT  TO WS-SOLDE-CPT.
           MOVE CPM-DECOUVERT  TO WS-DECOUVERT-CPT.
           MOVE CPM-AGENCE     TO WS-AGENCE-CPT.
           CLOSE COMPTE-MASTER.
           IF CAB-CONTRE-TYPE = "R"
               PERFORM LEVER-RETENUE-CAUTION
           END-IF.

           MOVE "GAR3"           TO WS-CODE-JRN.
           MOVE "D"              TO WS-SENS-JRN.
           MOVE WS-MONTANT-APPEL TO WS-MONTANT-JRN.
           MOVE CAB-NUM-CPT      TO WS-CPT-JRN.
           MOVE WS-SOLDE-CPT     TO WS-SOLDE-JRN.
           MOVE WS-AGENCE-CPT    TO WS-AGENCE-JRN.
           MOVE SPACES           TO WS-LIBELLE-JRN.
           STRING "APPEL CAUTION " CAB-NUMERO
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-CAUTION.
           PERFORM ETEINDRE-ENGAGEMENT.
           PERFORM POSER-VIREMENT-BENEFICIAIRE.

           MOVE "J" TO CAB-STATUT.
           MOVE WS-AUJOURD-HUI TO CAB-DATE-FIN.
           MOVE CAB-ENREG TO WS-CAB-IMAGE(WS-K).
           PERFORM SAUVER-CAUTIONS.

           DISPLAY "CAUTION " CAB-NUMERO " APPELEE : "
                   WS-MONTANT-APPEL " " CAB-DEVISE
                   " EXPEDIE(S) AU BENEFICIAIRE".
           IF WS-SOLDE-CPT + WS-DECOUVERT-CPT < 0
               IF CAB-CONTRE-TYPE = "T"
                   DISPLAY "COMPTE " CAB-NUM-CPT " A DECOUVERT "
                           "NON AUTORISE : ROMPRE LE DEPOT "
                           CAB-CONTRE-REF " (OP11) POUR LE COUVRIR"
               ELSE
                   DISPLAY "COMPTE " CAB-NUM-CPT " A DECOUVERT "
                           "NON AUTORISE APRES L'APPEL"
               END-IF
           END-IF.
           EXIT.
       FIN-APPELER-CAUTION.

      *    extourne hors bilan de la totalite de l'engagement (GAR2),
      *    quel que soit le motif d'extinction.
       ETEINDRE-ENGAGEMENT.
           MOVE "GAR2"         TO WS-CODE-JRN.
           MOVE "C"            TO WS-SENS-JRN.
           MOVE CAB-MONTANT    TO WS-MONTANT-JRN.
           MOVE SPACES         TO WS-CPT-JRN.
           MOVE ZERO           TO WS-SOLDE-JRN.
           MOVE SPACES         TO WS-AGENCE-JRN.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS = "00"
               MOVE CAB-NUM-CPT TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   NOT INVALID KEY
                       MOVE CPM-AGENCE TO WS-AGENCE-JRN
               END-READ
               CLOSE COMPTE-MASTER
           END-IF.
           MOVE SPACES         TO WS-LIBELLE-JRN.
           STRING "FIN CAUTION " CAB-NUMERO " " CAB-TYPE
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-CAUTION.
           EXIT.
       FIN-ETEINDRE-ENGAGEMENT.

       POSER-VIREMENT-BENEFICIAIRE.
           MOVE WS-AUJOURD-HUI    TO VSO-DATE.
           MOVE CAB-NUM-CPT       TO VSO-NUM-CPT.
           MOVE WS-MONTANT-APPEL  TO VSO-MONTANT.
           MOVE CAB-DEVISE        TO VSO-DEVISE.
           MOVE WS-BENEF-ID       TO VSO-ID-EXTERNE.
           MOVE WS-BENEF-BANQUE   TO VSO-CODE-BANQUE.
           MOVE WS-BENEF-NOM      TO VSO-NOM-BENEF.
           MOVE "A"               TO VSO-STATUT.
           OPEN EXTEND VIREMENTS-SORTANTS.
           IF WS-VSO-FILESTATUS = "35"
               OPEN OUTPUT VIREMENTS-SORTANTS
           END-IF.
           WRITE VSO-ENREG.
           CLOSE VIREMENTS-SORTANTS.
           EXIT.
       FIN-POSER-VIREMENT-BENEFICIAIRE.

       LISTER-CAUTIONS.
           DISPLAY "MATRICULE DU CLIENT :".
           ACCEPT WS-MAT-CLT.
           PERFORM CHARGER-CAUTIONS.
           DISPLAY "NUMERO CLIENT COMPTE TYPE       MONTANT      "
                   "DEV EMISSION EXPIRE   CG REF    ST".
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CAB
               MOVE WS-CAB-IMAGE(WS-K) TO CAB-ENREG
               IF CAB-MAT-CLT = WS-MAT-CLT
                   DISPLAY CAB-NUMERO " " CAB-MAT-CLT " "
                           CAB-NUM-CPT " " CAB-TYPE " "
                           CAB-MONTANT " " CAB-DEVISE " "
                           CAB-DATE-EMISSION " " CAB-DATE-EXPIR " "
                           CAB-CONTRE-TYPE "  " CAB-CONTRE-REF " "
                           CAB-STATUT
                   DISPLAY "       BENEFICIAIRE : " CAB-BENEFICIAIRE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-LISTER-CAUTIONS.

      *    charge le registre et releve le dernier numero attribue.
       CHARGER-CAUTIONS.
           MOVE ZERO TO WS-NB-CAB.
           MOVE ZERO TO WS-DERNIER-NUMERO.
           MOVE "N" TO WS-CAB-SURCHARGE.
           OPEN INPUT CAUTIONS-FICHIER.
           IF WS-CAB-FILESTATUS = "00"
               PERFORM UNTIL WS-CAB-FILESTATUS NOT = "00"
                   READ CAUTIONS-FICHIER
                       AT END MOVE "10" TO WS-CAB-FILESTATUS
                       NOT AT END
                           IF CAB-NUMERO > WS-DERNIER-NUMERO
                               MOVE CAB-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                           IF WS-NB-CAB < 1000
                               ADD 1 TO WS-NB-CAB
                               MOVE CAB-ENREG TO
                                    WS-CAB-IMAGE(WS-NB-CAB)
                           ELSE
                               MOVE "O" TO WS-CAB-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAUTIONS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-CAUTIONS.

      *    la caution WS-NUM-CAUTION au statut A, laissee dans
      *    CAB-ENREG avec son rang WS-K dans la table.
       CHERCHER-CAUTION-ACTIVE.
           MOVE "N" TO WS-CAB-TROUVEE.
           PERFORM CHARGER-CAUTIONS.
           IF WS-CAB-SURCHARGE = "O"
               DISPLAY "REGISTRE DES CAUTIONS PLEIN, MISE A JOUR "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-CAB OR WS-CAB-TROUVEE = "O"
               MOVE WS-CAB-IMAGE(WS-K) TO CAB-ENREG
               IF CAB-NUMERO = WS-NUM-CAUTION AND CAB-STATUT = "A"
                   MOVE "O" TO WS-CAB-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-CAB-TROUVEE = "O"
               SUBTRACT 1 FROM WS-K
           END-IF.
           EXIT.
       FIN-CHERCHER-CAUTION-ACTIVE.

       SAUVER-CAUTIONS.
           OPEN OUTPUT CAUTIONS-FICHIER.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CAB
               MOVE WS-CAB-IMAGE(WS-K) TO CAB-ENREG
               WRITE CAB-ENREG
           END-PERFORM.
           CLOSE CAUTIONS-FICHIER.
           EXIT.
       FIN-SAUVER-CAUTIONS.

      *    leve la retenue CAU de la caution courante (CAB-ENREG).
       LEVER-RETENUE-CAUTION.
           MOVE SPACES TO WS-REF-RETENUE.
           MOVE CAB-NUMERO TO WS-REF-RETENUE(1:6).
           PERFORM CHARGER-RETENUES.
           IF WS-RET-SURCHARGE = "O"
               DISPLAY "REGISTRE DES RETENUES PLEIN, RETENUE CAU "
                       WS-REF-RETENUE " A LEVER A LA MAIN (OP18)"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RET
               MOVE WS-RET-IMAGE(WS-R) TO RET-ENREG
               IF RET-MOTIF = "CAU" AND RET-REF = WS-REF-RETENUE
                  AND RET-STATUT = "A"
                   MOVE "L" TO RET-STATUT
                   MOVE RET-ENREG TO WS-RET-IMAGE(WS-R)
               END-IF
           END-PERFORM.
           PERFORM SAUVER-RETENUES.
           EXIT.
       FIN-LEVER-RETENUE-CAUTION.

       CHARGER-RETENUES.
           MOVE ZERO TO WS-NB-RET.
           MOVE "N" TO WS-RET-SURCHARGE.
           OPEN INPUT RETENUES-FICHIER.
           IF WS-RET-FILESTATUS = "00"
               PERFORM UNTIL WS-RET-FILESTATUS NOT = "00"
                   READ RETENUES-FICHIER
                       AT END MOVE "10" TO WS-RET-FILESTATUS
                       NOT AT END
                           IF WS-NB-RET < 500
                               ADD 1 TO WS-NB-RET
                               MOVE RET-ENREG TO
                                    WS-RET-IMAGE(WS-NB-RET)
                           ELSE
                               MOVE "O" TO WS-RET-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENUES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-RETENUES.

       SAUVER-RETENUES.
           OPEN OUTPUT RETENUES-FICHIER.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RET
               MOVE WS-RET-IMAGE(WS-R) TO RET-ENREG
               WRITE RET-ENREG
           END-PERFORM.
           CLOSE RETENUES-FICHIER.
           EXIT.
       FIN-SAUVER-RETENUES.

      *    l'employe d'encadrement est porte operateur et superviseur
      *    de l'ecriture : c'est lui qui engage la banque.
       JOURNALISER-CAUTION.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE WS-CPT-JRN     TO JRN-NUM-CPT.
           MOVE WS-CODE-JRN    TO JRN-CODE-OPE.
           MOVE WS-MONTANT-JRN TO JRN-MONTANT.
           MOVE CAB-DEVISE     TO JRN-DEVISE.
           MOVE WS-SOLDE-JRN   TO JRN-SOLDE-APRES.
           MOVE WS-EMPLOYE-ID  TO JRN-OPERATEUR.
           MOVE WS-EMPLOYE-ID  TO JRN-SUPERVISEUR.
           MOVE WS-LIBELLE-JRN TO JRN-LIBELLE.
           MOVE WS-SENS-JRN    TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE WS-AGENCE-JRN  TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
           MOVE "G"           TO JRN-CANAL.
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
       FIN-JOURNALISER-CAUTION.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl.
       PROCHAIN-NUM-SEQ.
           MOVE ZERO TO WS-NUM-SEQ.
           MOVE ZERO TO WS-SCEAU-PREC.
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

       CONTROLER-AUTORITE.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "EMPLOYEE-ID (ENCADREMENT REQUIS) :".
           ACCEPT WS-EMPLOYE-ID.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYE-ID TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
               NOT INVALID KEY
                   IF (EMP-STATUT = "A" OR EMP-STATUT = " ") AND
                      (Fonction = "DIRECTEUR" OR
                       Fonction = "MANAGER" OR
                       Fonction = "SUPERVISEUR")
                       MOVE "O" TO WS-EMP-OK
                   ELSE
                       DISPLAY "EMPLOYE SANS AUTORITE !"
                   END-IF
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-CONTROLER-AUTORITE.

       END PROGRAM MAJ-CAUTIONS.
