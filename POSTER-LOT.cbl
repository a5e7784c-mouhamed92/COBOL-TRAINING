      *    journalisation avec numeros de recu, conversion de devise
      *    sur les virements - sans aucun ACCEPT. Les rejets partent
      *    dans EXCEPTIONS.DAT avec leur motif et le resume du
      *    passage donne les totaux de controle ; la ligne rejetee
      *    elle-meme est consignee dans REJETS-LOTS.DAT, d'ou l'ecran
      *    REPRISE-REJETS la resoumet corrigee ou l'annule.
      *    Reprise en plein lot : la position et les totaux courants
      *    sont pointes dans LOT-CONTROL.DAT apres chaque ligne ; un
      *    job tombe a la ligne 7000 d'un lot de 10000 reprend a la
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
               FILE STATUS IS WS-CRT-FILESTATUS.

      *    retraits delivres par les GAB de la banque, rapproches
      *    chaque jour des chargements par RAPPROCHEMENT-GAB.
           SELECT RETRAITS-GAB ASSIGN TO "RETRAITS-GAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGB-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    numero de la carte pour les debits CRT1 arrives du reseau
      *    monetique ; vide pour les autres codes.
           05  TRX-NUM-CARTE   PIC X(16).
           05  FILLER          PIC X(1).
      *    identifiant du GAB qui a delivre les billets pour un
      *    retrait CRT1 ; vide pour un paiement chez un commercant.
           05  TRX-GAB         PIC X(8).
       01  TRX-TRAILER REDEFINES TRX-ENREG.
           05  TRX-TRL-MARQUE  PIC X(5).
           05  TRX-TRL-NOMBRE  PIC 9(5).
           05  TRX-TRL-TOTAL   PIC 9(12)V9(2).
           05  FILLER          PIC X(65).

      *    LOT-STATUT : E = pose en cours (point de reprise vivant),
      *    F = lot fini et rapproche.
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

      *    meme mise en forme que dans RAPPROCHEMENT-GAB.
       FD  RETRAITS-GAB.
       01  RGB-ENREG.
           05  RGB-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  RGB-GAB         PIC X(8).
           05  FILLER          PIC X(1).
           05  RGB-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  RGB-NUM-CARTE   PIC X(16).
           05  FILLER          PIC X(1).
           05  RGB-MONTANT     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  RGB-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  RGB-NUM-SEQ     PIC 9(5).

       WORKING-STORAGE SECTION.

       01  WS-VERROU-RESULTAT  PIC X(1).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-RGB-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-TOTAL-REJETE     PIC 9(12)V9(2) VALUE ZERO.
       01  WS-MOTIF            PIC X(40).

      *    chaque ligne rejetee est aussi consignee avec son contenu
      *    dans REJETS-LOTS.DAT, pour reprise depuis REPRISE-REJETS.
       01  WS-PGM-REJET        PIC X(20) VALUE "CONSIGNER-REJET".
       01  WS-REJ-SOURCE       PIC X(20) VALUE "POSTER-LOT".
       01  WS-REJ-NUM-LIGNE    PIC 9(5).
       01  WS-REJ-REF          PIC X(12) VALUE SPACES.
       01  WS-REJ-LIGNE        PIC X(100).

      *    point de reprise : position deja traitee dans le lot et
      *    totaux restaures au relancement ; ligne de controle du
      *    lot pour la preuve de fin.
           MOVE "D"    TO WS-SENS-JRN.
           MOVE "C"    TO WS-CANAL-JRN.
           PERFORM JOURNALISER-LOT.
           IF TRX-GAB NOT = SPACES
               PERFORM ENREGISTRER-RETRAIT-GAB
           END-IF.
           ADD 1 TO WS-NB-POSEES.
           ADD TRX-MONTANT TO WS-TOTAL-POSE.
           EXIT.
       FIN-POSER-DEBIT-CARTE.

      *    un retrait delivre par un GAB de la banque est note dans
      *    RETRAITS-GAB.DAT avec le numero de recu du journal : c'est
      *    ce que RAPPROCHEMENT-GAB oppose aux billets sortis de
      *    l'automate entre deux chargements.
       ENREGISTRER-RETRAIT-GAB.
           MOVE SPACES          TO RGB-ENREG.
           MOVE WS-AUJOURD-HUI  TO RGB-DATE.
           MOVE TRX-GAB         TO RGB-GAB.
           MOVE TRX-NUM-CPT     TO RGB-NUM-CPT.
           MOVE TRX-NUM-CARTE   TO RGB-NUM-CARTE.
           MOVE TRX-MONTANT     TO RGB-MONTANT.
           MOVE CPM-DEVISE-CPT  TO RGB-DEVISE.
           MOVE WS-NUM-SEQ      TO RGB-NUM-SEQ.
           OPEN EXTEND RETRAITS-GAB.
           IF WS-RGB-FILESTATUS = "35"
               OPEN OUTPUT RETRAITS-GAB
           END-IF.
           WRITE RGB-ENREG.
           CLOSE RETRAITS-GAB.
           EXIT.
       FIN-ENREGISTRER-RETRAIT-GAB.

      *    retrouve la carte du lot, rattachee au compte debite.
       CHERCHER-CARTE.
           MOVE "N" TO WS-CARTE-TROUVEE.
           OPEN EXTEND EXCEPTIONS-OPERATIONS.
           WRITE EXC-RECORD.
           CLOSE EXCEPTIONS-OPERATIONS.
           MOVE WS-NB-LUES    TO WS-REJ-NUM-LIGNE.
           MOVE TRX-ENREG     TO WS-REJ-LIGNE.
           CALL WS-PGM-REJET USING WS-REJ-SOURCE WS-AUJOURD-HUI
                WS-REJ-NUM-LIGNE WS-REJ-REF WS-MOTIF WS-REJ-LIGNE.
           EXIT.
       FIN-REJETER-TRANSACTION.

