       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPENSATION-CHEQUES.
       AUTHOR.    MOHAMED.

      *    compensation entrante des cheques tires sur nos clients,
      *    dans la chaine BATCH-JOUR : le fichier des presentations
      *    PRESENTATIONS-CHEQUES.DAT depose par la chambre porte une
      *    ligne par cheque presente par une autre banque. Chaque
      *    cheque est controle contre CHEQUES.DAT (formule delivree
      *    sur ce compte par OP15, non opposee par OP16, pas deja
      *    payee) et contre le disponible du compte (solde moins les
      *    retenues actives de RETENUES.DAT, plus le decouvert
      *    autorise). Le bon cheque est debite (CHQ4), journalise et
      *    sa formule passee P ; le mauvais part dans le fichier
      *    retour CHEQUES-REJETES.DAT avec son motif normalise :
      *       01 PROVISION INSUFFISANTE    02 OPPOSITION
      *       03 FORMULE INCONNUE          04 DEJA PAYE
      *       05 COMPTE CLOTURE OU BLOQUE
      *    Les rejets imputables au tireur (01 et 02) supportent les
      *    frais de cheque impaye du bareme TARIFS.DAT (code CHQ3,
      *    parametre FRAIS-CHEQUE-IMPAYE a defaut de ligne, debit
      *    CHQ3 comme dans RETOURS-CHEQUES), sauf compte exonere.
      *    Le fichier des presentations est vide apres traitement.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRESENTATIONS-FICHIER ASSIGN TO
                                       "PRESENTATIONS-CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRS-FILESTATUS.

      *    fichier retour vers la chambre de compensation, releve
      *    par elle et cumule d'un passage a l'autre.
           SELECT REJETS-FICHIER ASSIGN TO "CHEQUES-REJETES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILESTATUS.

           SELECT CHEQUES-FICHIER ASSIGN TO "CHEQUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHQ-FILESTATUS.

           SELECT RETENUES-FICHIER ASSIGN TO "RETENUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILESTATUS.

           SELECT TARIFS-FICHIER ASSIGN TO "TARIFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-FILESTATUS.

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

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    une presentation : reference de la chambre, compte et
      *    numero de formule tires, montant, banque presentatrice.
       FD  PRESENTATIONS-FICHIER.
       01  PRS-ENREG.
           05  PRS-REF         PIC X(8).
           05  FILLER          PIC X(1).
           05  PRS-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  PRS-NUMERO      PIC 9(7).
           05  FILLER          PIC X(1).
           05  PRS-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  PRS-CODE-BANQUE PIC X(5).
           05  FILLER          PIC X(1).
           05  PRS-DATE-PRES   PIC X(8).

       FD  REJETS-FICHIER.
       01  REJ-ENREG.
           05  REJ-REF         PIC X(8).
           05  FILLER          PIC X(1).
           05  REJ-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  REJ-NUMERO      PIC 9(7).
           05  FILLER          PIC X(1).
           05  REJ-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  REJ-CODE-BANQUE PIC X(5).
           05  FILLER          PIC X(1).
           05  REJ-CODE-MOTIF  PIC X(2).
           05  FILLER          PIC X(1).
           05  REJ-MOTIF       PIC X(30).
           05  FILLER          PIC X(1).
           05  REJ-DATE        PIC X(8).

      *    meme mise en forme que dans OPERATIONS.
       FD  CHEQUES-FICHIER.
       01  CHQ-ENREG.
           05  CHQ-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CHQ-NUMERO      PIC 9(7).
           05  FILLER          PIC X(1).
           05  CHQ-STATUT      PIC X(1).
           05  FILLER          PIC X(1).
           05  CHQ-DATE-STATUT PIC X(8).

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

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  EXCEPTIONS-OPERATIONS.
       COPY EXCEPTION-CPY.

       WORKING-STORAGE SECTION.

       01  WS-PRS-FILESTATUS   PIC X(2).
       01  WS-REJ-FILESTATUS   PIC X(2).
       01  WS-CHQ-FILESTATUS   PIC X(2).
       01  WS-RET-FILESTATUS   PIC X(2).
       01  WS-TAR-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
      *    scellement des ecritures posees, comme RETOURS-CHEQUES.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.

      *    frais de cheque impaye a defaut de ligne au bareme
      *    (parametre FRAIS-CHEQUE-IMPAYE, 10 a defaut).
       01  WS-FRAIS-IMPAYE     PIC 9(6)V9(2) VALUE 10.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).

      *    ligne du bareme retenue, meme regle que CHERCHER-TARIF
      *    dans OPERATIONS (type exact d'abord, ligne * a defaut).
       01  WS-TARIF-CODE       PIC X(4) VALUE "CHQ3".
       01  WS-TARIF-BASE       PIC 9(10)V9(2).
       01  WS-TARIF-TROUVE     PIC X(1).
       01  WS-TARIF-DATE       PIC X(8).
       01  WS-TARIF-FIXE       PIC 9(6)V9(2).
       01  WS-TARIF-POURCENT   PIC 9(1)V9(4).
       01  WS-TARIF-PLANCHER   PIC 9(6)V9(2).
       01  WS-TARIF-PLAFOND    PIC 9(6)V9(2).
       01  WS-TARIF-EXACT      PIC X(1).
       01  WS-COMMISSION       PIC 9(8)V9(2).

      *    fichiers charges en memoire ; CHEQUES.DAT est reecrit en
      *    totalite, RETENUES.DAT n'est que lu.
       01  WS-NB-CHQ           PIC 9(4) VALUE ZERO.
       01  WS-NB-RET           PIC 9(3) VALUE ZERO.
       01  WS-SURCHARGE        PIC X(1) VALUE "N".
       01  WS-TABLE-CHQ.
         05 WS-CHQ  OCCURS 2000 TIMES.
           10  WS-CHQ-IMAGE    PIC X(30).
       01  WS-TABLE-RET.
         05 WS-RET  OCCURS 500 TIMES.
           10  WS-RET-IMAGE    PIC X(60).
       01  WS-H                PIC 9(4).
       01  WS-R                PIC 9(3).
       01  WS-CHQ-TROUVE       PIC X(1).

       01  WS-TOTAL-RETENUES   PIC S9(10)V9(2).
       01  WS-DISPONIBLE       PIC S9(10)V9(2).
       01  WS-CODE-MOTIF       PIC X(2).
       01  WS-MOTIF            PIC X(30).
       01  WS-MONTANT-JRN      PIC 9(10)V9(2).
       01  WS-CODE-JRN         PIC X(4).
       01  WS-LIBELLE-JRN      PIC X(30).
      *    O une fois la ligne de journal ecrite ; sinon le
      *    mouvement du compte est rendu.
       01  WS-JRN-ECRIT        PIC X(1).

       01  WS-PRESENTES        PIC 9(5) VALUE ZERO.
       01  WS-NB-PAYES         PIC 9(5) VALUE ZERO.
       01  WS-NB-REJETES       PIC 9(5) VALUE ZERO.
       01  WS-NB-FRAIS         PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PAYE       PIC 9(12)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-COMPENSATION-CHEQUES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           MOVE "FRAIS-CHEQUE-IMPAYE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-FRAIS-IMPAYE
           END-IF.

           PERFORM CHARGER-CHEQUES.
           PERFORM CHARGER-RETENUES.
           IF WS-SURCHARGE = "O"
               DISPLAY "COMPENSATION-CHEQUES : TABLES PLEINES, "
                       "PASSAGE REFUSE"
               GOBACK
           END-IF.

           OPEN I-O COMPTE-MASTER.
           PERFORM TRAITER-LES-PRESENTATIONS.
           CLOSE COMPTE-MASTER.

           IF WS-PRESENTES > 0
               PERFORM SAUVER-CHEQUES
               PERFORM VIDER-PRESENTATIONS
           END-IF.

           DISPLAY "====== COMPENSATION ENTRANTE ======".
           DISPLAY "CHEQUES PRESENTES : " WS-PRESENTES.
           DISPLAY "CHEQUES PAYES     : " WS-NB-PAYES.
           DISPLAY "MONTANT PAYE      : " WS-TOTAL-PAYE.
           DISPLAY "CHEQUES REJETES   : " WS-NB-REJETES.
           DISPLAY "FRAIS D'IMPAYE    : " WS-NB-FRAIS.
           DISPLAY "===================================".
           GOBACK.

       CHARGER-CHEQUES.
           OPEN INPUT CHEQUES-FICHIER.
           IF WS-CHQ-FILESTATUS = "00"
               PERFORM UNTIL WS-CHQ-FILESTATUS NOT = "00"
                   READ CHEQUES-FICHIER
                       AT END MOVE "10" TO WS-CHQ-FILESTATUS
                       NOT AT END
                           IF WS-NB-CHQ < 2000
                               ADD 1 TO WS-NB-CHQ
                               MOVE CHQ-ENREG TO
                                    WS-CHQ-IMAGE(WS-NB-CHQ)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-CHEQUES.

       CHARGER-RETENUES.
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
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENUES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-RETENUES.

       TRAITER-LES-PRESENTATIONS.
           OPEN INPUT PRESENTATIONS-FICHIER.
           IF WS-PRS-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PRS-FILESTATUS NOT = "00"
               READ PRESENTATIONS-FICHIER
                   AT END MOVE "10" TO WS-PRS-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-PRESENTES
                       PERFORM TRAITER-UNE-PRESENTATION
               END-READ
           END-PERFORM.
           CLOSE PRESENTATIONS-FICHIER.
           EXIT.
       FIN-TRAITER-LES-PRESENTATIONS.

      *    controles dans l'ordre : formule, compte, provision. Le
      *    premier motif rencontre part au fichier retour.
       TRAITER-UNE-PRESENTATION.
           MOVE "N" TO WS-CHQ-TROUVE.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-NB-CHQ OR WS-CHQ-TROUVE = "O"
               MOVE WS-CHQ-IMAGE(WS-H) TO CHQ-ENREG
               IF CHQ-NUM-CPT = PRS-NUM-CPT
                  AND CHQ-NUMERO = PRS-NUMERO
                   MOVE "O" TO WS-CHQ-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CHQ-TROUVE = "N"
               MOVE "03" TO WS-CODE-MOTIF
               MOVE "FORMULE INCONNUE" TO WS-MOTIF
               PERFORM REJETER-CHEQUE
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-H.

           IF CHQ-STATUT = "O"
               MOVE "02" TO WS-CODE-MOTIF
               MOVE "OPPOSITION" TO WS-MOTIF
               PERFORM REJETER-CHEQUE
               EXIT PARAGRAPH
           END-IF.
           IF CHQ-STATUT = "P"
               MOVE "04" TO WS-CODE-MOTIF
               MOVE "DEJA PAYE" TO WS-MOTIF
               PERFORM REJETER-CHEQUE
               EXIT PARAGRAPH
           END-IF.

           MOVE PRS-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "03" TO WS-CODE-MOTIF
                   MOVE "FORMULE INCONNUE" TO WS-MOTIF
                   PERFORM REJETER-CHEQUE
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT = "C" OR CPM-STATUT = "B"
              OR CPM-STATUT = "S"
               MOVE "05" TO WS-CODE-MOTIF
               MOVE "COMPTE CLOTURE OU BLOQUE" TO WS-MOTIF
               PERFORM REJETER-CHEQUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULER-DISPONIBLE.
           IF PRS-MONTANT > WS-DISPONIBLE + CPM-DECOUVERT
               MOVE "01" TO WS-CODE-MOTIF
               MOVE "PROVISION INSUFFISANTE" TO WS-MOTIF
               PERFORM REJETER-CHEQUE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PAYER-CHEQUE.
           EXIT.
       FIN-TRAITER-UNE-PRESENTATION.

      *    disponible du compte lu : solde moins les retenues
      *    actives non expirees, comme CALCULER-DISPONIBLE dans
      *    OPERATIONS.
       CALCULER-DISPONIBLE.
           MOVE ZERO TO WS-TOTAL-RETENUES.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RET
               MOVE WS-RET-IMAGE(WS-R) TO RET-ENREG
               IF RET-NUM-CPT = CPM-NUM-CPT
                  AND RET-STATUT = "A"
                  AND (RET-DATE-EXPIR = SPACES OR
                       RET-DATE-EXPIR > WS-AUJOURD-HUI)
                   ADD RET-MONTANT TO WS-TOTAL-RETENUES
               END-IF
           END-PERFORM.
           COMPUTE WS-DISPONIBLE =
                   CPM-SOLDE-CPT - WS-TOTAL-RETENUES.
           EXIT.
       FIN-CALCULER-DISPONIBLE.

       PAYER-CHEQUE.
           SUBTRACT PRS-MONTANT FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC PAIEMENT CHEQUE " PRS-REF
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE PRS-MONTANT TO WS-MONTANT-JRN.
           MOVE "CHQ4" TO WS-CODE-JRN.
           MOVE SPACES TO WS-LIBELLE-JRN.
           STRING "CHEQUE " PRS-NUMERO " BQE " PRS-CODE-BANQUE
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-COMPENSATION.
           IF WS-JRN-ECRIT NOT = "O"
               ADD PRS-MONTANT TO CPM-SOLDE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC RETABLISSEMENT COMPTE "
                               CPM-NUM-CPT
               END-REWRITE
               DISPLAY "CHEQUE " PRS-REF " NON PAYE, JOURNAL EN "
                       "ECHEC"
               EXIT PARAGRAPH
           END-IF.

           MOVE "P" TO CHQ-STATUT.
           MOVE WS-AUJOURD-HUI TO CHQ-DATE-STATUT.
           MOVE CHQ-ENREG TO WS-CHQ-IMAGE(WS-H).
           ADD 1 TO WS-NB-PAYES.
           ADD PRS-MONTANT TO WS-TOTAL-PAYE.
           EXIT.
       FIN-PAYER-CHEQUE.

      *    ligne retour vers la chambre ; le tireur supporte les
      *    frais d'impaye quand le rejet tient a lui (provision,
      *    opposition), et la formule impayee passe R.
       REJETER-CHEQUE.
           MOVE PRS-REF         TO REJ-REF.
           MOVE PRS-NUM-CPT     TO REJ-NUM-CPT.
           MOVE PRS-NUMERO      TO REJ-NUMERO.
           MOVE PRS-MONTANT     TO REJ-MONTANT.
           MOVE PRS-CODE-BANQUE TO REJ-CODE-BANQUE.
           MOVE WS-CODE-MOTIF   TO REJ-CODE-MOTIF.
           MOVE WS-MOTIF        TO REJ-MOTIF.
           MOVE WS-AUJOURD-HUI  TO REJ-DATE.
           OPEN EXTEND REJETS-FICHIER.
           IF WS-REJ-FILESTATUS = "35"
               OPEN OUTPUT REJETS-FICHIER
           END-IF.
           WRITE REJ-ENREG.
           CLOSE REJETS-FICHIER.
           ADD 1 TO WS-NB-REJETES.
           DISPLAY "CHEQUE " PRS-NUMERO " CPT " PRS-NUM-CPT
                   " REJETE : " WS-MOTIF.

           IF WS-CODE-MOTIF = "01"
               MOVE "R" TO CHQ-STATUT
               MOVE WS-AUJOURD-HUI TO CHQ-DATE-STATUT
               MOVE CHQ-ENREG TO WS-CHQ-IMAGE(WS-H)
           END-IF.
           IF WS-CODE-MOTIF = "01" OR WS-CODE-MOTIF = "02"
               PERFORM PRELEVER-FRAIS-IMPAYE
           END-IF.
           EXIT.
       FIN-REJETER-CHEQUE.

      *    frais d'impaye : ligne CHQ3 du bareme en vigueur pour le
      *    type du compte, parametre FRAIS-CHEQUE-IMPAYE a defaut ;
      *    preleves quitte a laisser le compte en negatif.
       PRELEVER-FRAIS-IMPAYE.
           MOVE PRS-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-EXONERE-FRAIS = "O" OR CPM-STATUT = "C"
               EXIT PARAGRAPH
           END-IF.
           MOVE PRS-MONTANT TO WS-TARIF-BASE.
           PERFORM CHERCHER-TARIF.
           IF WS-TARIF-TROUVE = "O"
               COMPUTE WS-COMMISSION ROUNDED =
                       WS-TARIF-FIXE +
                       WS-TARIF-BASE * WS-TARIF-POURCENT
               IF WS-TARIF-PLANCHER > 0
                  AND WS-COMMISSION < WS-TARIF-PLANCHER
                   MOVE WS-TARIF-PLANCHER TO WS-COMMISSION
               END-IF
               IF WS-TARIF-PLAFOND > 0
                  AND WS-COMMISSION > WS-TARIF-PLAFOND
                   MOVE WS-TARIF-PLAFOND TO WS-COMMISSION
               END-IF
           ELSE
               MOVE WS-FRAIS-IMPAYE TO WS-COMMISSION
           END-IF.
           IF WS-COMMISSION = 0
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-COMMISSION FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   MOVE "FRAIS IMPAYE NON PRELEVES" TO EXC-MOTIF
                   PERFORM SIGNALER-EXCEPTION-CHQ
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE WS-COMMISSION TO WS-MONTANT-JRN.
           MOVE "CHQ3" TO WS-CODE-JRN.
           MOVE SPACES TO WS-LIBELLE-JRN.
           STRING "FRAIS CHEQUE IMPAYE " PRS-NUMERO
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-COMPENSATION.
           IF WS-JRN-ECRIT NOT = "O"
               ADD WS-COMMISSION TO CPM-SOLDE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC RETABLISSEMENT COMPTE "
                               CPM-NUM-CPT
               END-REWRITE
               MOVE "FRAIS IMPAYE NON PRELEVES" TO EXC-MOTIF
               PERFORM SIGNALER-EXCEPTION-CHQ
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-FRAIS.
           EXIT.
       FIN-PRELEVER-FRAIS-IMPAYE.

      *    meme regle que CHERCHER-TARIF dans OPERATIONS.
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

       JOURNALISER-COMPENSATION.
           MOVE "N" TO WS-JRN-ECRIT.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE WS-CODE-JRN    TO JRN-CODE-OPE.
           MOVE WS-MONTANT-JRN TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE WS-LIBELLE-JRN TO JRN-LIBELLE.
           MOVE "D"            TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE     TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
           MOVE "B"           TO JRN-CANAL.
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
      *    02 : doublon sur la cle secondaire du compte, ecriture
      *    faite.
           IF WS-JRN-FILESTATUS = "00" OR WS-JRN-FILESTATUS = "02"
               MOVE "O" TO WS-JRN-ECRIT
           ELSE
               DISPLAY "ECHEC ECRITURE JOURNAL, STATUT "
                       WS-JRN-FILESTATUS
           END-IF.
           CLOSE JOURNAL-OPERATIONS.
           EXIT.
       FIN-JOURNALISER-COMPENSATION.

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

      *    la partie date de l'horodatage porte la date
      *    d'exploitation, comme JRN-DATE-OPE au journal.
       SIGNALER-EXCEPTION-CHQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO WS-HORODATAGE(1:8).
           MOVE PRS-NUM-CPT   TO EXC-NUM-CPT.
           MOVE "CHQ3"        TO EXC-CODE-OPE.
           MOVE ZERO          TO EXC-OPERATEUR.
           MOVE WS-HORODATAGE TO EXC-DATE-HEURE.
           OPEN EXTEND EXCEPTIONS-OPERATIONS.
           WRITE EXC-RECORD.
           CLOSE EXCEPTIONS-OPERATIONS.
           EXIT.
       FIN-SIGNALER-EXCEPTION-CHQ.

       SAUVER-CHEQUES.
           OPEN OUTPUT CHEQUES-FICHIER.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NB-CHQ
               MOVE WS-CHQ-IMAGE(WS-H) TO CHQ-ENREG
               WRITE CHQ-ENREG
           END-PERFORM.
           CLOSE CHEQUES-FICHIER.
           EXIT.
       FIN-SAUVER-CHEQUES.

      *    les presentations traitees ne doivent pas repasser
      *    demain : le fichier est vide, comme VIDER-RETOURS.
       VIDER-PRESENTATIONS.
           OPEN OUTPUT PRESENTATIONS-FICHIER.
           CLOSE PRESENTATIONS-FICHIER.
           EXIT.
       FIN-VIDER-PRESENTATIONS.

       END PROGRAM COMPENSATION-CHEQUES.
