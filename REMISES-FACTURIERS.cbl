       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMISES-FACTURIERS.
       AUTHOR.    MOHAMED.

      *    remises de nuit aux facturiers : collecte les paiements de
      *    factures encaisses au guichet (OP23) encore a remettre
      *    (statut A, poses jusqu'a la journee d'exploitation
      *    comprise) et les ventile en un fichier de remise par
      *    facturier (FACTURIER-<code>-AAAAMMJJ.DAT), une ligne par
      *    facture payee puis une ligne de controle 99999 portant le
      *    nombre de paiements et le total des montants - meme
      *    technique que REMISES-INTERBANCAIRES. Le total remis est
      *    credite au compte de reglement du facturier (FAC2) ; les
      *    commissions restent a la banque. Un facturier dont le
      *    compte de reglement est introuvable ou non actif n'est pas
      *    remis : ses paiements restent a remettre pour la nuit
      *    suivante et l'anomalie est signalee. Les paiements remis
      *    passent au statut R et le fichier est reecrit en
      *    totalite. Lance par BATCH-JOUR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAIEMENTS-FACTURES ASSIGN TO "PAIEMENTS-FACTURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAF-FILESTATUS.

           SELECT FACTURIERS-FICHIER ASSIGN TO "FACTURIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FILESTATUS.

           SELECT REMISE-FICHIER ASSIGN TO WS-REM-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REM-FILESTATUS.

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

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans OPERATIONS.
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

       FD  REMISE-FICHIER.
       01  REM-LIGNE           PIC X(100).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       WORKING-STORAGE SECTION.

       01  WS-PAF-FILESTATUS   PIC X(2).
       01  WS-FAC-FILESTATUS   PIC X(2).
       01  WS-REM-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-REM-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).
       01  WS-NUM-SEQ          PIC 9(5).

      *    sceau d'inviolabilite de chaque ecriture posee.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9).

      *    paiements charges en memoire puis reecrits en totalite
      *    avec le statut mis a jour.
       01  WS-NB-PAF           PIC 9(4) VALUE ZERO.
       01  WS-SURCHARGE        PIC X(1) VALUE "N".
       01  WS-TABLE-PAF.
         05 WS-PAF  OCCURS 2000 TIMES.
           10  WS-PAF-IMAGE    PIC X(90).
           10  WS-PAF-REMIS    PIC X(1).

      *    registre des facturiers, pour le compte de reglement.
       01  WS-NB-FAC           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-FAC.
         05 WS-FAC  OCCURS 100 TIMES.
           10  WS-FAC-CODE     PIC X(5).
           10  WS-FAC-NOM      PIC X(30).
           10  WS-FAC-CPT      PIC X(6).

      *    facturiers rencontres dans la collecte.
       01  WS-NB-A-REMETTRE    PIC 9(3) VALUE ZERO.
       01  WS-TABLE-A-REMETTRE.
         05 WS-ARM  OCCURS 100 TIMES.
           10  WS-ARM-CODE     PIC X(5).

       01  WS-I                PIC 9(4).
       01  WS-F                PIC 9(3).
       01  WS-A                PIC 9(3).
       01  WS-TROUVE           PIC X(1).
       01  WS-FACTURIER-COURANT PIC X(5).
       01  WS-CPT-REGLEMENT    PIC X(6).
       01  WS-NOM-FACTURIER    PIC X(30).
       01  WS-CPT-OK           PIC X(1).
       01  WS-NB-REMIS         PIC 9(4).
       01  WS-TOTAL-REMIS      PIC 9(10)V9(2).
       01  WS-TOTAL-GENERAL    PIC 9(4) VALUE ZERO.
       01  WS-NB-SUSPENDUS     PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-REMISES-FACTURIERS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-PAIEMENTS.
      *    table pleine : reecrire le fichier depuis une table
      *    tronquee detruirait les paiements au-dela du 2000e - le
      *    passage est refuse.
           IF WS-SURCHARGE = "O"
               DISPLAY "REMISES FACTURIERS : PLUS DE 2000 PAIEMENTS, "
                       "TABLE PLEINE, PASSAGE REFUSE SANS REMISE"
               GOBACK
           END-IF.
           PERFORM CHARGER-FACTURIERS.
           PERFORM COLLECTER-FACTURIERS.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-NB-A-REMETTRE
               MOVE WS-ARM-CODE(WS-A) TO WS-FACTURIER-COURANT
               PERFORM REMETTRE-UN-FACTURIER
           END-PERFORM.
           IF WS-TOTAL-GENERAL > 0
               PERFORM SAUVER-PAIEMENTS
           END-IF.
           DISPLAY "====== REMISES AUX FACTURIERS ======".
           DISPLAY "FACTURIERS SERVIS  : " WS-NB-A-REMETTRE.
           DISPLAY "PAIEMENTS REMIS    : " WS-TOTAL-GENERAL.
           IF WS-NB-SUSPENDUS > 0
               DISPLAY "*** FACTURIERS NON REMIS : " WS-NB-SUSPENDUS
                       " ***"
           END-IF.
           DISPLAY "====================================".
           GOBACK.

       CHARGER-PAIEMENTS.
           OPEN INPUT PAIEMENTS-FACTURES.
           IF WS-PAF-FILESTATUS = "00"
               PERFORM UNTIL WS-PAF-FILESTATUS NOT = "00"
                   READ PAIEMENTS-FACTURES
                       AT END MOVE "10" TO WS-PAF-FILESTATUS
                       NOT AT END
                           IF WS-NB-PAF < 2000
                               ADD 1 TO WS-NB-PAF
                               MOVE PAF-ENREG TO
                                    WS-PAF-IMAGE(WS-NB-PAF)
                               MOVE "N" TO WS-PAF-REMIS(WS-NB-PAF)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAIEMENTS-FACTURES
           END-IF.
           EXIT.
       FIN-CHARGER-PAIEMENTS.

      *    tous les facturiers, resilies compris : un paiement deja
      *    encaisse est du au facturier meme apres sa resiliation.
       CHARGER-FACTURIERS.
           OPEN INPUT FACTURIERS-FICHIER.
           IF WS-FAC-FILESTATUS = "00"
               PERFORM UNTIL WS-FAC-FILESTATUS NOT = "00"
                   READ FACTURIERS-FICHIER
                       AT END MOVE "10" TO WS-FAC-FILESTATUS
                       NOT AT END
                           IF WS-NB-FAC < 100
                               ADD 1 TO WS-NB-FAC
                               MOVE FAC-CODE TO WS-FAC-CODE(WS-NB-FAC)
                               MOVE FAC-NOM  TO WS-FAC-NOM(WS-NB-FAC)
                               MOVE FAC-CPT-REGLEMENT TO
                                    WS-FAC-CPT(WS-NB-FAC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURIERS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-FACTURIERS.

      *    recense les facturiers des paiements encore a remettre.
       COLLECTER-FACTURIERS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PAF
               MOVE WS-PAF-IMAGE(WS-I) TO PAF-ENREG
               IF PAF-STATUT = "A"
                  AND PAF-DATE NOT > WS-AUJOURD-HUI
                   MOVE "N" TO WS-TROUVE
                   PERFORM VARYING WS-A FROM 1 BY 1
                           UNTIL WS-A > WS-NB-A-REMETTRE
                       IF WS-ARM-CODE(WS-A) = PAF-FACTURIER
                           MOVE "O" TO WS-TROUVE
                       END-IF
                   END-PERFORM
                   IF WS-TROUVE = "N" AND WS-NB-A-REMETTRE < 100
                       ADD 1 TO WS-NB-A-REMETTRE
                       MOVE PAF-FACTURIER TO
                            WS-ARM-CODE(WS-NB-A-REMETTRE)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       FIN-COLLECTER-FACTURIERS.

      *    fichier de remise du facturier courant, puis credit de son
      *    compte de reglement du total remis.
       REMETTRE-UN-FACTURIER.
           MOVE SPACES TO WS-CPT-REGLEMENT.
           MOVE SPACES TO WS-NOM-FACTURIER.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FAC
               IF WS-FAC-CODE(WS-F) = WS-FACTURIER-COURANT
                   MOVE WS-FAC-CPT(WS-F) TO WS-CPT-REGLEMENT
                   MOVE WS-FAC-NOM(WS-F) TO WS-NOM-FACTURIER
               END-IF
           END-PERFORM.

           OPEN I-O COMPTE-MASTER.
           MOVE "N" TO WS-CPT-OK.
           IF WS-CPT-REGLEMENT NOT = SPACES
               MOVE WS-CPT-REGLEMENT TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CPM-STATUT = "A"
                           MOVE "O" TO WS-CPT-OK
                       END-IF
               END-READ
           END-IF.
           IF WS-CPT-OK = "N"
               CLOSE COMPTE-MASTER
               ADD 1 TO WS-NB-SUSPENDUS
               DISPLAY "FACTURIER " WS-FACTURIER-COURANT
                       " : COMPTE DE REGLEMENT '" WS-CPT-REGLEMENT
                       "' INTROUVABLE OU NON ACTIF, REMISE "
                       "SUSPENDUE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-REM-FILE-PATH.
           STRING "FACTURIER-" WS-FACTURIER-COURANT "-"
                  WS-AUJOURD-HUI ".DAT"
               DELIMITED BY SIZE INTO WS-REM-FILE-PATH
           END-STRING.
           MOVE ZERO TO WS-NB-REMIS.
           MOVE ZERO TO WS-TOTAL-REMIS.

           OPEN OUTPUT REMISE-FICHIER.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PAF
               MOVE WS-PAF-IMAGE(WS-I) TO PAF-ENREG
               IF PAF-STATUT = "A"
                  AND PAF-DATE NOT > WS-AUJOURD-HUI
                  AND PAF-FACTURIER = WS-FACTURIER-COURANT
                   MOVE SPACES TO REM-LIGNE
                   STRING PAF-DATE PAF-REFERENCE PAF-MONTANT
                          PAF-MODE PAF-AGENCE
                       DELIMITED BY SIZE INTO REM-LIGNE
                   END-STRING
                   WRITE REM-LIGNE
                   ADD 1 TO WS-NB-REMIS
                   ADD PAF-MONTANT TO WS-TOTAL-REMIS
                   MOVE "O" TO WS-PAF-REMIS(WS-I)
               END-IF
           END-PERFORM.

           MOVE SPACES TO REM-LIGNE.
           STRING "99999" WS-NB-REMIS WS-TOTAL-REMIS
               DELIMITED BY SIZE INTO REM-LIGNE
           END-STRING.
           WRITE REM-LIGNE.
           CLOSE REMISE-FICHIER.

           ADD WS-TOTAL-REMIS TO CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC MISE A JOUR COMPTE "
                           WS-CPT-REGLEMENT
               NOT INVALID KEY
                   PERFORM JOURNALISER-REMISE
           END-REWRITE.
           CLOSE COMPTE-MASTER.

           ADD WS-NB-REMIS TO WS-TOTAL-GENERAL.
           DISPLAY "REMISE " WS-FACTURIER-COURANT " "
                   WS-NOM-FACTURIER " : " WS-NB-REMIS
                   " PAIEMENT(S), TOTAL " WS-TOTAL-REMIS.
           EXIT.
       FIN-REMETTRE-UN-FACTURIER.

       JOURNALISER-REMISE.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE "FAC2"         TO JRN-CODE-OPE.
           MOVE WS-TOTAL-REMIS TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE SPACES         TO JRN-LIBELLE.
           STRING "REMISE FACTURES " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
           MOVE "C"            TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE     TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
           MOVE "B"            TO JRN-CANAL.
           MOVE JRN-DATE-OPE   TO JRN-DATE-VALEUR.

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
       FIN-JOURNALISER-REMISE.

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

      *    reecrit le fichier des paiements avec les paiements remis
      *    passes au statut R, les autres inchanges.
       SAUVER-PAIEMENTS.
           OPEN OUTPUT PAIEMENTS-FACTURES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-PAF
               MOVE WS-PAF-IMAGE(WS-I) TO PAF-ENREG
               IF WS-PAF-REMIS(WS-I) = "O"
                   MOVE "R" TO PAF-STATUT
               END-IF
               WRITE PAF-ENREG
           END-PERFORM.
           CLOSE PAIEMENTS-FACTURES.
           EXIT.
       FIN-SAUVER-PAIEMENTS.

       END PROGRAM REMISES-FACTURIERS.
