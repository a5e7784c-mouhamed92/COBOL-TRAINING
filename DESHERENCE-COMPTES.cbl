       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESHERENCE-COMPTES.
       AUTHOR.    MOHAMED.

      *    traitement annuel de desherence, lance a la main comme
      *    COMPTES-DORMANTS : les avoirs d'un compte sans activite du
      *    client depuis le delai legal (parametre DELAI-DESHERENCE,
      *    en annees, 10 a defaut) reviennent a l'Etat.
      *
      *    1) transfert : un compte avise lors d'un passage precedent
      *       dont le delai de preavis (parametre PREAVIS-DESHERENCE,
      *       en jours, 180 a defaut) est ecoule et qui est toujours
      *       dormant voit son solde debite (code DSH1), vire a
      *       l'organisme des avoirs en desherence par un virement
      *       sortant, et le compte est cloture. Un compte reactive
      *       entre-temps sort de la procedure.
      *    2) avis : chaque compte dormant dont la derniere activite
      *       (DORMANCES.DAT, tenu par COMPTES-DORMANTS) depasse le
      *       delai legal recoit une lettre de dernier avis a
      *       l'adresse du titulaire, dans LETTRES-DESHERENCE-
      *       AAAAMMJJ.TXT.
      *
      *    Le registre DESHERENCE.DAT garde pour chaque compte la
      *    date d'avis, puis la date, le montant et le recu du
      *    transfert : un client qui revient y retrouve ce qui a ete
      *    verse et quand (CONSULTATION-ARCHIVE l'affiche). Les
      *    transferts du passage forment la declaration a
      *    l'organisme, DECLARATION-DESHERENCE-AAAAMMJJ.TXT.

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

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    virements sortants remis par REMISES-INTERBANCAIRES.
           SELECT VIREMENTS-SORTANTS ASSIGN TO "VIREMENTS-SORTANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSO-FILESTATUS.

           SELECT DORMANCES-FICHIER ASSIGN TO "DORMANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRM-FILESTATUS.

           SELECT DESHERENCE-FICHIER ASSIGN TO "DESHERENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSH-FILESTATUS.

           SELECT LETTRES-FICHIER ASSIGN TO WS-LET-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LET-FILESTATUS.

           SELECT DECLARATION-FICHIER ASSIGN TO WS-DCL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

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

      *    meme mise en forme que dans COMPTES-DORMANTS.
       FD  DORMANCES-FICHIER.
       01  DRM-ENREG.
           05  DRM-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DRM-DATE-DORMANCE   PIC X(8).
           05  FILLER              PIC X(1).
           05  DRM-DERNIERE-ACT    PIC X(8).

      *    DSH-STATUT : N = avis envoye, T = solde transfere a
      *    l'Etat, R = compte reactive pendant le preavis (procedure
      *    abandonnee).
       FD  DESHERENCE-FICHIER.
       01  DSH-ENREG.
           05  DSH-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DSH-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DSH-DERNIERE-ACT    PIC X(8).
           05  FILLER              PIC X(1).
           05  DSH-DATE-AVIS       PIC X(8).
           05  FILLER              PIC X(1).
           05  DSH-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  DSH-DATE-TRANSFERT  PIC X(8).
           05  FILLER              PIC X(1).
           05  DSH-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  DSH-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  DSH-NUM-SEQ         PIC 9(5).

       FD  LETTRES-FICHIER.
       01  LET-LIGNE           PIC X(80).

       FD  DECLARATION-FICHIER.
       01  DCL-LIGNE           PIC X(150).

       WORKING-STORAGE SECTION.

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-VSO-FILESTATUS   PIC X(2).
       01  WS-DRM-FILESTATUS   PIC X(2).
       01  WS-DSH-FILESTATUS   PIC X(2).
       01  WS-LET-FILESTATUS   PIC X(2).
       01  WS-DCL-FILESTATUS   PIC X(2).
       01  WS-LET-FILE-PATH    PIC X(100).
       01  WS-DCL-FILE-PATH    PIC X(100).

      *    interlock guichet/batch : ce programme ecrit les fichiers
      *    maitres et prend donc le verrou BATCH comme BATCH-JOUR.
       01  WS-PGM-VERROU       PIC X(20) VALUE "VERROU-EXPLOITATION".
       01  WS-VERROU-ACTION    PIC X(1).
       01  WS-VERROU-TYPE      PIC X(8).
       01  WS-VERROU-RESULTAT  PIC X(1).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.
       01  WS-HORODATAGE       PIC X(20).

      *    delais lus dans PARAMETRES.DAT, valeurs en dur en repli.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-DELAI-ANNEES     PIC 9(2) VALUE 10.
       01  WS-PREAVIS-JOURS    PIC 9(4) VALUE 180.

      *    organisme public destinataire des avoirs en desherence.
       01  WS-ETAT-ID          PIC X(8)  VALUE "DESHEREN".
       01  WS-ETAT-BANQUE      PIC X(5)  VALUE "TRESO".
       01  WS-ETAT-NOM         PIC X(30)
                               VALUE "FONDS DES AVOIRS EN DESHERENCE".

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-INT         PIC 9(9).
       01  WS-DATE-LIMITE      PIC X(8).
       01  WS-DATE-FIN-AVIS    PIC X(8).
       01  WS-DATE-ECHEANCE    PIC X(8).
       01  WS-DERNIERE-ACT     PIC X(8).

      *    derniere mise en dormance connue par compte.
       01  WS-NB-DRM           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-DRM.
         05 WS-DRM  OCCURS 2000 TIMES.
           10  WS-DRM-NUM-CPT   PIC X(6).
           10  WS-DRM-DERNIERE  PIC X(8).
       01  WS-D                PIC 9(4).
       01  WS-DRM-TROUVE       PIC X(1).

      *    registre de desherence charge puis reecrit en totalite.
       01  WS-NB-DSH           PIC 9(4) VALUE ZERO.
       01  WS-DSH-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-DSH.
         05 WS-DSH  OCCURS 2000 TIMES.
           10  WS-DSH-IMAGE    PIC X(80).
       01  WS-S                PIC 9(4).
       01  WS-NB-DSH-INITIAL   PIC 9(4).
       01  WS-DSH-EN-COURS     PIC X(1).

       01  WS-NB-AVIS          PIC 9(5) VALUE ZERO.
       01  WS-NB-TRANSFERTS    PIC 9(5) VALUE ZERO.
       01  WS-NB-REACTIVES     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-TRANSFERE  PIC 9(12)V9(2) VALUE ZERO.
       01  WS-MONTANT          PIC 9(10)V9(2).

       PROCEDURE DIVISION.

       MAIN-DESHERENCE-COMPTES.
           MOVE "P" TO WS-VERROU-ACTION.
           MOVE "BATCH" TO WS-VERROU-TYPE.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           IF WS-VERROU-RESULTAT NOT = "O"
               DISPLAY "VERROU D'EXPLOITATION REFUSE, JOB NON LANCE"
               GOBACK
           END-IF.

           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-DELAIS.
           PERFORM CHARGER-DORMANCES.
           PERFORM CHARGER-DESHERENCE.
           IF WS-DSH-SURCHARGE = "O"
               DISPLAY "REGISTRE DE DESHERENCE PLEIN, JOB ARRETE"
           ELSE
               OPEN INPUT CLIENT-MASTER
               OPEN I-O COMPTE-MASTER
               IF WS-CPT-FILESTATUS = "00"
                   PERFORM TRANSFERER-A-L-ETAT
                   PERFORM AVISER-TITULAIRES
                   CLOSE COMPTE-MASTER
               ELSE
                   DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               END-IF
               CLOSE CLIENT-MASTER
               PERFORM SAUVER-DESHERENCE
           END-IF.

           DISPLAY "=========== DESHERENCE DES COMPTES ===========".
           DISPLAY "INACTIFS DEPUIS LE (DELAI LEGAL) : " WS-DATE-LIMITE.
           DISPLAY "AVIS DE DERNIER RAPPEL ENVOYES   : " WS-NB-AVIS.
           DISPLAY "SOLDES TRANSFERES A L'ETAT       : "
                   WS-NB-TRANSFERTS.
           DISPLAY "MONTANT TOTAL TRANSFERE          : "
                   WS-TOTAL-TRANSFERE.
           DISPLAY "COMPTES REACTIVES PENDANT L'AVIS : "
                   WS-NB-REACTIVES.
           DISPLAY "==============================================".
           MOVE "L" TO WS-VERROU-ACTION.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           GOBACK.

      *    delai legal en annees et preavis en jours ; la date limite
      *    d'inactivite et la date de fin du preavis en decoulent.
       CHARGER-DELAIS.
           MOVE "DELAI-DESHERENCE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-DELAI-ANNEES
           END-IF.
           MOVE "PREAVIS-DESHERENCE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-PREAVIS-JOURS
           END-IF.

           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-DATE-NUM = WS-DATE-NUM - WS-DELAI-ANNEES * 10000.
           IF WS-DATE-NUM(5:4) = "0229"
               MOVE "0228" TO WS-DATE-NUM(5:4)
           END-IF.
           MOVE WS-DATE-NUM TO WS-DATE-LIMITE.

      *    un avis n'ouvre droit au transfert qu'une fois le preavis
      *    ecoule : avis poses au plus tard a cette date.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   - WS-PREAVIS-JOURS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-DATE-FIN-AVIS.

      *    echeance annoncee dans la lettre.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-PREAVIS-JOURS.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-DATE-ECHEANCE.
           EXIT.
       FIN-CHARGER-DELAIS.

       CHARGER-DORMANCES.
           MOVE ZERO TO WS-NB-DRM.
           OPEN INPUT DORMANCES-FICHIER.
           IF WS-DRM-FILESTATUS = "00"
               PERFORM UNTIL WS-DRM-FILESTATUS NOT = "00"
                   READ DORMANCES-FICHIER
                       AT END MOVE "10" TO WS-DRM-FILESTATUS
                       NOT AT END
                           PERFORM RETENIR-DORMANCE
                   END-READ
               END-PERFORM
               CLOSE DORMANCES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-DORMANCES.

      *    la ligne la plus recente d'un compte remplace la
      *    precedente (compte reactive puis redevenu dormant).
       RETENIR-DORMANCE.
           MOVE "N" TO WS-DRM-TROUVE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NB-DRM OR WS-DRM-TROUVE = "O"
               IF WS-DRM-NUM-CPT(WS-D) = DRM-NUM-CPT
                   MOVE "O" TO WS-DRM-TROUVE
                   MOVE DRM-DERNIERE-ACT TO WS-DRM-DERNIERE(WS-D)
               END-IF
           END-PERFORM.
           IF WS-DRM-TROUVE = "N" AND WS-NB-DRM < 2000
               ADD 1 TO WS-NB-DRM
               MOVE DRM-NUM-CPT      TO WS-DRM-NUM-CPT(WS-NB-DRM)
               MOVE DRM-DERNIERE-ACT TO WS-DRM-DERNIERE(WS-NB-DRM)
           END-IF.
           EXIT.
       FIN-RETENIR-DORMANCE.

      *    phase 1 : les avis dont le preavis est ecoule.
       TRANSFERER-A-L-ETAT.
           MOVE SPACES TO WS-DCL-FILE-PATH.
           STRING "DECLARATION-DESHERENCE-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-DCL-FILE-PATH
           END-STRING.
           OPEN OUTPUT DECLARATION-FICHIER.
           MOVE SPACES TO DCL-LIGNE.
           STRING "E" WS-AUJOURD-HUI WS-ETAT-ID WS-ETAT-BANQUE
                  "DECLARATION DES AVOIRS EN DESHERENCE"
               DELIMITED BY SIZE INTO DCL-LIGNE
           END-STRING.
           WRITE DCL-LIGNE.

           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-DSH
               MOVE WS-DSH-IMAGE(WS-S) TO DSH-ENREG
               IF DSH-STATUT = "N" AND DSH-DATE-AVIS <= WS-DATE-FIN-AVIS
                   PERFORM TRANSFERER-UN-COMPTE
                   MOVE DSH-ENREG TO WS-DSH-IMAGE(WS-S)
               END-IF
           END-PERFORM.

           MOVE SPACES TO DCL-LIGNE.
           STRING "T" WS-AUJOURD-HUI WS-NB-TRANSFERTS
                  WS-TOTAL-TRANSFERE
               DELIMITED BY SIZE INTO DCL-LIGNE
           END-STRING.
           WRITE DCL-LIGNE.
           CLOSE DECLARATION-FICHIER.
           EXIT.
       FIN-TRANSFERER-A-L-ETAT.

      *    compte avise (DSH-ENREG) : toujours dormant et crediteur,
      *    le solde part a l'Etat et le compte est cloture ; reactive
      *    ou solde nul, la procedure s'arrete la.
       TRANSFERER-UN-COMPTE.
           MOVE DSH-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "R" TO DSH-STATUT
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "D" OR CPM-SOLDE-CPT NOT > 0
               MOVE "R" TO DSH-STATUT
               ADD 1 TO WS-NB-REACTIVES
               EXIT PARAGRAPH
           END-IF.

           MOVE CPM-SOLDE-CPT TO WS-MONTANT.
           MOVE ZERO TO CPM-SOLDE-CPT.
           MOVE "C"  TO CPM-STATUT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC TRANSFERT DESHERENCE COMPTE "
                           CPM-NUM-CPT
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM JOURNALISER-DESHERENCE.
           PERFORM POSER-VIREMENT-ETAT.

           MOVE "T"            TO DSH-STATUT.
           MOVE WS-AUJOURD-HUI TO DSH-DATE-TRANSFERT.
           MOVE WS-MONTANT     TO DSH-MONTANT.
           MOVE CPM-DEVISE-CPT TO DSH-DEVISE.
           MOVE WS-NUM-SEQ     TO DSH-NUM-SEQ.
           ADD 1 TO WS-NB-TRANSFERTS.
           ADD WS-MONTANT TO WS-TOTAL-TRANSFERE.
           PERFORM DECLARER-UN-COMPTE.
           EXIT.
       FIN-TRANSFERER-UN-COMPTE.

       DECLARER-UN-COMPTE.
           MOVE SPACES TO CLM-NOM-CLT.
           MOVE SPACES TO CLM-PRENOM-CLT.
           MOVE SPACES TO CLM-CIN-CLT.
           MOVE SPACES TO CLM-ADRESSE-CLT.
           MOVE SPACES TO CLM-DATE-NAISS.
           MOVE DSH-MAT-CLT TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           MOVE SPACES TO DCL-LIGNE.
           STRING "D" DSH-NUM-CPT CPM-AGENCE DSH-MAT-CLT
                  CLM-NOM-CLT CLM-PRENOM-CLT CLM-DATE-NAISS
                  CLM-CIN-CLT CLM-ADRESSE-CLT
                  DSH-DERNIERE-ACT DSH-DATE-AVIS
                  DSH-MONTANT DSH-DEVISE DSH-DATE-TRANSFERT
               DELIMITED BY SIZE INTO DCL-LIGNE
           END-STRING.
           WRITE DCL-LIGNE.
           EXIT.
       FIN-DECLARER-UN-COMPTE.

       POSER-VIREMENT-ETAT.
           MOVE SPACES          TO VSO-ENREG.
           MOVE WS-AUJOURD-HUI  TO VSO-DATE.
           MOVE CPM-NUM-CPT     TO VSO-NUM-CPT.
           MOVE WS-MONTANT      TO VSO-MONTANT.
           MOVE CPM-DEVISE-CPT  TO VSO-DEVISE.
           MOVE WS-ETAT-ID      TO VSO-ID-EXTERNE.
           MOVE WS-ETAT-BANQUE  TO VSO-CODE-BANQUE.
           MOVE WS-ETAT-NOM     TO VSO-NOM-BENEF.
           MOVE "A"             TO VSO-STATUT.
           OPEN EXTEND VIREMENTS-SORTANTS.
           IF WS-VSO-FILESTATUS = "35"
               OPEN OUTPUT VIREMENTS-SORTANTS
           END-IF.
           WRITE VSO-ENREG.
           CLOSE VIREMENTS-SORTANTS.
           EXIT.
       FIN-POSER-VIREMENT-ETAT.

      *    phase 2 : dernier avis aux titulaires des comptes dormants
      *    au-dela du delai legal et pas encore dans la procedure.
       AVISER-TITULAIRES.
           MOVE SPACES TO WS-LET-FILE-PATH.
           STRING "LETTRES-DESHERENCE-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-LET-FILE-PATH
           END-STRING.
           OPEN OUTPUT LETTRES-FICHIER.
           MOVE WS-NB-DSH TO WS-NB-DSH-INITIAL.

           MOVE LOW-VALUE TO CPM-NUM-CPT.
           START COMPTE-MASTER KEY IS NOT LESS THAN CPM-NUM-CPT
               INVALID KEY CONTINUE
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-STATUT = "D" AND CPM-SOLDE-CPT > 0
                           PERFORM EXAMINER-UN-DORMANT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LETTRES-FICHIER.
           EXIT.
       FIN-AVISER-TITULAIRES.

      *    derniere activite : celle de DORMANCES.DAT ; un compte
      *    passe dormant avant la tenue de ce fichier y est inscrit
      *    ce jour avec la date la plus recente possible (un an
      *    avant aujourd'hui), le delai ne court donc jamais trop tot.
       EXAMINER-UN-DORMANT.
           MOVE "N" TO WS-DSH-EN-COURS.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-DSH-INITIAL
               MOVE WS-DSH-IMAGE(WS-S) TO DSH-ENREG
               IF DSH-NUM-CPT = CPM-NUM-CPT AND DSH-STATUT = "N"
                   MOVE "O" TO WS-DSH-EN-COURS
               END-IF
           END-PERFORM.
           IF WS-DSH-EN-COURS = "O"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-DRM-TROUVE.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NB-DRM OR WS-DRM-TROUVE = "O"
               IF WS-DRM-NUM-CPT(WS-D) = CPM-NUM-CPT
                   MOVE "O" TO WS-DRM-TROUVE
                   MOVE WS-DRM-DERNIERE(WS-D) TO WS-DERNIERE-ACT
               END-IF
           END-PERFORM.
           IF WS-DRM-TROUVE = "N"
               PERFORM INSCRIRE-DORMANCE-ANCIENNE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DERNIERE-ACT >= WS-DATE-LIMITE
               EXIT PARAGRAPH
           END-IF.

           IF WS-NB-DSH >= 2000
               DISPLAY "REGISTRE DE DESHERENCE PLEIN, COMPTE "
                       CPM-NUM-CPT " A AVISER AU PROCHAIN PASSAGE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES          TO DSH-ENREG.
           MOVE CPM-NUM-CPT     TO DSH-NUM-CPT.
           MOVE CPM-TITUL-CPT   TO DSH-MAT-CLT.
           MOVE WS-DERNIERE-ACT TO DSH-DERNIERE-ACT.
           MOVE WS-AUJOURD-HUI  TO DSH-DATE-AVIS.
           MOVE "N"             TO DSH-STATUT.
           MOVE ZERO            TO DSH-MONTANT.
           MOVE ZERO            TO DSH-NUM-SEQ.
           ADD 1 TO WS-NB-DSH.
           MOVE DSH-ENREG TO WS-DSH-IMAGE(WS-NB-DSH).
           ADD 1 TO WS-NB-AVIS.
           PERFORM ECRIRE-LETTRE-AVIS.
           EXIT.
       FIN-EXAMINER-UN-DORMANT.

       INSCRIRE-DORMANCE-ANCIENNE.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 365.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE SPACES         TO DRM-ENREG.
           MOVE CPM-NUM-CPT    TO DRM-NUM-CPT.
           MOVE WS-AUJOURD-HUI TO DRM-DATE-DORMANCE.
           MOVE WS-DATE-NUM    TO DRM-DERNIERE-ACT.
           OPEN EXTEND DORMANCES-FICHIER.
           IF WS-DRM-FILESTATUS = "35"
               OPEN OUTPUT DORMANCES-FICHIER
           END-IF.
           WRITE DRM-ENREG.
           CLOSE DORMANCES-FICHIER.
           EXIT.
       FIN-INSCRIRE-DORMANCE-ANCIENNE.

       ECRIRE-LETTRE-AVIS.
           MOVE "INCONNU" TO CLM-NOM-CLT.
           MOVE SPACES TO CLM-PRENOM-CLT.
           MOVE SPACES TO CLM-ADRESSE-CLT.
           MOVE CPM-TITUL-CPT TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY CONTINUE
           END-READ.
           MOVE ALL "-" TO LET-LIGNE.
           WRITE LET-LIGNE.
           MOVE SPACES TO LET-LIGNE.
           STRING CLM-NOM-CLT " " CLM-PRENOM-CLT
               DELIMITED BY SIZE INTO LET-LIGNE
           END-STRING.
           WRITE LET-LIGNE.
           MOVE CLM-ADRESSE-CLT TO LET-LIGNE.
           WRITE LET-LIGNE.
           MOVE SPACES TO LET-LIGNE.
           WRITE LET-LIGNE.
           MOVE SPACES TO LET-LIGNE.
           STRING "LE " WS-AUJOURD-HUI
                  " - OBJET : DERNIER AVIS AVANT DESHERENCE"
               DELIMITED BY SIZE INTO LET-LIGNE
           END-STRING.
           WRITE LET-LIGNE.
           MOVE SPACES TO LET-LIGNE.
           STRING "VOTRE COMPTE " CPM-NUM-CPT
                  " N'A CONNU AUCUNE OPERATION DE VOTRE PART"
               DELIMITED BY SIZE INTO LET-LIGNE
           END-STRING.
           WRITE LET-LIGNE.
           MOVE SPACES TO LET-LIGNE.
           STRING "DEPUIS LE " WS-DERNIERE-ACT ". SON SOLDE DE "
                  CPM-SOLDE-CPT " " CPM-DEVISE-CPT
               DELIMITED BY SIZE INTO LET-LIGNE
           END-STRING.
           WRITE LET-LIGNE.
           MOVE SPACES TO LET-LIGNE.
           STRING "SERA VERSE A L'ETAT APRES LE " WS-DATE-ECHEANCE
                  " SAUF MANIFESTATION DE VOTRE PART"
               DELIMITED BY SIZE INTO LET-LIGNE
           END-STRING.
           WRITE LET-LIGNE.
           MOVE "AUPRES DE VOTRE AGENCE." TO LET-LIGNE.
           WRITE LET-LIGNE.
           EXIT.
       FIN-ECRIRE-LETTRE-AVIS.

       JOURNALISER-DESHERENCE.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE "DSH1"         TO JRN-CODE-OPE.
           MOVE WS-MONTANT     TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE "DESHERENCE - VERSE A L'ETAT" TO JRN-LIBELLE.
           MOVE "D"            TO JRN-SENS.
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
       FIN-JOURNALISER-DESHERENCE.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl :
      *    START sur la date du jour puis lecture des seuls recus de
      *    la journee pour reprendre apres le dernier numero pose.
       PROCHAIN-NUM-SEQ.
           MOVE ZERO TO WS-NUM-SEQ.

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

       CHARGER-DESHERENCE.
           MOVE ZERO TO WS-NB-DSH.
           MOVE "N" TO WS-DSH-SURCHARGE.
           OPEN INPUT DESHERENCE-FICHIER.
           IF WS-DSH-FILESTATUS = "00"
               PERFORM UNTIL WS-DSH-FILESTATUS NOT = "00"
                   READ DESHERENCE-FICHIER
                       AT END MOVE "10" TO WS-DSH-FILESTATUS
                       NOT AT END
                           IF WS-NB-DSH < 2000
                               ADD 1 TO WS-NB-DSH
                               MOVE DSH-ENREG TO
                                    WS-DSH-IMAGE(WS-NB-DSH)
                           ELSE
                               MOVE "O" TO WS-DSH-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DESHERENCE-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-DESHERENCE.

       SAUVER-DESHERENCE.
           OPEN OUTPUT DESHERENCE-FICHIER.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-DSH
               MOVE WS-DSH-IMAGE(WS-S) TO DSH-ENREG
               WRITE DSH-ENREG
           END-PERFORM.
           CLOSE DESHERENCE-FICHIER.
           EXIT.
       FIN-SAUVER-DESHERENCE.

       END PROGRAM DESHERENCE-COMPTES.
