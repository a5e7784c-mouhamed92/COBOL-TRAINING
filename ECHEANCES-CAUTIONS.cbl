       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECHEANCES-CAUTIONS.
       AUTHOR.    MOHAMED.

      *    traitement batch quotidien (chaine BATCH-JOUR) du registre
      *    des cautions bancaires tenu par MAJ-CAUTIONS :
      *      - une caution active dont la date d'expiration est
      *        passee s'eteint (statut E) : l'engagement hors bilan
      *        est extourne sous GAR2 et la retenue CAU de la
      *        contre-garantie levee ; un depot nanti redevient
      *        libre de lui-meme ;
      *      - la commission trimestrielle, payable d'avance, est
      *        prelevee sur le compte du donneur d'ordre (GAR4) a
      *        l'emission puis tous les trois mois : parametre
      *        TAUX-COMM-CAUTION en pour cent du montant par
      *        trimestre (0,5 a defaut), avec un minimum
      *        COMM-CAUTION-MIN (100 a defaut). Une commission
      *        que le compte ne couvre pas (solde + decouvert) est
      *        signalee et represente au passage suivant.
      *    Le rapport CAUTIONS-AAAAMMJJ.TXT reprend les commissions,
      *    les impayes, les extinctions et l'encours des cautions
      *    actives par devise, avec celles qui expirent dans les 30
      *    jours.

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

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

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

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-CAB-FILESTATUS   PIC X(2).
       01  WS-RET-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.
       01  WS-HORODATAGE       PIC X(20).

      *    taux et minimum de la commission, lus dans PARAMETRES.DAT ;
      *    les valeurs en dur ne servent que de repli quand la cle
      *    n'est pas en vigueur.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-TAUX-COMMISSION  PIC 9(2)V9(4) VALUE 0.5.
       01  WS-COMMISSION-MIN   PIC 9(6)V9(2) VALUE 100.
       01  WS-COMMISSION       PIC 9(8)V9(2).

       01  WS-NB-CAB           PIC 9(4) VALUE ZERO.
       01  WS-CAB-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CAB.
         05 WS-CAB  OCCURS 1000 TIMES.
           10  WS-CAB-IMAGE    PIC X(140).
       01  WS-K                PIC 9(4).

       01  WS-NB-RET           PIC 9(3) VALUE ZERO.
       01  WS-RET-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-RET-MODIFIEES    PIC X(1) VALUE "N".
       01  WS-TABLE-RET.
         05 WS-RET  OCCURS 500 TIMES.
           10  WS-RET-IMAGE    PIC X(60).
       01  WS-R                PIC 9(3).
       01  WS-REF-RETENUE      PIC X(8).

      *    prochaine commission : trois mois apres la derniere (au
      *    plus le 28 du mois, pour rester une date valide).
       01  WS-PROCHAINE-COMM.
           05  WS-PRC-ANNEE    PIC 9(4).
           05  WS-PRC-MOIS     PIC 9(2).
           05  WS-PRC-JOUR     PIC 9(2).

      *    ecriture au journal : code, sens, montant et compte (a
      *    blanc pour les lignes hors bilan).
       01  WS-CODE-JRN         PIC X(4).
       01  WS-SENS-JRN         PIC X(1).
       01  WS-MONTANT-JRN      PIC 9(10)V9(2).
       01  WS-CPT-JRN          PIC X(6).
       01  WS-SOLDE-JRN        PIC S9(10)V9(2).
       01  WS-AGENCE-JRN       PIC X(3).
       01  WS-LIBELLE-JRN      PIC X(30).

      *    lignes du rapport mises de cote pendant le passage.
       01  WS-NB-LIG           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-LIG.
         05 WS-LIG  OCCURS 2000 TIMES.
           10  WS-LIG-TEXTE    PIC X(120).
       01  WS-L                PIC 9(4).

      *    encours des cautions actives, devise par devise.
       01  WS-NB-ENC           PIC 9(1) VALUE ZERO.
       01  WS-TABLE-ENC.
         05 WS-ENC  OCCURS 9 TIMES.
           10  WS-ENC-DEVISE   PIC X(3).
           10  WS-ENC-NOMBRE   PIC 9(5).
           10  WS-ENC-MONTANT  PIC 9(12)V9(2).
       01  WS-E                PIC 9(1).
       01  WS-ENC-TROUVE       PIC X(1).

       01  WS-DATE-NUM-A       PIC 9(8).
       01  WS-DATE-NUM-B       PIC 9(8).
       01  WS-JOURS            PIC S9(5).

       01  WS-NB-COMMISSIONS   PIC 9(5) VALUE ZERO.
       01  WS-NB-IMPAYES       PIC 9(5) VALUE ZERO.
       01  WS-NB-EXPIREES      PIC 9(5) VALUE ZERO.
       01  WS-NB-ACTIVES       PIC 9(5) VALUE ZERO.
       01  WS-NB-PROCHES       PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-COMMISSIONS PIC 9(10)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-ECHEANCES-CAUTIONS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-TARIFS-CAUTIONS.
           PERFORM CHARGER-CAUTIONS.
           IF WS-CAB-SURCHARGE = "O"
               DISPLAY "PLUS DE 1000 CAUTIONS, TRAITEMENT NON FAIT"
               GOBACK
           END-IF.
           PERFORM CHARGER-RETENUES.
           IF WS-RET-SURCHARGE = "O"
               DISPLAY "REGISTRE DES RETENUES PLEIN, TRAITEMENT "
                       "DES CAUTIONS NON FAIT"
               GOBACK
           END-IF.

           OPEN I-O COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               GOBACK
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CAB
               MOVE WS-CAB-IMAGE(WS-K) TO CAB-ENREG
               IF CAB-STATUT = "A"
                   IF CAB-DATE-EXPIR < WS-AUJOURD-HUI
                       PERFORM ETEINDRE-CAUTION
                   ELSE
                       PERFORM TRAITER-COMMISSION
                   END-IF
                   MOVE CAB-ENREG TO WS-CAB-IMAGE(WS-K)
               END-IF
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           PERFORM SAUVER-CAUTIONS.
           IF WS-RET-MODIFIEES = "O"
               PERFORM SAUVER-RETENUES
           END-IF.

           PERFORM EDITER-RAPPORT.

           DISPLAY "========== CAUTIONS BANCAIRES ==========".
           DISPLAY "COMMISSIONS PRELEVEES : " WS-NB-COMMISSIONS.
           DISPLAY "TOTAL PRELEVE         : " WS-TOTAL-COMMISSIONS.
           DISPLAY "COMMISSIONS IMPAYEES  : " WS-NB-IMPAYES.
           DISPLAY "CAUTIONS EXPIREES     : " WS-NB-EXPIREES.
           DISPLAY "CAUTIONS ACTIVES      : " WS-NB-ACTIVES.
           DISPLAY "RAPPORT DANS " WS-RAP-FILE-PATH.
           DISPLAY "========================================".
           GOBACK.

       CHARGER-TARIFS-CAUTIONS.
           MOVE "TAUX-COMM-CAUTION" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-TAUX-COMMISSION
           END-IF.
           MOVE "COMM-CAUTION-MIN" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-COMMISSION-MIN
           END-IF.
           EXIT.
       FIN-CHARGER-TARIFS-CAUTIONS.

      *    expiration de la caution courante : extourne hors bilan,
      *    levee de la retenue CAU, statut E.
       ETEINDRE-CAUTION.
           MOVE "GAR2"         TO WS-CODE-JRN.
           MOVE "C"            TO WS-SENS-JRN.
           MOVE CAB-MONTANT    TO WS-MONTANT-JRN.
           MOVE SPACES         TO WS-CPT-JRN.
           MOVE ZERO           TO WS-SOLDE-JRN.
           MOVE SPACES         TO WS-AGENCE-JRN.
           MOVE CAB-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               NOT INVALID KEY
                   MOVE CPM-AGENCE TO WS-AGENCE-JRN
           END-READ.
           MOVE SPACES         TO WS-LIBELLE-JRN.
           STRING "FIN CAUTION " CAB-NUMERO " " CAB-TYPE
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-CAUTION.

           IF CAB-CONTRE-TYPE = "R"
               MOVE SPACES TO WS-REF-RETENUE
               MOVE CAB-NUMERO TO WS-REF-RETENUE(1:6)
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-NB-RET
                   MOVE WS-RET-IMAGE(WS-R) TO RET-ENREG
                   IF RET-MOTIF = "CAU" AND RET-REF = WS-REF-RETENUE
                      AND RET-STATUT = "A"
                       MOVE "L" TO RET-STATUT
                       MOVE RET-ENREG TO WS-RET-IMAGE(WS-R)
                       MOVE "O" TO WS-RET-MODIFIEES
                   END-IF
               END-PERFORM
           END-IF.

           MOVE "E" TO CAB-STATUT.
           MOVE WS-AUJOURD-HUI TO CAB-DATE-FIN.
           ADD 1 TO WS-NB-EXPIREES.
           MOVE SPACES TO RAP-LIGNE.
           STRING "EXPIREE    CAUTION " CAB-NUMERO
                  " CLIENT " CAB-MAT-CLT
                  " " CAB-TYPE " " CAB-MONTANT " " CAB-DEVISE
                  " ECHUE LE " CAB-DATE-EXPIR
                  " CONTRE-GARANTIE " CAB-CONTRE-TYPE " LIBEREE"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           PERFORM MEMORISER-LIGNE.
           EXIT.
       FIN-ETEINDRE-CAUTION.

      *    commission de la caution courante si le trimestre est
      *    echu (ou a l'emission) : prelevement si le compte actif la
      *    couvre, sinon signalee et represente.
       TRAITER-COMMISSION.
           IF CAB-DERN-COMMISSION NOT = SPACES
               MOVE CAB-DERN-COMMISSION TO WS-PROCHAINE-COMM
               ADD 3 TO WS-PRC-MOIS
               IF WS-PRC-MOIS > 12
                   SUBTRACT 12 FROM WS-PRC-MOIS
                   ADD 1 TO WS-PRC-ANNEE
               END-IF
               IF WS-PRC-JOUR > 28
                   MOVE 28 TO WS-PRC-JOUR
               END-IF
               IF WS-PROCHAINE-COMM > WS-AUJOURD-HUI
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-AUJOURD-HUI TO WS-PROCHAINE-COMM
           END-IF.

           COMPUTE WS-COMMISSION ROUNDED =
                   CAB-MONTANT * WS-TAUX-COMMISSION / 100.
           IF WS-COMMISSION < WS-COMMISSION-MIN
               MOVE WS-COMMISSION-MIN TO WS-COMMISSION
           END-IF.

           MOVE CAB-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   PERFORM SIGNALER-IMPAYE
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
              OR WS-COMMISSION > CPM-SOLDE-CPT + CPM-DECOUVERT
               PERFORM SIGNALER-IMPAYE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-COMMISSION FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC PRELEVEMENT COMMISSION CAUTION "
                           CAB-NUMERO
                   EXIT PARAGRAPH
           END-REWRITE.

           MOVE "GAR4"         TO WS-CODE-JRN.
           MOVE "D"            TO WS-SENS-JRN.
           MOVE WS-COMMISSION  TO WS-MONTANT-JRN.
           MOVE CPM-NUM-CPT    TO WS-CPT-JRN.
           MOVE CPM-SOLDE-CPT  TO WS-SOLDE-JRN.
           MOVE CPM-AGENCE     TO WS-AGENCE-JRN.
           MOVE SPACES         TO WS-LIBELLE-JRN.
           STRING "COMMISSION CAUTION " CAB-NUMERO
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-CAUTION.

           MOVE WS-PROCHAINE-COMM TO CAB-DERN-COMMISSION.
           ADD 1 TO WS-NB-COMMISSIONS.
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSIONS.
           MOVE SPACES TO RAP-LIGNE.
           STRING "COMMISSION CAUTION " CAB-NUMERO
                  " CLIENT " CAB-MAT-CLT
                  " COMPTE " CAB-NUM-CPT
                  " " WS-COMMISSION " " CAB-DEVISE
                  " TRIMESTRE DU " WS-PROCHAINE-COMM
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           PERFORM MEMORISER-LIGNE.
           EXIT.
       FIN-TRAITER-COMMISSION.

       SIGNALER-IMPAYE.
           ADD 1 TO WS-NB-IMPAYES.
           MOVE SPACES TO RAP-LIGNE.
           STRING "IMPAYEE    CAUTION " CAB-NUMERO
                  " CLIENT " CAB-MAT-CLT
                  " COMPTE " CAB-NUM-CPT
                  " COMMISSION " WS-COMMISSION " " CAB-DEVISE
                  " DUE DEPUIS LE " WS-PROCHAINE-COMM
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           PERFORM MEMORISER-LIGNE.
           EXIT.
       FIN-SIGNALER-IMPAYE.

       MEMORISER-LIGNE.
           IF WS-NB-LIG < 2000
               ADD 1 TO WS-NB-LIG
               MOVE RAP-LIGNE TO WS-LIG-TEXTE(WS-NB-LIG)
           END-IF.
           EXIT.
       FIN-MEMORISER-LIGNE.

      *    mouvements du passage, puis encours des cautions restees
      *    actives par devise et celles qui expirent sous 30 jours.
       EDITER-RAPPORT.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "CAUTIONS-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CAUTIONS BANCAIRES AU " WS-AUJOURD-HUI
                  " - COMMISSION " WS-TAUX-COMMISSION
                  " % PAR TRIMESTRE, MINIMUM " WS-COMMISSION-MIN
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-NB-LIG
               MOVE WS-LIG-TEXTE(WS-L) TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "CAUTIONS ACTIVES EXPIRANT SOUS 30 JOURS :"
             TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CAB
               MOVE WS-CAB-IMAGE(WS-K) TO CAB-ENREG
               IF CAB-STATUT = "A"
                   PERFORM CUMULER-ENCOURS
               END-IF
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "ENCOURS HORS BILAN DES CAUTIONS ACTIVES :"
             TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ENC
               MOVE SPACES TO RAP-LIGNE
               STRING "  " WS-ENC-DEVISE(WS-E) " : "
                      WS-ENC-NOMBRE(WS-E) " CAUTION(S) POUR "
                      WS-ENC-MONTANT(WS-E)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL : " WS-NB-COMMISSIONS " COMMISSION(S), "
                  WS-NB-IMPAYES " IMPAYEE(S), " WS-NB-EXPIREES
                  " EXPIREE(S), " WS-NB-ACTIVES " ACTIVE(S) DONT "
                  WS-NB-PROCHES " A ECHEANCE SOUS 30 JOURS"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-RAPPORT.

       CUMULER-ENCOURS.
           ADD 1 TO WS-NB-ACTIVES.
           MOVE "N" TO WS-ENC-TROUVE.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-ENC OR WS-ENC-TROUVE = "O"
               IF WS-ENC-DEVISE(WS-E) = CAB-DEVISE
                   MOVE "O" TO WS-ENC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ENC-TROUVE = "O"
               SUBTRACT 1 FROM WS-E
           ELSE
               IF WS-NB-ENC < 9
                   ADD 1 TO WS-NB-ENC
                   MOVE WS-NB-ENC TO WS-E
                   MOVE CAB-DEVISE TO WS-ENC-DEVISE(WS-E)
                   MOVE ZERO TO WS-ENC-NOMBRE(WS-E)
                   MOVE ZERO TO WS-ENC-MONTANT(WS-E)
               ELSE
                   MOVE ZERO TO WS-E
               END-IF
           END-IF.
           IF WS-E > 0
               ADD 1 TO WS-ENC-NOMBRE(WS-E)
               ADD CAB-MONTANT TO WS-ENC-MONTANT(WS-E)
           END-IF.

           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM-A.
           MOVE CAB-DATE-EXPIR TO WS-DATE-NUM-B.
           COMPUTE WS-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A).
           IF WS-JOURS <= 30
               ADD 1 TO WS-NB-PROCHES
               MOVE SPACES TO RAP-LIGNE
               STRING "  CAUTION " CAB-NUMERO
                      " CLIENT " CAB-MAT-CLT
                      " " CAB-TYPE " " CAB-MONTANT " " CAB-DEVISE
                      " EXPIRE LE " CAB-DATE-EXPIR
                      " BENEFICIAIRE " CAB-BENEFICIAIRE
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           EXIT.
       FIN-CUMULER-ENCOURS.

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
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE WS-LIBELLE-JRN TO JRN-LIBELLE.
           MOVE WS-SENS-JRN    TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE WS-AGENCE-JRN  TO JRN-AGENCE.
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
       FIN-JOURNALISER-CAUTION.

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

       CHARGER-CAUTIONS.
           MOVE ZERO TO WS-NB-CAB.
           MOVE "N" TO WS-CAB-SURCHARGE.
           OPEN INPUT CAUTIONS-FICHIER.
           IF WS-CAB-FILESTATUS = "00"
               PERFORM UNTIL WS-CAB-FILESTATUS NOT = "00"
                   READ CAUTIONS-FICHIER
                       AT END MOVE "10" TO WS-CAB-FILESTATUS
                       NOT AT END
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

       SAUVER-CAUTIONS.
           IF WS-NB-CAB = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CAUTIONS-FICHIER.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CAB
               MOVE WS-CAB-IMAGE(WS-K) TO CAB-ENREG
               WRITE CAB-ENREG
           END-PERFORM.
           CLOSE CAUTIONS-FICHIER.
           EXIT.
       FIN-SAUVER-CAUTIONS.

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

       END PROGRAM ECHEANCES-CAUTIONS.
