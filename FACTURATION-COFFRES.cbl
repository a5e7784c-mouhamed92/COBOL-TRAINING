       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURATION-COFFRES.
       AUTHOR.    MOHAMED.

      *    traitement batch mensuel (fin de mois, chaine BATCH-JOUR) :
      *    preleve le loyer annuel de chaque coffre loue dont
      *    l'echeance est arrivee, sur le compte rattache au coffre,
      *    au tarif de sa taille (parametres LOYER-COFFRE-P/M/G),
      *    journalise en code COF1 ; l'echeance avance alors d'un an.
      *    Un loyer que le compte ne couvre pas (solde + decouvert)
      *    passe le coffre au statut I - acces refuse au guichet - et
      *    sera represente au passage suivant. Tous les coffres
      *    impayes sont listes avec leur agence dans COFFRES-IMPAYES-
      *    AAAAMMJJ.TXT pour relance, et ceux qui le restent au-dela
      *    du delai de grace (parametre DELAI-COFFRE-IMPAYE, 180
      *    jours a defaut) y sont signales pour ouverture forcee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COFFRES-FICHIER ASSIGN TO "COFFRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFR-FILESTATUS.

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

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-CFR-FILESTATUS   PIC X(2).
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

      *    loyers annuels par taille et delai de grace, lus dans
      *    PARAMETRES.DAT ; les valeurs en dur ne servent que de
      *    repli quand la cle n'est pas en vigueur.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-LOYER-P          PIC 9(6)V9(2) VALUE 300.
       01  WS-LOYER-M          PIC 9(6)V9(2) VALUE 500.
       01  WS-LOYER-G          PIC 9(6)V9(2) VALUE 800.
       01  WS-DELAI-GRACE      PIC 9(5) VALUE 180.
       01  WS-LOYER            PIC 9(6)V9(2).

       01  WS-NB-CFR           PIC 9(3) VALUE ZERO.
       01  WS-CFR-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CFR.
         05 WS-CFR  OCCURS 500 TIMES.
           10  WS-CFR-IMAGE    PIC X(80).
       01  WS-C                PIC 9(3).

      *    echeance suivante : meme jour l'annee d'apres (le 29
      *    fevrier retombe au 28).
       01  WS-ECHEANCE-SUIV.
           05  WS-ECH-ANNEE    PIC 9(4).
           05  WS-ECH-MOIS-JOUR PIC X(4).

       01  WS-DATE-NUM-A       PIC 9(8).
       01  WS-DATE-NUM-B       PIC 9(8).
       01  WS-JOURS            PIC 9(5).

       01  WS-NB-FACTURES      PIC 9(5) VALUE ZERO.
       01  WS-NB-IMPAYES       PIC 9(5) VALUE ZERO.
       01  WS-NB-A-FORCER      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-LOYERS     PIC 9(10)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-FACTURATION-COFFRES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-TARIFS-COFFRES.
           PERFORM CHARGER-COFFRES.
           IF WS-CFR-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 COFFRES, FACTURATION NON FAITE"
               GOBACK
           END-IF.

           OPEN I-O COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               GOBACK
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CFR
               MOVE WS-CFR-IMAGE(WS-C) TO CFR-ENREG
               IF (CFR-STATUT = "L" OR CFR-STATUT = "I")
                  AND CFR-ECHEANCE NOT = SPACES
                  AND CFR-ECHEANCE <= WS-AUJOURD-HUI
                   PERFORM FACTURER-COFFRE
                   MOVE CFR-ENREG TO WS-CFR-IMAGE(WS-C)
               END-IF
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           PERFORM SAUVER-COFFRES.

           PERFORM EDITER-IMPAYES.

           DISPLAY "========== LOYERS DES COFFRES ==========".
           DISPLAY "LOYERS PRELEVES      : " WS-NB-FACTURES.
           DISPLAY "TOTAL PRELEVE        : " WS-TOTAL-LOYERS.
           DISPLAY "COFFRES IMPAYES      : " WS-NB-IMPAYES.
           DISPLAY "A OUVRIR DE FORCE    : " WS-NB-A-FORCER.
           DISPLAY "RAPPORT DANS " WS-RAP-FILE-PATH.
           DISPLAY "========================================".
           GOBACK.

       CHARGER-TARIFS-COFFRES.
           MOVE "LOYER-COFFRE-P" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-LOYER-P
           END-IF.
           MOVE "LOYER-COFFRE-M" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-LOYER-M
           END-IF.
           MOVE "LOYER-COFFRE-G" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-LOYER-G
           END-IF.
           MOVE "DELAI-COFFRE-IMPAYE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-DELAI-GRACE
           END-IF.
           EXIT.
       FIN-CHARGER-TARIFS-COFFRES.

      *    loyer du coffre courant (CFR-ENREG) : prelevement si le
      *    compte actif le couvre, sinon statut I a la premiere
      *    echeance manquee.
       FACTURER-COFFRE.
           EVALUATE CFR-TAILLE
               WHEN "P" MOVE WS-LOYER-P TO WS-LOYER
               WHEN "M" MOVE WS-LOYER-M TO WS-LOYER
               WHEN OTHER MOVE WS-LOYER-G TO WS-LOYER
           END-EVALUATE.

           MOVE CFR-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   PERFORM MARQUER-IMPAYE
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
              OR WS-LOYER > CPM-SOLDE-CPT + CPM-DECOUVERT
               PERFORM MARQUER-IMPAYE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-LOYER FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC PRELEVEMENT LOYER COFFRE "
                           CFR-NUMERO
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM JOURNALISER-LOYER.
           ADD 1 TO WS-NB-FACTURES.
           ADD WS-LOYER TO WS-TOTAL-LOYERS.

           MOVE CFR-ECHEANCE(1:4) TO WS-ECH-ANNEE.
           ADD 1 TO WS-ECH-ANNEE.
           MOVE CFR-ECHEANCE(5:4) TO WS-ECH-MOIS-JOUR.
           IF WS-ECH-MOIS-JOUR = "0229"
               MOVE "0228" TO WS-ECH-MOIS-JOUR
           END-IF.
           MOVE WS-ECHEANCE-SUIV TO CFR-ECHEANCE.
           MOVE "L"    TO CFR-STATUT.
           MOVE SPACES TO CFR-DATE-IMPAYE.
           EXIT.
       FIN-FACTURER-COFFRE.

       MARQUER-IMPAYE.
           IF CFR-STATUT NOT = "I"
               MOVE "I" TO CFR-STATUT
               MOVE WS-AUJOURD-HUI TO CFR-DATE-IMPAYE
           END-IF.
           EXIT.
       FIN-MARQUER-IMPAYE.

       JOURNALISER-LOYER.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE "COF1"         TO JRN-CODE-OPE.
           MOVE WS-LOYER       TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE SPACES         TO JRN-LIBELLE.
           STRING "LOYER COFFRE " CFR-NUMERO " ECH "
                  CFR-ECHEANCE(1:4)
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
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
       FIN-JOURNALISER-LOYER.

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

      *    rapport de relance : chaque coffre impaye avec son agence
      *    (suivi par l'agence du coffre), l'anciennete de l'impaye
      *    et la mention d'ouverture forcee au-dela du delai de
      *    grace.
       EDITER-IMPAYES.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "COFFRES-IMPAYES-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "COFFRES A LOYER IMPAYE AU " WS-AUJOURD-HUI
                  " - DELAI DE GRACE " WS-DELAI-GRACE " JOURS"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CFR
               MOVE WS-CFR-IMAGE(WS-C) TO CFR-ENREG
               IF CFR-STATUT = "I"
                   PERFORM EDITER-UN-IMPAYE
               END-IF
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL : " WS-NB-IMPAYES " COFFRE(S) IMPAYE(S) DONT "
                  WS-NB-A-FORCER " A OUVRIR DE FORCE"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-IMPAYES.

       EDITER-UN-IMPAYE.
           ADD 1 TO WS-NB-IMPAYES.
           MOVE CFR-DATE-IMPAYE TO WS-DATE-NUM-A.
           MOVE WS-AUJOURD-HUI  TO WS-DATE-NUM-B.
           COMPUTE WS-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A).
           EVALUATE CFR-TAILLE
               WHEN "P" MOVE WS-LOYER-P TO WS-LOYER
               WHEN "M" MOVE WS-LOYER-M TO WS-LOYER
               WHEN OTHER MOVE WS-LOYER-G TO WS-LOYER
           END-EVALUATE.
           MOVE SPACES TO RAP-LIGNE.
           IF WS-JOURS > WS-DELAI-GRACE
               ADD 1 TO WS-NB-A-FORCER
               STRING "AGENCE " CFR-AGENCE
                      " COFFRE " CFR-NUMERO
                      " CLIENT " CFR-MAT-CLT
                      " COMPTE " CFR-NUM-CPT
                      " LOYER " WS-LOYER
                      " IMPAYE DEPUIS " WS-JOURS " J"
                      " *** OUVERTURE FORCEE ***"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           ELSE
               STRING "AGENCE " CFR-AGENCE
                      " COFFRE " CFR-NUMERO
                      " CLIENT " CFR-MAT-CLT
                      " COMPTE " CFR-NUM-CPT
                      " LOYER " WS-LOYER
                      " IMPAYE DEPUIS " WS-JOURS " J"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-UN-IMPAYE.

       CHARGER-COFFRES.
           MOVE ZERO TO WS-NB-CFR.
           MOVE "N" TO WS-CFR-SURCHARGE.
           OPEN INPUT COFFRES-FICHIER.
           IF WS-CFR-FILESTATUS = "00"
               PERFORM UNTIL WS-CFR-FILESTATUS NOT = "00"
                   READ COFFRES-FICHIER
                       AT END MOVE "10" TO WS-CFR-FILESTATUS
                       NOT AT END
                           IF WS-NB-CFR < 500
                               ADD 1 TO WS-NB-CFR
                               MOVE CFR-ENREG TO
                                    WS-CFR-IMAGE(WS-NB-CFR)
                           ELSE
                               MOVE "O" TO WS-CFR-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COFFRES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-COFFRES.

       SAUVER-COFFRES.
           OPEN OUTPUT COFFRES-FICHIER.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CFR
               MOVE WS-CFR-IMAGE(WS-C) TO CFR-ENREG
               WRITE CFR-ENREG
           END-PERFORM.
           CLOSE COFFRES-FICHIER.
           EXIT.
       FIN-SAUVER-COFFRES.

       END PROGRAM FACTURATION-COFFRES.
