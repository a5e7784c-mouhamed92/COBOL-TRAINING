       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPRISE-REJETS.
       AUTHOR.    MOHAMED.

      *    reprise des lignes de lot rejetees, qui se ressaisissaient
      *    a la main dans un nouveau fichier d'entree : POSTER-LOT,
      *    PRELEVEMENTS, INTEGRATION-RECUS et SALAIRES-CLIENTS
      *    consignent chaque ligne rejetee dans REJETS-LOTS.DAT (par
      *    CONSIGNER-REJET) avec son contenu d'origine. Le back-office
      *    liste ici les rejets en souffrance - ceux du jour, et ceux
      *    des jours precedents restes sans suite - et traite chaque
      *    ligne : correction du compte et/ou du montant, reprise
      *    telle quelle (la cause du rejet a disparu), ou annulation
      *    avec un motif. Chaque geste passe a la piste d'audit.
      *    Les lignes pretes sont ensuite produites en fichiers de
      *    resoumission, un par programme d'origine (un par compte
      *    de financement pour la paie), au format exact du fichier
      *    d'entree et equilibres par leur ligne de controle :
      *    REPRISE-<programme>-AAAAMMJJ-nnn.DAT, a deposer sous le
      *    nom d'entree du job. Les virements recus repassent sous
      *    la reference RPR + AAMMJJ + nnn, que INTEGRATION-RECUS ne
      *    renote pas au nostro. Une ligne ne quitte le registre
      *    qu'annulee ou resoumise ; les lignes traitees des mois
      *    precedents passent a l'historique REJETS-LOTS-HISTO.DAT.
      *    RESUME-EXCEPTIONS rappelle chaque matin ce qui reste.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REJETS-LOTS ASSIGN TO "REJETS-LOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILESTATUS.

           SELECT REJETS-HISTO ASSIGN TO "REJETS-LOTS-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT REPRISE-FICHIER ASSIGN TO WS-RPR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPR-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REJETS-LOTS.
       COPY REJET-CPY.

       FD  REJETS-HISTO.
       01  HIS-ENREG           PIC X(343).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  REPRISE-FICHIER.
       01  RPR-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-REJ-FILESTATUS   PIC X(2).
       01  WS-HIS-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-RPR-FILESTATUS   PIC X(2).
       01  WS-RPR-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    la session tient le verrou GUICHET : aucun job de lot ne
      *    consigne de rejet pendant que le registre est en memoire.
       01  WS-PGM-VERROU       PIC X(20) VALUE "VERROU-EXPLOITATION".
       01  WS-VERROU-ACTION    PIC X(1).
       01  WS-VERROU-TYPE      PIC X(8).
       01  WS-VERROU-RESULTAT  PIC X(1).

       01  WS-CHOIX            PIC 9(1).
       01  WS-CONTINUER        PIC X(1) VALUE "O".
       01  WS-ACTION           PIC X(1).

      *    registre charge en memoire puis reecrit en totalite.
       01  WS-NB-REJ           PIC 9(4) VALUE ZERO.
       01  WS-REJ-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-NB-A-ARCHIVER    PIC 9(4) VALUE ZERO.
       01  WS-TABLE-REJ.
         05 WS-REJ  OCCURS 2000 TIMES.
           10  WS-REJ-IMAGE    PIC X(350).
       01  WS-R                PIC 9(4).
       01  WS-RANG-SAISI       PIC 9(4).
       01  WS-NB-EN-COURS      PIC 9(4).
       01  WS-NB-ANTERIEURS    PIC 9(4).

      *    vues de la ligne a resoumettre selon le programme
      *    d'origine, memes mises en forme que les fichiers d'entree
      *    de POSTER-LOT, PRELEVEMENTS, INTEGRATION-RECUS et
      *    SALAIRES-CLIENTS.
       01  WS-LIGNE            PIC X(100).
       01  WS-VUE-TRX REDEFINES WS-LIGNE.
           05  WS-TRX-CODE     PIC X(4).
           05  FILLER          PIC X(1).
           05  WS-TRX-NUM-CPT  PIC X(6).
           05  FILLER          PIC X(1).
           05  WS-TRX-CPT-DEST PIC X(6).
           05  FILLER          PIC X(1).
           05  WS-TRX-MONTANT  PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  WS-TRX-LIBELLE  PIC X(30).
           05  FILLER          PIC X(1).
           05  WS-TRX-CLE-RIB  PIC X(2).
           05  FILLER          PIC X(1).
           05  WS-TRX-NUM-CARTE PIC X(16).
           05  FILLER          PIC X(1).
           05  WS-TRX-GAB      PIC X(8).
           05  FILLER          PIC X(11).
       01  WS-VUE-PRE REDEFINES WS-LIGNE.
           05  WS-PRE-CODE-CREANCIER PIC X(5).
           05  WS-PRE-NUM-CPT  PIC X(6).
           05  WS-PRE-MONTANT  PIC 9(10)V9(2).
           05  WS-PRE-LIBELLE  PIC X(30).
           05  FILLER          PIC X(47).
       01  WS-VUE-VEN REDEFINES WS-LIGNE.
           05  WS-VEN-DATE     PIC X(8).
           05  WS-VEN-NUM-CPT  PIC X(6).
           05  WS-VEN-MONTANT  PIC 9(10)V9(2).
           05  WS-VEN-DEVISE   PIC X(3).
           05  WS-VEN-LIBELLE  PIC X(30).
           05  WS-VEN-CLE-RIB  PIC X(2).
           05  WS-VEN-DATE-VALEUR PIC X(8).
           05  WS-VEN-NOM-DONNEUR PIC X(30).
           05  FILLER          PIC X(1).
       01  WS-VUE-SALE REDEFINES WS-LIGNE.
           05  WS-SALE-NUM-CPT PIC X(6).
           05  WS-SALE-MONTANT PIC 9(10)V9(2).
           05  WS-SALE-LIBELLE PIC X(30).
           05  FILLER          PIC X(52).

      *    lignes d'entete et de controle des fichiers produits.
       01  WS-LIGNE-CONTROLE   PIC X(100).
       01  WS-CTL-LOT REDEFINES WS-LIGNE-CONTROLE.
           05  WS-CTL-LOT-MARQUE  PIC X(5).
           05  WS-CTL-LOT-NOMBRE  PIC 9(5).
           05  WS-CTL-LOT-TOTAL   PIC 9(12)V9(2).
           05  FILLER             PIC X(76).
       01  WS-CTL-FICHIER REDEFINES WS-LIGNE-CONTROLE.
           05  WS-CTL-FIC-MARQUE  PIC X(5).
           05  WS-CTL-FIC-NOMBRE  PIC 9(4).
           05  WS-CTL-FIC-TOTAL   PIC 9(12)V9(2).
           05  FILLER             PIC X(77).
       01  WS-CTL-ENTETE-VIR REDEFINES WS-LIGNE-CONTROLE.
           05  WS-CTL-VIR-MARQUE  PIC X(5).
           05  WS-CTL-VIR-REFERENCE PIC X(12).
           05  WS-CTL-VIR-DATE    PIC X(8).
           05  FILLER             PIC X(75).
       01  WS-CTL-ENTETE-SAL REDEFINES WS-LIGNE-CONTROLE.
           05  WS-CTL-SAL-MARQUE  PIC X(5).
           05  WS-CTL-SAL-CPT     PIC X(6).
           05  WS-CTL-SAL-NOMBRE  PIC 9(4).
           05  WS-CTL-SAL-TOTAL   PIC 9(12)V9(2).
           05  FILLER             PIC X(71).

      *    compte et montant de la ligne, quel que soit son format.
       01  WS-CPT-LIGNE        PIC X(6).
       01  WS-MONTANT-LIGNE    PIC 9(10)V9(2).
       01  WS-MONTANT-LISIBLE  PIC X(1).
       01  WS-CPT-SAISI        PIC X(6).
       01  WS-MONTANT-SAISI    PIC 9(10)V9(2).
       01  WS-MOTIF-SAISI      PIC X(30).
       01  WS-COMPTE-OK        PIC X(1).

      *    production des fichiers de resoumission.
       01  WS-NUM-REPRISE      PIC 9(3).
       01  WS-REFERENCE-RPR    PIC X(12).
       01  WS-SOURCE-COURANTE  PIC X(20).
       01  WS-REF-COURANTE     PIC X(12).
       01  WS-NB-FICHIER       PIC 9(5).
       01  WS-TOTAL-FICHIER    PIC 9(12)V9(2).
       01  WS-NB-FICHIERS      PIC 9(3).
       01  WS-R2               PIC 9(4).

      *    piste d'audit centrale, comme MAJ-TAUX.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "REPRISE-REJETS".
       01  WS-OPERATEUR-ID     PIC 9(5).
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-REPRISE-REJETS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           MOVE "P" TO WS-VERROU-ACTION.
           MOVE "GUICHET" TO WS-VERROU-TYPE.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           IF WS-VERROU-RESULTAT NOT = "O"
               DISPLAY "VERROU D'EXPLOITATION REFUSE, BATCH EN COURS"
               GOBACK
           END-IF.

           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-ID.

           PERFORM CHARGER-REJETS.
           IF WS-REJ-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 REJETS AU REGISTRE, TABLE PLEINE"
               PERFORM LIBERER-VERROU
               GOBACK
           END-IF.
           IF WS-NB-A-ARCHIVER > 0
               PERFORM ARCHIVER-TRAITES
           END-IF.

           DISPLAY "1-LISTER LES REJETS EN SOUFFRANCE".
           DISPLAY "2-TRAITER UN REJET".
           DISPLAY "3-PRODUIRE LES FICHIERS DE RESOUMISSION".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-EN-SOUFFRANCE
               WHEN 2
                   PERFORM UNTIL WS-CONTINUER NOT = "O"
                       PERFORM LISTER-EN-SOUFFRANCE
                       IF WS-NB-EN-COURS = 0
                           MOVE "N" TO WS-CONTINUER
                       ELSE
                           PERFORM TRAITER-UN-REJET
                           DISPLAY "AUTRE REJET ? (O/N)"
                           ACCEPT WS-CONTINUER
                       END-IF
                   END-PERFORM
               WHEN 3
                   PERFORM PRODUIRE-REPRISES
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.

           PERFORM LIBERER-VERROU.
           GOBACK.

       LIBERER-VERROU.
           MOVE "L" TO WS-VERROU-ACTION.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           EXIT.
       FIN-LIBERER-VERROU.

      *    les lignes annulees ou resoumises avant le mois courant
      *    ne sont pas chargees : elles partent a l'historique.
       CHARGER-REJETS.
           OPEN INPUT REJETS-LOTS.
           IF WS-REJ-FILESTATUS = "00"
               PERFORM UNTIL WS-REJ-FILESTATUS NOT = "00"
                   READ REJETS-LOTS
                       AT END MOVE "10" TO WS-REJ-FILESTATUS
                       NOT AT END
                           IF (REJ-STATUT = "S" OR REJ-STATUT = "N")
                              AND REJ-DATE-TRAIT(1:6) <
                                  WS-AUJOURD-HUI(1:6)
                               ADD 1 TO WS-NB-A-ARCHIVER
                           ELSE
                               IF WS-NB-REJ < 2000
                                   ADD 1 TO WS-NB-REJ
                                   MOVE REJ-ENREG TO
                                        WS-REJ-IMAGE(WS-NB-REJ)
                               ELSE
                                   MOVE "O" TO WS-REJ-SURCHARGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJETS-LOTS
           END-IF.
           EXIT.
       FIN-CHARGER-REJETS.

       ARCHIVER-TRAITES.
           OPEN EXTEND REJETS-HISTO.
           IF WS-HIS-FILESTATUS = "35"
               OPEN OUTPUT REJETS-HISTO
           END-IF.
           OPEN INPUT REJETS-LOTS.
           PERFORM UNTIL WS-REJ-FILESTATUS NOT = "00"
               READ REJETS-LOTS
                   AT END MOVE "10" TO WS-REJ-FILESTATUS
                   NOT AT END
                       IF (REJ-STATUT = "S" OR REJ-STATUT = "N")
                          AND REJ-DATE-TRAIT(1:6) <
                              WS-AUJOURD-HUI(1:6)
                           MOVE REJ-ENREG TO HIS-ENREG
                           WRITE HIS-ENREG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REJETS-LOTS.
           CLOSE REJETS-HISTO.
           PERFORM SAUVER-REJETS.
           DISPLAY WS-NB-A-ARCHIVER
                   " REJET(S) TRAITE(S) PASSE(S) A L'HISTORIQUE".
           EXIT.
       FIN-ARCHIVER-TRAITES.

      *    en souffrance = a traiter (A) ou corrige mais pas encore
      *    resoumis (C) ; les rejets des jours precedents sont
      *    signales comme tels.
       LISTER-EN-SOUFFRANCE.
           MOVE ZERO TO WS-NB-EN-COURS.
           MOVE ZERO TO WS-NB-ANTERIEURS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REJ
               MOVE WS-REJ-IMAGE(WS-R) TO REJ-ENREG
               IF REJ-STATUT = "A" OR REJ-STATUT = "C"
                   ADD 1 TO WS-NB-EN-COURS
                   IF REJ-DATE NOT = WS-AUJOURD-HUI
                       ADD 1 TO WS-NB-ANTERIEURS
                   END-IF
                   DISPLAY "  RANG " WS-R " DU " REJ-DATE
                           " " REJ-SOURCE " LIGNE " REJ-NUM-LIGNE
                           " STATUT " REJ-STATUT
                   DISPLAY "    MOTIF   : " REJ-MOTIF
                   DISPLAY "    ORIGINE : " REJ-LIGNE-ORIGINE
                   IF REJ-STATUT = "C"
                      AND REJ-LIGNE NOT = REJ-LIGNE-ORIGINE
                       DISPLAY "    CORRIGE : " REJ-LIGNE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-EN-COURS = 0
               DISPLAY "AUCUN REJET EN SOUFFRANCE."
           ELSE
               DISPLAY WS-NB-EN-COURS " REJET(S) EN SOUFFRANCE DONT "
                       WS-NB-ANTERIEURS " DES JOURS PRECEDENTS"
           END-IF.
           EXIT.
       FIN-LISTER-EN-SOUFFRANCE.

       TRAITER-UN-REJET.
           DISPLAY "RANG DU REJET A TRAITER :".
           ACCEPT WS-RANG-SAISI.
           IF WS-RANG-SAISI = 0 OR WS-RANG-SAISI > WS-NB-REJ
               DISPLAY "RANG INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-REJ-IMAGE(WS-RANG-SAISI) TO REJ-ENREG.
           IF REJ-STATUT NOT = "A" AND REJ-STATUT NOT = "C"
               DISPLAY "CE REJET N'EST PLUS EN SOUFFRANCE"
               EXIT PARAGRAPH
           END-IF.

           MOVE REJ-LIGNE TO WS-LIGNE.
           PERFORM LIRE-CPT-MONTANT.
           MOVE SPACES TO WS-AUD-CLE.
           STRING "REJ " REJ-DATE "-" REJ-NUM-LIGNE
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-AVANT.
           STRING REJ-SOURCE(1:17) " CPT " WS-CPT-LIGNE
                  " MNT " WS-MONTANT-LIGNE " ST " REJ-STATUT
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           DISPLAY "COMPTE " WS-CPT-LIGNE " MONTANT " WS-MONTANT-LIGNE.

           DISPLAY "C-CORRIGER  R-RESOUMETTRE TELLE QUELLE  "
                   "A-ANNULER :".
           ACCEPT WS-ACTION.
           EVALUATE WS-ACTION
               WHEN "C"
                   PERFORM CORRIGER-REJET
               WHEN "R"
                   PERFORM RETENIR-REJET
               WHEN "A"
                   PERFORM ANNULER-REJET
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           EXIT.
       FIN-TRAITER-UN-REJET.

      *    correction du compte et/ou du montant : un compte change
      *    fait tomber la cle RIB de la ligne (facultative), qui ne
      *    vaudrait plus pour le nouveau compte.
       CORRIGER-REJET.
           DISPLAY "NOUVEAU COMPTE (BLANC = INCHANGE) :".
           ACCEPT WS-CPT-SAISI.
           DISPLAY "NOUVEAU MONTANT (ZERO = INCHANGE) :".
           ACCEPT WS-MONTANT-SAISI.
           IF WS-CPT-SAISI = SPACES AND WS-MONTANT-SAISI = ZERO
               DISPLAY "AUCUNE CORRECTION SAISIE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CPT-SAISI NOT = SPACES
               MOVE WS-CPT-SAISI TO WS-CPT-LIGNE
           END-IF.
           IF WS-MONTANT-SAISI NOT = ZERO
               MOVE WS-MONTANT-SAISI TO WS-MONTANT-LIGNE
               MOVE "O" TO WS-MONTANT-LISIBLE
           END-IF.
           IF REJ-SOURCE = "POSTER-LOT"
              AND WS-MONTANT-LIGNE > 99999999.99
               DISPLAY "MONTANT TROP GRAND POUR UN LOT"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-LIGNE.
           IF WS-COMPTE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           PERFORM ECRIRE-CPT-MONTANT.
           MOVE WS-LIGNE TO REJ-LIGNE.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "CORRIGE CPT " WS-CPT-LIGNE
                  " MNT " WS-MONTANT-LIGNE
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           PERFORM RETENIR-POUR-REPRISE.
           DISPLAY "LIGNE CORRIGEE, PRETE A RESOUMETTRE.".
           EXIT.
       FIN-CORRIGER-REJET.

      *    la cause du rejet a disparu (provision revenue, compte
      *    reactive) : la ligne repart telle quelle.
       RETENIR-REJET.
           PERFORM CONTROLER-LIGNE.
           IF WS-COMPTE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           MOVE "RESOUMISE TELLE QUELLE" TO WS-AUD-APRES.
           PERFORM RETENIR-POUR-REPRISE.
           DISPLAY "LIGNE PRETE A RESOUMETTRE.".
           EXIT.
       FIN-RETENIR-REJET.

       ANNULER-REJET.
           DISPLAY "MOTIF D'ANNULATION :".
           ACCEPT WS-MOTIF-SAISI.
           IF WS-MOTIF-SAISI = SPACES
               DISPLAY "MOTIF OBLIGATOIRE, ANNULATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N"             TO REJ-STATUT.
           MOVE WS-MOTIF-SAISI  TO REJ-MOTIF-ANNUL.
           MOVE WS-AUJOURD-HUI  TO REJ-DATE-TRAIT.
           MOVE WS-OPERATEUR-ID TO REJ-OPERATEUR.
           MOVE REJ-ENREG TO WS-REJ-IMAGE(WS-RANG-SAISI).
           PERFORM SAUVER-REJETS.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "ANNULE " WS-MOTIF-SAISI
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "REJET ANNULE.".
           EXIT.
       FIN-ANNULER-REJET.

      *    une ligne ne repart que lisible et sur un compte existant
      *    et actif ; pour la paie, le compte de financement de
      *    l'entreprise est demande s'il manquait au fichier rejete.
       CONTROLER-LIGNE.
           MOVE "N" TO WS-COMPTE-OK.
           IF WS-MONTANT-LISIBLE NOT = "O" OR WS-MONTANT-LIGNE = ZERO
               DISPLAY "MONTANT ILLISIBLE OU NUL, A CORRIGER"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COMPTE-MASTER.
           MOVE WS-CPT-LIGNE TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE " WS-CPT-LIGNE " INTROUVABLE"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE " WS-CPT-LIGNE " NON ACTIF"
               CLOSE COMPTE-MASTER
               EXIT PARAGRAPH
           END-IF.
           IF REJ-SOURCE = "SALAIRES-CLIENTS" AND REJ-REF-LOT = SPACES
               DISPLAY "COMPTE DE FINANCEMENT DE L'ENTREPRISE :"
               ACCEPT WS-CPT-SAISI
               MOVE WS-CPT-SAISI TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       DISPLAY "COMPTE DE FINANCEMENT INTROUVABLE"
                       CLOSE COMPTE-MASTER
                       EXIT PARAGRAPH
               END-READ
               MOVE WS-CPT-SAISI TO REJ-REF-LOT
           END-IF.
           CLOSE COMPTE-MASTER.
           MOVE "O" TO WS-COMPTE-OK.
           EXIT.
       FIN-CONTROLER-LIGNE.

       RETENIR-POUR-REPRISE.
           MOVE "C"             TO REJ-STATUT.
           MOVE WS-AUJOURD-HUI  TO REJ-DATE-TRAIT.
           MOVE WS-OPERATEUR-ID TO REJ-OPERATEUR.
           MOVE REJ-ENREG TO WS-REJ-IMAGE(WS-RANG-SAISI).
           PERFORM SAUVER-REJETS.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           EXIT.
       FIN-RETENIR-POUR-REPRISE.

      *    compte et montant de WS-LIGNE selon le format d'origine.
       LIRE-CPT-MONTANT.
           MOVE "O" TO WS-MONTANT-LISIBLE.
           MOVE ZERO TO WS-MONTANT-LIGNE.
           EVALUATE REJ-SOURCE
               WHEN "POSTER-LOT"
                   MOVE WS-TRX-NUM-CPT TO WS-CPT-LIGNE
                   IF WS-TRX-MONTANT IS NUMERIC
                       MOVE WS-TRX-MONTANT TO WS-MONTANT-LIGNE
                   ELSE
                       MOVE "N" TO WS-MONTANT-LISIBLE
                   END-IF
               WHEN "PRELEVEMENTS"
                   MOVE WS-PRE-NUM-CPT TO WS-CPT-LIGNE
                   IF WS-PRE-MONTANT IS NUMERIC
                       MOVE WS-PRE-MONTANT TO WS-MONTANT-LIGNE
                   ELSE
                       MOVE "N" TO WS-MONTANT-LISIBLE
                   END-IF
               WHEN "INTEGRATION-RECUS"
                   MOVE WS-VEN-NUM-CPT TO WS-CPT-LIGNE
                   IF WS-VEN-MONTANT IS NUMERIC
                       MOVE WS-VEN-MONTANT TO WS-MONTANT-LIGNE
                   ELSE
                       MOVE "N" TO WS-MONTANT-LISIBLE
                   END-IF
               WHEN OTHER
                   MOVE WS-SALE-NUM-CPT TO WS-CPT-LIGNE
                   IF WS-SALE-MONTANT IS NUMERIC
                       MOVE WS-SALE-MONTANT TO WS-MONTANT-LIGNE
                   ELSE
                       MOVE "N" TO WS-MONTANT-LISIBLE
                   END-IF
           END-EVALUATE.
           EXIT.
       FIN-LIRE-CPT-MONTANT.

       ECRIRE-CPT-MONTANT.
           EVALUATE REJ-SOURCE
               WHEN "POSTER-LOT"
                   IF WS-TRX-NUM-CPT NOT = WS-CPT-LIGNE
                       MOVE SPACES TO WS-TRX-CLE-RIB
                   END-IF
                   MOVE WS-CPT-LIGNE     TO WS-TRX-NUM-CPT
                   MOVE WS-MONTANT-LIGNE TO WS-TRX-MONTANT
               WHEN "PRELEVEMENTS"
                   MOVE WS-CPT-LIGNE     TO WS-PRE-NUM-CPT
                   MOVE WS-MONTANT-LIGNE TO WS-PRE-MONTANT
               WHEN "INTEGRATION-RECUS"
                   IF WS-VEN-NUM-CPT NOT = WS-CPT-LIGNE
                       MOVE SPACES TO WS-VEN-CLE-RIB
                   END-IF
                   MOVE WS-CPT-LIGNE     TO WS-VEN-NUM-CPT
                   MOVE WS-MONTANT-LIGNE TO WS-VEN-MONTANT
               WHEN OTHER
                   MOVE WS-CPT-LIGNE     TO WS-SALE-NUM-CPT
                   MOVE WS-MONTANT-LIGNE TO WS-SALE-MONTANT
           END-EVALUATE.
           EXIT.
       FIN-ECRIRE-CPT-MONTANT.

      *    un fichier par programme d'origine (par compte de
      *    financement pour la paie) regroupant ses lignes pretes ;
      *    le numero de reprise suit ceux deja produits ce jour.
       PRODUIRE-REPRISES.
           MOVE ZERO TO WS-NUM-REPRISE.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REJ
               MOVE WS-REJ-IMAGE(WS-R) TO REJ-ENREG
               IF REJ-STATUT = "S"
                  AND REJ-DATE-TRAIT = WS-AUJOURD-HUI
                  AND REJ-NUM-REPRISE > WS-NUM-REPRISE
                   MOVE REJ-NUM-REPRISE TO WS-NUM-REPRISE
               END-IF
           END-PERFORM.
           IF WS-NUM-REPRISE >= 999
               DISPLAY "PLUS DE NUMERO DE REPRISE LIBRE AUJOURD'HUI"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NUM-REPRISE.
           MOVE SPACES TO WS-REFERENCE-RPR.
           STRING "RPR" WS-AUJOURD-HUI(3:6) WS-NUM-REPRISE
               DELIMITED BY SIZE INTO WS-REFERENCE-RPR
           END-STRING.

           MOVE ZERO TO WS-NB-FICHIERS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REJ
               MOVE WS-REJ-IMAGE(WS-R) TO REJ-ENREG
               IF REJ-STATUT = "C"
                   MOVE REJ-SOURCE TO WS-SOURCE-COURANTE
                   MOVE SPACES TO WS-REF-COURANTE
                   IF REJ-SOURCE = "SALAIRES-CLIENTS"
                       MOVE REJ-REF-LOT TO WS-REF-COURANTE
                   END-IF
                   PERFORM PRODUIRE-UN-FICHIER
               END-IF
           END-PERFORM.

           IF WS-NB-FICHIERS = 0
               DISPLAY "AUCUNE LIGNE PRETE A RESOUMETTRE."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAUVER-REJETS.
           DISPLAY WS-NB-FICHIERS " FICHIER(S) DE RESOUMISSION "
                   "PRODUIT(S), REPRISE " WS-REFERENCE-RPR.
           EXIT.
       FIN-PRODUIRE-REPRISES.

      *    premiere passe : nombre et total des lignes pretes du
      *    groupe (l'entete de la paie les annonce) ; seconde passe :
      *    ecriture, et passage des lignes au statut S.
       PRODUIRE-UN-FICHIER.
           MOVE ZERO TO WS-NB-FICHIER.
           MOVE ZERO TO WS-TOTAL-FICHIER.
           PERFORM VARYING WS-R2 FROM WS-R BY 1
                   UNTIL WS-R2 > WS-NB-REJ
               MOVE WS-REJ-IMAGE(WS-R2) TO REJ-ENREG
               IF REJ-STATUT = "C"
                  AND REJ-SOURCE = WS-SOURCE-COURANTE
                  AND (WS-REF-COURANTE = SPACES
                       OR REJ-REF-LOT = WS-REF-COURANTE)
                   MOVE REJ-LIGNE TO WS-LIGNE
                   PERFORM LIRE-CPT-MONTANT
                   ADD 1 TO WS-NB-FICHIER
                   ADD WS-MONTANT-LIGNE TO WS-TOTAL-FICHIER
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-RPR-FILE-PATH.
           IF WS-REF-COURANTE = SPACES
               STRING "REPRISE-" DELIMITED BY SIZE
                      WS-SOURCE-COURANTE DELIMITED BY SPACE
                      "-" WS-AUJOURD-HUI "-" WS-NUM-REPRISE ".DAT"
                          DELIMITED BY SIZE
                   INTO WS-RPR-FILE-PATH
               END-STRING
           ELSE
               STRING "REPRISE-" DELIMITED BY SIZE
                      WS-SOURCE-COURANTE DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-REF-COURANTE DELIMITED BY SPACE
                      "-" WS-AUJOURD-HUI "-" WS-NUM-REPRISE ".DAT"
                          DELIMITED BY SIZE
                   INTO WS-RPR-FILE-PATH
               END-STRING
           END-IF.
           OPEN OUTPUT REPRISE-FICHIER.

           MOVE SPACES TO WS-LIGNE-CONTROLE.
           IF WS-SOURCE-COURANTE = "INTEGRATION-RECUS"
               MOVE "00000"          TO WS-CTL-VIR-MARQUE
               MOVE WS-REFERENCE-RPR TO WS-CTL-VIR-REFERENCE
               MOVE WS-AUJOURD-HUI   TO WS-CTL-VIR-DATE
               WRITE RPR-LIGNE FROM WS-LIGNE-CONTROLE
           END-IF.
           IF WS-SOURCE-COURANTE = "SALAIRES-CLIENTS"
               MOVE "00000"          TO WS-CTL-SAL-MARQUE
               MOVE WS-REF-COURANTE  TO WS-CTL-SAL-CPT
               MOVE WS-NB-FICHIER    TO WS-CTL-SAL-NOMBRE
               MOVE WS-TOTAL-FICHIER TO WS-CTL-SAL-TOTAL
               WRITE RPR-LIGNE FROM WS-LIGNE-CONTROLE
           END-IF.

           PERFORM VARYING WS-R2 FROM WS-R BY 1
                   UNTIL WS-R2 > WS-NB-REJ
               MOVE WS-REJ-IMAGE(WS-R2) TO REJ-ENREG
               IF REJ-STATUT = "C"
                  AND REJ-SOURCE = WS-SOURCE-COURANTE
                  AND (WS-REF-COURANTE = SPACES
                       OR REJ-REF-LOT = WS-REF-COURANTE)
                   WRITE RPR-LIGNE FROM REJ-LIGNE
                   MOVE "S"             TO REJ-STATUT
                   MOVE WS-AUJOURD-HUI  TO REJ-DATE-TRAIT
                   MOVE WS-OPERATEUR-ID TO REJ-OPERATEUR
                   MOVE WS-NUM-REPRISE  TO REJ-NUM-REPRISE
                   MOVE REJ-ENREG TO WS-REJ-IMAGE(WS-R2)
               END-IF
           END-PERFORM.

      *    ligne de controle 99999 au format du fichier d'entree ;
      *    la paie s'equilibre sur son entete.
           MOVE SPACES TO WS-LIGNE-CONTROLE.
           EVALUATE WS-SOURCE-COURANTE
               WHEN "POSTER-LOT"
                   MOVE "99999"          TO WS-CTL-LOT-MARQUE
                   MOVE WS-NB-FICHIER    TO WS-CTL-LOT-NOMBRE
                   MOVE WS-TOTAL-FICHIER TO WS-CTL-LOT-TOTAL
                   WRITE RPR-LIGNE FROM WS-LIGNE-CONTROLE
               WHEN "PRELEVEMENTS"
               WHEN "INTEGRATION-RECUS"
                   MOVE "99999"          TO WS-CTL-FIC-MARQUE
                   MOVE WS-NB-FICHIER    TO WS-CTL-FIC-NOMBRE
                   MOVE WS-TOTAL-FICHIER TO WS-CTL-FIC-TOTAL
                   WRITE RPR-LIGNE FROM WS-LIGNE-CONTROLE
           END-EVALUATE.
           CLOSE REPRISE-FICHIER.
           ADD 1 TO WS-NB-FICHIERS.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "REPRISE " WS-REFERENCE-RPR
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-AVANT.
           STRING WS-SOURCE-COURANTE " " WS-REF-COURANTE
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING WS-NB-FICHIER " LIGNE(S) POUR " WS-TOTAL-FICHIER
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY WS-RPR-FILE-PATH.
           DISPLAY "  " WS-NB-FICHIER " LIGNE(S) POUR "
                   WS-TOTAL-FICHIER.
           EXIT.
       FIN-PRODUIRE-UN-FICHIER.

       SAUVER-REJETS.
           OPEN OUTPUT REJETS-LOTS.
           PERFORM VARYING WS-R2 FROM 1 BY 1 UNTIL WS-R2 > WS-NB-REJ
               MOVE WS-REJ-IMAGE(WS-R2) TO REJ-ENREG
               WRITE REJ-ENREG
           END-PERFORM.
           CLOSE REJETS-LOTS.
           EXIT.
       FIN-SAUVER-REJETS.

       END PROGRAM REPRISE-REJETS.
