       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERETS-COURUS.
       AUTHOR.    MOHAMED.

      *    interets courus de fin de mois, dans la chaine BATCH-JOUR :
      *    le grand livre ne voyait les interets des depots a terme
      *    qu'au denouement (DAT4 d'ECHEANCE-DEPOTS) et ceux des prets
      *    qu'au prelevement (ECHEANCES-PRETS), d'ou un resultat
      *    mensuel en dents de scie. Le dernier jour ouvre du mois,
      *    les interets acquis et non echus sont calcules jusqu'au
      *    dernier jour calendaire du mois :
      *    - pret en cours sans arriere actif : la part d'interet de
      *      la prochaine echeance impayee, que le prelevement du mois
      *      suivant encaissera (un pret au contentieux ou en arriere
      *      ne court pas, ses interets ne sont constates qu'a
      *      l'encaissement) ;
      *    - depot a terme actif : capital x taux x jours ecoules
      *      depuis l'ouverture (ou le dernier renouvellement) / 365,
      *      plafonne aux interets convenus du depot.
      *    Le total est pose au journal sans compte client pour
      *    EXTRACTION-GL - CRU1 (sens C) pour les prets, CRU2 (sens
      *    D) par devise pour les depots - et garde dans
      *    COURUS-STOCK.DAT. Au premier passage du mois suivant,
      *    l'ecriture est extournee sous le meme code en sens
      *    inverse. Detail par contrat dans COURUS-AAAAMM.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT ECHEANCIER ASSIGN TO "ECHEANCIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-FILESTATUS.

           SELECT ARRIERES-FICHIER ASSIGN TO "ARRIERES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-FILESTATUS.

           SELECT DEPOTS-TERME ASSIGN TO "DEPOTS-TERME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAT-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    dernier arrete des interets courus : une ligne par code et
      *    devise, statut C (couru) puis E (extourne).
           SELECT COURUS-STOCK ASSIGN TO "COURUS-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRS-FILESTATUS.

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

      *    meme mise en forme que dans SAISIE-PRETS.
       FD  ECHEANCIER.
       01  ECH-ENREG.
           05  ECH-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ECH-NUMERO      PIC 9(3).
           05  FILLER          PIC X(1).
           05  ECH-CAPITAL     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ECH-INTERET     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ECH-STATUT      PIC X(1).

      *    meme mise en forme que dans ARRIERES-PRETS.
       FD  ARRIERES-FICHIER.
       01  ARR-ENREG.
           05  ARR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ARR-NUM-ECH     PIC 9(3).
           05  FILLER          PIC X(1).
           05  ARR-DATE-IMPAYE PIC X(8).
           05  FILLER          PIC X(1).
           05  ARR-PENALITE    PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ARR-STATUT      PIC X(1).

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

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  COURUS-STOCK.
       01  CRS-ENREG.
           05  CRS-MOIS        PIC X(6).
           05  FILLER          PIC X(1).
           05  CRS-CODE        PIC X(4).
           05  FILLER          PIC X(1).
           05  CRS-SENS        PIC X(1).
           05  FILLER          PIC X(1).
           05  CRS-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  CRS-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  CRS-STATUT      PIC X(1).

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-ECH-FILESTATUS   PIC X(2).
       01  WS-ARR-FILESTATUS   PIC X(2).
       01  WS-DAT-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CRS-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
      *    scellement des ecritures posees : le sceau de la
      *    derniere ecriture du jour (releve par PROCHAIN-NUM-SEQ)
      *    enchaine celui de la suivante via SCELLER-JOURNAL.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.

      *    fin de mois d'exploitation, meme test que BATCH-JOUR : le
      *    jour ouvre suivant tombe-t-il dans un autre mois ?
       01  WS-PGM-JOUR-OUVRE   PIC X(20) VALUE "JOUR-OUVRE".
       01  WS-JO-ACTION        PIC X(1).
       01  WS-JO-RESULTAT      PIC X(1).
       01  WS-DATE-SUIVANTE    PIC X(8).
       01  WS-MOIS-COURANT     PIC X(6).
      *    dernier jour calendaire du mois : veille du premier du
      *    mois suivant.
       01  WS-FIN-MOIS         PIC X(8).
       01  WS-FIN-MOIS-NUM     PIC 9(8).
       01  WS-PREMIER-SUIVANT.
           05  WS-PS-ANNEE     PIC 9(4).
           05  WS-PS-MOIS      PIC 9(2).
           05  WS-PS-JOUR      PIC 9(2).
       01  WS-PREMIER-NUM REDEFINES WS-PREMIER-SUIVANT PIC 9(8).
       01  WS-JOUR-FIN         PIC 9(9).

      *    arrete en stock, recharge a chaque passage.
       01  WS-NB-CRS           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CRS.
         05 WS-CRS  OCCURS 20 TIMES.
           10  WS-CRS-IMAGE    PIC X(40).
       01  WS-C                PIC 9(2).
       01  WS-DEJA-COURU       PIC X(1) VALUE "N".
       01  WS-NB-EXTOURNES     PIC 9(2) VALUE ZERO.

      *    echeances impayees et prets en arriere, charges en memoire.
       01  WS-NB-ECH           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ECH.
         05 WS-ECH  OCCURS 2000 TIMES.
           10  WS-ECH-PRET     PIC X(6).
           10  WS-ECH-NUMERO   PIC 9(3).
           10  WS-ECH-INTERET  PIC 9(8)V9(2).
       01  WS-NB-ARR           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ARR.
         05 WS-ARR  OCCURS 500 TIMES.
           10  WS-ARR-PRET     PIC X(6).
       01  WS-Q                PIC 9(4).
       01  WS-A                PIC 9(3).
       01  WS-EN-ARRIERE       PIC X(1).
       01  WS-ECH-CIBLE        PIC 9(3).

      *    cumul des depots par devise du compte lie.
       01  WS-NB-DEV           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-DEV.
         05 WS-DEV  OCCURS 10 TIMES.
           10  WS-DEV-CODE     PIC X(3).
           10  WS-DEV-COURU    PIC 9(10)V9(2).
       01  WS-V                PIC 9(2).
       01  WS-DEVISE           PIC X(3).

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-JOURS            PIC 9(5).
       01  WS-COURU            PIC 9(10)V9(2).
       01  WS-INTERET-CONTRAT  PIC 9(10)V9(2).
       01  WS-TOTAL-PRETS      PIC 9(10)V9(2) VALUE ZERO.
       01  WS-NB-PRETS-COURUS  PIC 9(4) VALUE ZERO.
       01  WS-NB-DEPOTS-COURUS PIC 9(4) VALUE ZERO.

      *    ecriture a poser au journal.
       01  WS-CODE-JRN         PIC X(4).
       01  WS-SENS-JRN         PIC X(1).
       01  WS-DEVISE-JRN       PIC X(3).
       01  WS-MONTANT-JRN      PIC 9(10)V9(2).
       01  WS-LIBELLE-JRN      PIC X(30).

       PROCEDURE DIVISION.

       MAIN-INTERETS-COURUS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.

           PERFORM CHARGER-STOCK-COURUS.
           PERFORM EXTOURNER-COURUS.

           MOVE WS-AUJOURD-HUI TO WS-DATE-SUIVANTE.
           MOVE "S" TO WS-JO-ACTION.
           CALL WS-PGM-JOUR-OUVRE USING WS-DATE-SUIVANTE
                WS-JO-ACTION WS-JO-RESULTAT.
           IF WS-DATE-SUIVANTE(1:6) = WS-MOIS-COURANT
               IF WS-NB-EXTOURNES = 0
                   DISPLAY "INTERETS-COURUS : RIEN A EXTOURNER, "
                           "ARRETE EN FIN DE MOIS"
               END-IF
               GOBACK
           END-IF.
           IF WS-DEJA-COURU = "O"
               DISPLAY "INTERETS-COURUS : ARRETE DU MOIS "
                       WS-MOIS-COURANT " DEJA POSE"
               GOBACK
           END-IF.

           PERFORM CALCULER-FIN-DE-MOIS.
           PERFORM CHARGER-ECHEANCES.
           PERFORM CHARGER-ARRIERES.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "COURUS-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "INTERETS COURUS NON ECHUS AU " WS-FIN-MOIS
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           PERFORM COURIR-LES-PRETS.
           PERFORM COURIR-LES-DEPOTS.
           PERFORM EDITER-TOTAUX.
           CLOSE RAPPORT-FICHIER.

           PERFORM POSER-ARRETE.
           PERFORM SAUVER-STOCK-COURUS.

           DISPLAY "====== INTERETS COURUS DE FIN DE MOIS ======".
           DISPLAY "PRETS  : " WS-NB-PRETS-COURUS " CONTRAT(S), "
                   WS-TOTAL-PRETS " MAD".
           DISPLAY "DEPOTS : " WS-NB-DEPOTS-COURUS " CONTRAT(S)".
           DISPLAY "DETAIL DANS " WS-RAP-FILE-PATH.
           DISPLAY "============================================".
           GOBACK.

       CHARGER-STOCK-COURUS.
           OPEN INPUT COURUS-STOCK.
           IF WS-CRS-FILESTATUS = "00"
               PERFORM UNTIL WS-CRS-FILESTATUS NOT = "00"
                   READ COURUS-STOCK
                       AT END MOVE "10" TO WS-CRS-FILESTATUS
                       NOT AT END
                           IF WS-NB-CRS < 20
                               ADD 1 TO WS-NB-CRS
                               MOVE CRS-ENREG TO
                                    WS-CRS-IMAGE(WS-NB-CRS)
                           END-IF
                           IF CRS-MOIS = WS-MOIS-COURANT
                               MOVE "O" TO WS-DEJA-COURU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURUS-STOCK
           END-IF.
           EXIT.
       FIN-CHARGER-STOCK-COURUS.

      *    extourne de l'arrete d'un mois precedent encore en
      *    statut C : meme code, meme devise, sens inverse, a la
      *    date du jour (premier jour ouvre du mois suivant).
       EXTOURNER-COURUS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CRS
               MOVE WS-CRS-IMAGE(WS-C) TO CRS-ENREG
               IF CRS-STATUT = "C" AND CRS-MOIS < WS-MOIS-COURANT
                   MOVE CRS-CODE    TO WS-CODE-JRN
                   MOVE CRS-DEVISE  TO WS-DEVISE-JRN
                   MOVE CRS-MONTANT TO WS-MONTANT-JRN
                   IF CRS-SENS = "C"
                       MOVE "D" TO WS-SENS-JRN
                   ELSE
                       MOVE "C" TO WS-SENS-JRN
                   END-IF
                   MOVE SPACES TO WS-LIBELLE-JRN
                   STRING "EXTOURNE COURUS " CRS-MOIS
                       DELIMITED BY SIZE INTO WS-LIBELLE-JRN
                   END-STRING
                   PERFORM JOURNALISER-COURU
                   MOVE "E" TO CRS-STATUT
                   MOVE CRS-ENREG TO WS-CRS-IMAGE(WS-C)
                   ADD 1 TO WS-NB-EXTOURNES
                   DISPLAY "EXTOURNE " CRS-CODE " " CRS-MOIS " : "
                           CRS-MONTANT " " CRS-DEVISE
               END-IF
           END-PERFORM.
           IF WS-NB-EXTOURNES > 0
               PERFORM SAUVER-STOCK-COURUS
           END-IF.
           EXIT.
       FIN-EXTOURNER-COURUS.

       CALCULER-FIN-DE-MOIS.
           MOVE WS-AUJOURD-HUI(1:4) TO WS-PS-ANNEE.
           MOVE WS-AUJOURD-HUI(5:2) TO WS-PS-MOIS.
           MOVE 1 TO WS-PS-JOUR.
           IF WS-PS-MOIS = 12
               MOVE 1 TO WS-PS-MOIS
               ADD 1 TO WS-PS-ANNEE
           ELSE
               ADD 1 TO WS-PS-MOIS
           END-IF.
           COMPUTE WS-JOUR-FIN =
                   FUNCTION INTEGER-OF-DATE(WS-PREMIER-NUM) - 1.
           COMPUTE WS-FIN-MOIS-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-JOUR-FIN).
           MOVE WS-FIN-MOIS-NUM TO WS-FIN-MOIS.
           EXIT.
       FIN-CALCULER-FIN-DE-MOIS.

       CHARGER-ECHEANCES.
           OPEN INPUT ECHEANCIER.
           IF WS-ECH-FILESTATUS = "00"
               PERFORM UNTIL WS-ECH-FILESTATUS NOT = "00"
                   READ ECHEANCIER
                       AT END MOVE "10" TO WS-ECH-FILESTATUS
                       NOT AT END
                           IF ECH-STATUT = "A" AND WS-NB-ECH < 2000
                               ADD 1 TO WS-NB-ECH
                               MOVE ECH-NUM-PRET TO
                                    WS-ECH-PRET(WS-NB-ECH)
                               MOVE ECH-NUMERO TO
                                    WS-ECH-NUMERO(WS-NB-ECH)
                               MOVE ECH-INTERET TO
                                    WS-ECH-INTERET(WS-NB-ECH)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ECHEANCIER
           END-IF.
           EXIT.
       FIN-CHARGER-ECHEANCES.

       CHARGER-ARRIERES.
           OPEN INPUT ARRIERES-FICHIER.
           IF WS-ARR-FILESTATUS = "00"
               PERFORM UNTIL WS-ARR-FILESTATUS NOT = "00"
                   READ ARRIERES-FICHIER
                       AT END MOVE "10" TO WS-ARR-FILESTATUS
                       NOT AT END
                           IF ARR-STATUT = "A" AND WS-NB-ARR < 500
                               ADD 1 TO WS-NB-ARR
                               MOVE ARR-NUM-PRET TO
                                    WS-ARR-PRET(WS-NB-ARR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIERES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ARRIERES.

       COURIR-LES-PRETS.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
               PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
                   READ PRETS-FICHIER
                       AT END MOVE "10" TO WS-PRT-FILESTATUS
                       NOT AT END
                           IF PRT-STATUT = "A"
                               PERFORM COURIR-UN-PRET
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-FICHIER
           END-IF.
           EXIT.
       FIN-COURIR-LES-PRETS.

      *    part d'interet de la prochaine echeance impayee, pour un
      *    pret sans arriere actif.
       COURIR-UN-PRET.
           MOVE "N" TO WS-EN-ARRIERE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ARR
               IF WS-ARR-PRET(WS-A) = PRT-NUM-PRET
                   MOVE "O" TO WS-EN-ARRIERE
               END-IF
           END-PERFORM.
           IF WS-EN-ARRIERE = "O"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-ECH-CIBLE = PRT-ECH-PAYEES + 1.
           MOVE ZERO TO WS-COURU.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-ECH
               IF WS-ECH-PRET(WS-Q) = PRT-NUM-PRET
                  AND WS-ECH-NUMERO(WS-Q) = WS-ECH-CIBLE
                   MOVE WS-ECH-INTERET(WS-Q) TO WS-COURU
               END-IF
           END-PERFORM.
           IF WS-COURU = 0
               EXIT PARAGRAPH
           END-IF.
           ADD WS-COURU TO WS-TOTAL-PRETS.
           ADD 1 TO WS-NB-PRETS-COURUS.
           MOVE SPACES TO RAP-LIGNE.
           STRING "PRET  " PRT-NUM-PRET
                  " CLIENT " PRT-MAT-CLT
                  " CRD " PRT-CAPITAL-RESTANT
                  " TAUX " PRT-TAUX-ANNUEL
                  " ECH " WS-ECH-CIBLE
                  " COURU " WS-COURU " MAD"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-COURIR-UN-PRET.

       COURIR-LES-DEPOTS.
           OPEN INPUT COMPTE-MASTER.
           OPEN INPUT DEPOTS-TERME.
           IF WS-DAT-FILESTATUS = "00"
               PERFORM UNTIL WS-DAT-FILESTATUS NOT = "00"
                   READ DEPOTS-TERME
                       AT END MOVE "10" TO WS-DAT-FILESTATUS
                       NOT AT END
                           IF DAT-STATUT = "A"
                               PERFORM COURIR-UN-DEPOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOTS-TERME
           END-IF.
           CLOSE COMPTE-MASTER.
           EXIT.
       FIN-COURIR-LES-DEPOTS.

      *    interets acquis depuis l'ouverture (ou le dernier
      *    renouvellement) jusqu'a la fin du mois, plafonnes aux
      *    interets convenus que le denouement versera.
       COURIR-UN-DEPOT.
           MOVE DAT-DATE-OUVERTURE TO WS-DATE-NUM.
           IF WS-DATE-NUM > WS-FIN-MOIS-NUM
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-JOURS = WS-JOUR-FIN -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-COURU ROUNDED =
                   DAT-MONTANT * DAT-TAUX * WS-JOURS / 365.
           COMPUTE WS-INTERET-CONTRAT ROUNDED =
                   DAT-MONTANT * DAT-TAUX * DAT-DUREE-MOIS / 12.
           IF WS-COURU > WS-INTERET-CONTRAT
               MOVE WS-INTERET-CONTRAT TO WS-COURU
           END-IF.
           IF WS-COURU = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "MAD" TO WS-DEVISE.
           MOVE DAT-CPT-LIE TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CPM-DEVISE-CPT TO WS-DEVISE
           END-READ.
           PERFORM VARYING WS-V FROM 1 BY 1
                   UNTIL WS-V > WS-NB-DEV
                      OR WS-DEV-CODE(WS-V) = WS-DEVISE
               CONTINUE
           END-PERFORM.
           IF WS-V > WS-NB-DEV
               IF WS-NB-DEV < 10
                   ADD 1 TO WS-NB-DEV
                   MOVE WS-NB-DEV TO WS-V
                   MOVE WS-DEVISE TO WS-DEV-CODE(WS-V)
                   MOVE ZERO TO WS-DEV-COURU(WS-V)
               ELSE
                   DISPLAY "PLUS DE 10 DEVISES, DEPOT "
                           DAT-NUM-DEPOT " NON COURU"
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD WS-COURU TO WS-DEV-COURU(WS-V).
           ADD 1 TO WS-NB-DEPOTS-COURUS.

           MOVE SPACES TO RAP-LIGNE.
           STRING "DEPOT " DAT-NUM-DEPOT
                  " CLIENT " DAT-MAT-CLT
                  " CAP " DAT-MONTANT
                  " TAUX " DAT-TAUX
                  " DU " DAT-DATE-OUVERTURE
                  " " WS-JOURS " J"
                  " COURU " WS-COURU " " WS-DEVISE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-COURIR-UN-DEPOT.

       EDITER-TOTAUX.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL PRETS  (CRU1 C) : " WS-NB-PRETS-COURUS
                  " CONTRAT(S) " WS-TOTAL-PRETS " MAD"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NB-DEV
               MOVE SPACES TO RAP-LIGNE
               STRING "TOTAL DEPOTS (CRU2 D) : "
                      WS-DEV-COURU(WS-V) " " WS-DEV-CODE(WS-V)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           EXIT.
       FIN-EDITER-TOTAUX.

      *    pose de l'arrete du mois et constitution du nouveau stock
      *    (les lignes extournees des mois precedents en sortent).
       POSER-ARRETE.
           MOVE ZERO TO WS-NB-CRS.
           MOVE SPACES TO WS-LIBELLE-JRN.
           STRING "INTERETS COURUS " WS-MOIS-COURANT
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           IF WS-TOTAL-PRETS > 0
               MOVE "CRU1"         TO WS-CODE-JRN
               MOVE "C"            TO WS-SENS-JRN
               MOVE "MAD"          TO WS-DEVISE-JRN
               MOVE WS-TOTAL-PRETS TO WS-MONTANT-JRN
               PERFORM JOURNALISER-COURU
               PERFORM AJOUTER-LIGNE-STOCK
           END-IF.
           PERFORM VARYING WS-V FROM 1 BY 1 UNTIL WS-V > WS-NB-DEV
               MOVE "CRU2"            TO WS-CODE-JRN
               MOVE "D"               TO WS-SENS-JRN
               MOVE WS-DEV-CODE(WS-V)  TO WS-DEVISE-JRN
               MOVE WS-DEV-COURU(WS-V) TO WS-MONTANT-JRN
               PERFORM JOURNALISER-COURU
               PERFORM AJOUTER-LIGNE-STOCK
           END-PERFORM.
           EXIT.
       FIN-POSER-ARRETE.

       AJOUTER-LIGNE-STOCK.
           MOVE WS-MOIS-COURANT TO CRS-MOIS.
           MOVE WS-CODE-JRN     TO CRS-CODE.
           MOVE WS-SENS-JRN     TO CRS-SENS.
           MOVE WS-DEVISE-JRN   TO CRS-DEVISE.
           MOVE WS-MONTANT-JRN  TO CRS-MONTANT.
           MOVE "C"             TO CRS-STATUT.
           ADD 1 TO WS-NB-CRS.
           MOVE CRS-ENREG TO WS-CRS-IMAGE(WS-NB-CRS).
           EXIT.
       FIN-AJOUTER-LIGNE-STOCK.

       SAUVER-STOCK-COURUS.
           OPEN OUTPUT COURUS-STOCK.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CRS
               MOVE WS-CRS-IMAGE(WS-C) TO CRS-ENREG
               WRITE CRS-ENREG
           END-PERFORM.
           CLOSE COURUS-STOCK.
           EXIT.
       FIN-SAUVER-STOCK-COURUS.

      *    ligne sans compte client a destination du grand livre,
      *    comme PRV1/PRV2 de PROVISIONS-PRETS.
       JOURNALISER-COURU.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE SPACES         TO JRN-NUM-CPT.
           MOVE WS-CODE-JRN    TO JRN-CODE-OPE.
           MOVE WS-MONTANT-JRN TO JRN-MONTANT.
           MOVE WS-DEVISE-JRN  TO JRN-DEVISE.
           MOVE ZERO           TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE WS-LIBELLE-JRN TO JRN-LIBELLE.
           MOVE WS-SENS-JRN    TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE SPACES         TO JRN-AGENCE.
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
           CLOSE JOURNAL-OPERATIONS.
           EXIT.
       FIN-JOURNALISER-COURU.

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

       END PROGRAM INTERETS-COURUS.
