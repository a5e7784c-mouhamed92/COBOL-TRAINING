       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCENTRATION-DEPOTS.
       AUTHOR.    MOHAMED.

      *    etat mensuel de concentration des depots (fin de mois,
      *    chaine BATCH-JOUR), pour le risque de liquidite : les
      *    soldes crediteurs des comptes non clotures du fichier
      *    maitre, convertis en MAD au cours moyen, sont consolides
      *    par client. Un compte joint (CO-TITULAIRES.DAT) se partage
      *    a parts egales entre son titulaire et ses co-titulaires,
      *    pour que la somme des clients retombe sur le total des
      *    depots. L'etat CONCENTRATION-DEPOTS-AAAAMM.TXT donne :
      *      - les 50 premiers deposants et leur part du total ;
      *      - la repartition des clients et des depots par tranche
      *        de solde consolide ;
      *      - la repartition des comptes et des depots par type de
      *        compte, par devise et par agence ;
      *      - la part des 20 premiers et sa variation sur le mois
      *        precedent, relue dans CONCENTRATION-HISTO.DAT ou
      *        chaque mois laisse sa ligne.

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

           SELECT CO-TITULAIRES ASSIGN TO "CO-TITULAIRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTI-FILESTATUS.

           SELECT HISTO-FICHIER ASSIGN TO "CONCENTRATION-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCH-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

      *    meme mise en forme que dans BANQUE-CLT.
       FD  CO-TITULAIRES.
       01  CTI-ENREG.
           05  CTI-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-ROLE        PIC X(10).

      *    une ligne par mois : total des depots, part des 20 et des
      *    50 premiers, nombre de deposants.
       FD  HISTO-FICHIER.
       01  CCH-ENREG.
           05  CCH-MOIS        PIC X(6).
           05  FILLER          PIC X(1).
           05  CCH-TOTAL       PIC 9(13)V9(2).
           05  FILLER          PIC X(1).
           05  CCH-PART-20     PIC 9(3)V9(2).
           05  FILLER          PIC X(1).
           05  CCH-PART-50     PIC 9(3)V9(2).
           05  FILLER          PIC X(1).
           05  CCH-NB-CLIENTS  PIC 9(6).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-CTI-FILESTATUS   PIC X(2).
       01  WS-CCH-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-COURANT     PIC X(6).

       01  WS-MONTANT-CONV-IN  PIC S9(10)V9(2).
       01  WS-MONTANT-CONVERTI PIC S9(10)V9(2).
       01  WS-CONV-STATUT      PIC X(1).
       01  WS-CONV-DATE        PIC X(8) VALUE SPACES.
       01  WS-CONV-COTE        PIC X(1) VALUE "M".
       01  WS-TAUX-RETOURNE    PIC 9(4)V9(4).
       01  WS-PGM-CONVERSION   PIC X(20) VALUE "CONVERSION-DEVISE".
       01  WS-DEVISE-MAD       PIC X(3) VALUE "MAD".

      *    comptes joints charges en memoire, comme dans
      *    ETAT-FISCAL-CLIENTS.
       01  WS-NB-CTI           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CTI.
         05 WS-CTI  OCCURS 200 TIMES.
           10  WS-CTI-CPT      PIC X(6).
           10  WS-CTI-MAT      PIC X(6).
       01  WS-C                PIC 9(3).

      *    depots consolides par client ; WS-CLI-PRIS marque les
      *    clients deja classes dans les 50 premiers.
       01  WS-NB-CLI           PIC 9(4) VALUE ZERO.
       01  WS-CLI-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CLI.
         05 WS-CLI  OCCURS 3000 TIMES.
           10  WS-CLI-MAT      PIC X(6).
           10  WS-CLI-DEPOT    PIC 9(13)V9(2).
           10  WS-CLI-PRIS     PIC X(1).
       01  WS-I                PIC 9(4).
       01  WS-CLI-TROUVE      PIC 9(4).
       01  WS-MAT-CLT          PIC X(6).

      *    partage d'un compte joint entre ses detenteurs.
       01  WS-DEPOT-MAD        PIC 9(13)V9(2).
       01  WS-NB-DETENTEURS    PIC 9(2).
       01  WS-PART-DETENTEUR   PIC 9(13)V9(2).
       01  WS-MONTANT-CLIENT   PIC 9(13)V9(2).

      *    ventilations par type de compte, devise et agence : la
      *    table est commune, WS-DIM-AXE distingue l'axe (T, D, A).
       01  WS-NB-DIM           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-DIM.
         05 WS-DIM  OCCURS 200 TIMES.
           10  WS-DIM-AXE      PIC X(1).
           10  WS-DIM-CODE     PIC X(10).
           10  WS-DIM-NB       PIC 9(6).
           10  WS-DIM-DEPOT    PIC 9(13)V9(2).
           10  WS-DIM-NATIF    PIC 9(13)V9(2).
       01  WS-D                PIC 9(3).
       01  WS-DIM-TROUVE       PIC 9(3).
       01  WS-AXE-COURANT      PIC X(1).
       01  WS-CODE-COURANT     PIC X(10).

      *    tranches de solde consolide, bornes hautes exclues.
       01  WS-TABLE-TRANCHES.
         05 WS-TRANCHE  OCCURS 5 TIMES.
           10  WS-TR-BORNE     PIC 9(13)V9(2).
           10  WS-TR-LIBELLE   PIC X(24).
           10  WS-TR-NB        PIC 9(6).
           10  WS-TR-DEPOT     PIC 9(13)V9(2).
       01  WS-T                PIC 9(1).

       01  WS-TOTAL-DEPOTS     PIC 9(13)V9(2) VALUE ZERO.
       01  WS-NB-COMPTES       PIC 9(6) VALUE ZERO.
       01  WS-NB-SANS-TAUX     PIC 9(5) VALUE ZERO.
       01  WS-PART             PIC 9(3)V9(2).
       01  WS-CUMUL-20         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-CUMUL-50         PIC 9(13)V9(2) VALUE ZERO.
       01  WS-PART-20          PIC 9(3)V9(2) VALUE ZERO.
       01  WS-PART-50          PIC 9(3)V9(2) VALUE ZERO.
       01  WS-RANG             PIC 9(2).
       01  WS-MEILLEUR         PIC 9(4).
       01  WS-NOM-CLT          PIC X(30).
       01  WS-TITRE-AXE        PIC X(60).

      *    historique des mois precedents, reecrit avec la ligne du
      *    mois (remplacee si l'etat est relance).
       01  WS-NB-CCH           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CCH.
         05 WS-CCH  OCCURS 240 TIMES.
           10  WS-CCH-IMAGE    PIC X(42).
       01  WS-H                PIC 9(3).
       01  WS-CCH-COURANT      PIC 9(3) VALUE ZERO.
       01  WS-MOIS-PRECEDENT   PIC X(6) VALUE SPACES.
       01  WS-PART-20-PREC     PIC 9(3)V9(2) VALUE ZERO.
       01  WS-VARIATION        PIC S9(3)V9(2).
       01  WS-VARIATION-ED     PIC +ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-CONCENTRATION-DEPOTS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           PERFORM INITIALISER-TRANCHES.
           PERFORM CHARGER-CO-TITULAIRES.

           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-STATUT NOT = "C"
                          AND CPM-SOLDE-CPT > ZERO
                           PERFORM CUMULER-UN-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           IF WS-CLI-SURCHARGE = "O"
               DISPLAY "PLUS DE 3000 DEPOSANTS, ETAT INCOMPLET"
           END-IF.

           PERFORM CHARGER-HISTORIQUE.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "CONCENTRATION-DEPOTS-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CONCENTRATION DES DEPOTS - MOIS " WS-MOIS-COURANT
                  " - ARRETE DU " WS-AUJOURD-HUI " (CONTRE-VALEUR MAD)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL DES DEPOTS : " WS-TOTAL-DEPOTS " SUR "
                  WS-NB-COMPTES " COMPTE(S), " WS-NB-CLI
                  " DEPOSANT(S)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-NB-SANS-TAUX > 0
               MOVE SPACES TO RAP-LIGNE
               STRING "  " WS-NB-SANS-TAUX " COMPTE(S) EXCLU(S) FAUTE"
                      " DE COURS DE CONVERSION"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.

           PERFORM EDITER-PREMIERS-DEPOSANTS.
           PERFORM EDITER-TRANCHES.
           MOVE "T" TO WS-AXE-COURANT.
           MOVE "PAR TYPE DE COMPTE" TO RAP-LIGNE.
           PERFORM EDITER-UN-AXE.
           MOVE "D" TO WS-AXE-COURANT.
           MOVE "PAR DEVISE (MONTANT NATIF ET CONTRE-VALEUR)"
               TO RAP-LIGNE.
           PERFORM EDITER-UN-AXE.
           MOVE "A" TO WS-AXE-COURANT.
           MOVE "PAR AGENCE" TO RAP-LIGNE.
           PERFORM EDITER-UN-AXE.
           PERFORM EDITER-VARIATION.
           CLOSE RAPPORT-FICHIER.

           PERFORM SAUVER-HISTORIQUE.

           DISPLAY "===== CONCENTRATION DES DEPOTS =====".
           DISPLAY "TOTAL DES DEPOTS     : " WS-TOTAL-DEPOTS.
           DISPLAY "DEPOSANTS            : " WS-NB-CLI.
           DISPLAY "PART DES 20 PREMIERS : " WS-PART-20 " %".
           DISPLAY "PART DES 50 PREMIERS : " WS-PART-50 " %".
           DISPLAY "ETAT DANS " WS-RAP-FILE-PATH.
           DISPLAY "====================================".
           GOBACK.

       INITIALISER-TRANCHES.
           MOVE 10000        TO WS-TR-BORNE(1).
           MOVE "MOINS DE 10 000" TO WS-TR-LIBELLE(1).
           MOVE 100000       TO WS-TR-BORNE(2).
           MOVE "10 000 A 100 000" TO WS-TR-LIBELLE(2).
           MOVE 1000000      TO WS-TR-BORNE(3).
           MOVE "100 000 A 1 MILLION" TO WS-TR-LIBELLE(3).
           MOVE 10000000     TO WS-TR-BORNE(4).
           MOVE "1 A 10 MILLIONS" TO WS-TR-LIBELLE(4).
           MOVE 9999999999999.99 TO WS-TR-BORNE(5).
           MOVE "10 MILLIONS ET PLUS" TO WS-TR-LIBELLE(5).
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
               MOVE ZERO TO WS-TR-NB(WS-T)
               MOVE ZERO TO WS-TR-DEPOT(WS-T)
           END-PERFORM.
           EXIT.
       FIN-INITIALISER-TRANCHES.

      *    un compte crediteur : contre-valeur MAD, ventilations, puis
      *    partage entre le titulaire et les co-titulaires.
       CUMULER-UN-COMPTE.
           MOVE "O" TO WS-CONV-STATUT.
           IF CPM-DEVISE-CPT = WS-DEVISE-MAD
               MOVE CPM-SOLDE-CPT TO WS-MONTANT-CONVERTI
           ELSE
               MOVE CPM-SOLDE-CPT TO WS-MONTANT-CONV-IN
               CALL WS-PGM-CONVERSION USING WS-MONTANT-CONV-IN
                    CPM-DEVISE-CPT WS-DEVISE-MAD
                    WS-CONV-DATE WS-CONV-COTE
                    WS-MONTANT-CONVERTI WS-TAUX-RETOURNE
                    WS-CONV-STATUT
           END-IF.
           IF WS-CONV-STATUT NOT = "O"
               ADD 1 TO WS-NB-SANS-TAUX
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTANT-CONVERTI TO WS-DEPOT-MAD.
           ADD 1 TO WS-NB-COMPTES.
           ADD WS-DEPOT-MAD TO WS-TOTAL-DEPOTS.

           MOVE "T" TO WS-AXE-COURANT.
           MOVE CPM-TYPE-CPT TO WS-CODE-COURANT.
           PERFORM VENTILER-COMPTE.
           MOVE "D" TO WS-AXE-COURANT.
           MOVE CPM-DEVISE-CPT TO WS-CODE-COURANT.
           PERFORM VENTILER-COMPTE.
           MOVE "A" TO WS-AXE-COURANT.
           MOVE CPM-AGENCE TO WS-CODE-COURANT.
           PERFORM VENTILER-COMPTE.

           MOVE 1 TO WS-NB-DETENTEURS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTI
               IF WS-CTI-CPT(WS-C) = CPM-NUM-CPT
                  AND WS-CTI-MAT(WS-C) NOT = CPM-TITUL-CPT
                   ADD 1 TO WS-NB-DETENTEURS
               END-IF
           END-PERFORM.
           COMPUTE WS-PART-DETENTEUR =
                   WS-DEPOT-MAD / WS-NB-DETENTEURS.
      *    le titulaire prend le reste de la division, pour que les
      *    parts retombent exactement sur le solde.
           COMPUTE WS-MONTANT-CLIENT = WS-DEPOT-MAD
                   - WS-PART-DETENTEUR * (WS-NB-DETENTEURS - 1).
           MOVE CPM-TITUL-CPT TO WS-MAT-CLT.
           PERFORM CREDITER-CLIENT.
           MOVE WS-PART-DETENTEUR TO WS-MONTANT-CLIENT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTI
               IF WS-CTI-CPT(WS-C) = CPM-NUM-CPT
                  AND WS-CTI-MAT(WS-C) NOT = CPM-TITUL-CPT
                   MOVE WS-CTI-MAT(WS-C) TO WS-MAT-CLT
                   PERFORM CREDITER-CLIENT
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CUMULER-UN-COMPTE.

       CREDITER-CLIENT.
           MOVE ZERO TO WS-CLI-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLI
               IF WS-CLI-MAT(WS-I) = WS-MAT-CLT
                   MOVE WS-I TO WS-CLI-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLI-TROUVE = 0
               IF WS-NB-CLI NOT < 3000
                   MOVE "O" TO WS-CLI-SURCHARGE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-CLI
               MOVE WS-NB-CLI TO WS-CLI-TROUVE
               MOVE WS-MAT-CLT TO WS-CLI-MAT(WS-CLI-TROUVE)
               MOVE ZERO TO WS-CLI-DEPOT(WS-CLI-TROUVE)
               MOVE "N" TO WS-CLI-PRIS(WS-CLI-TROUVE)
           END-IF.
           ADD WS-MONTANT-CLIENT TO WS-CLI-DEPOT(WS-CLI-TROUVE).
           EXIT.
       FIN-CREDITER-CLIENT.

       VENTILER-COMPTE.
           MOVE ZERO TO WS-DIM-TROUVE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DIM
               IF WS-DIM-AXE(WS-D) = WS-AXE-COURANT
                  AND WS-DIM-CODE(WS-D) = WS-CODE-COURANT
                   MOVE WS-D TO WS-DIM-TROUVE
               END-IF
           END-PERFORM.
           IF WS-DIM-TROUVE = 0
               IF WS-NB-DIM NOT < 200
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-DIM
               MOVE WS-NB-DIM TO WS-DIM-TROUVE
               MOVE WS-AXE-COURANT TO WS-DIM-AXE(WS-DIM-TROUVE)
               MOVE WS-CODE-COURANT TO WS-DIM-CODE(WS-DIM-TROUVE)
               MOVE ZERO TO WS-DIM-NB(WS-DIM-TROUVE)
               MOVE ZERO TO WS-DIM-DEPOT(WS-DIM-TROUVE)
               MOVE ZERO TO WS-DIM-NATIF(WS-DIM-TROUVE)
           END-IF.
           ADD 1 TO WS-DIM-NB(WS-DIM-TROUVE).
           ADD WS-DEPOT-MAD TO WS-DIM-DEPOT(WS-DIM-TROUVE).
           ADD CPM-SOLDE-CPT TO WS-DIM-NATIF(WS-DIM-TROUVE).
           EXIT.
       FIN-VENTILER-COMPTE.

      *    les 50 premiers par selection successive du plus gros
      *    depot non encore classe ; la part des 20 premiers est
      *    relevee au passage.
       EDITER-PREMIERS-DEPOSANTS.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "LES 50 PREMIERS DEPOSANTS" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           OPEN INPUT CLIENT-MASTER.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > 50 OR WS-RANG > WS-NB-CLI
               PERFORM CLASSER-UN-DEPOSANT
           END-PERFORM.
           CLOSE CLIENT-MASTER.
           IF WS-TOTAL-DEPOTS > 0
               COMPUTE WS-PART-20 ROUNDED =
                       WS-CUMUL-20 * 100 / WS-TOTAL-DEPOTS
               COMPUTE WS-PART-50 ROUNDED =
                       WS-CUMUL-50 * 100 / WS-TOTAL-DEPOTS
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING "PART DES 20 PREMIERS : " WS-PART-20
                  " %   PART DES 50 PREMIERS : " WS-PART-50 " %"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-PREMIERS-DEPOSANTS.

       CLASSER-UN-DEPOSANT.
           MOVE ZERO TO WS-MEILLEUR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLI
               IF WS-CLI-PRIS(WS-I) = "N"
                   IF WS-MEILLEUR = 0
                       MOVE WS-I TO WS-MEILLEUR
                   ELSE
                       IF WS-CLI-DEPOT(WS-I) > WS-CLI-DEPOT(WS-MEILLEUR)
                           MOVE WS-I TO WS-MEILLEUR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MEILLEUR = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-CLI-PRIS(WS-MEILLEUR).
           ADD WS-CLI-DEPOT(WS-MEILLEUR) TO WS-CUMUL-50.
           IF WS-RANG NOT > 20
               ADD WS-CLI-DEPOT(WS-MEILLEUR) TO WS-CUMUL-20
           END-IF.
           MOVE WS-CLI-MAT(WS-MEILLEUR) TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   MOVE "(HORS FICHIER CLIENT)" TO WS-NOM-CLT
               NOT INVALID KEY
                   MOVE CLM-NOM-CLT TO WS-NOM-CLT
           END-READ.
           MOVE ZERO TO WS-PART.
           IF WS-TOTAL-DEPOTS > 0
               COMPUTE WS-PART ROUNDED =
                       WS-CLI-DEPOT(WS-MEILLEUR) * 100 / WS-TOTAL-DEPOTS
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  " WS-RANG " " WS-CLI-MAT(WS-MEILLEUR) " "
                  WS-NOM-CLT " " WS-CLI-DEPOT(WS-MEILLEUR)
                  " " WS-PART " %"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-CLASSER-UN-DEPOSANT.

       EDITER-TRANCHES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLI
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-CLI-DEPOT(WS-I) < WS-TR-BORNE(WS-T)
                          OR WS-T = 5
                   CONTINUE
               END-PERFORM
               ADD 1 TO WS-TR-NB(WS-T)
               ADD WS-CLI-DEPOT(WS-I) TO WS-TR-DEPOT(WS-T)
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "PAR TRANCHE DE SOLDE CONSOLIDE" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 5
               MOVE ZERO TO WS-PART
               IF WS-TOTAL-DEPOTS > 0
                   COMPUTE WS-PART ROUNDED =
                           WS-TR-DEPOT(WS-T) * 100 / WS-TOTAL-DEPOTS
               END-IF
               MOVE SPACES TO RAP-LIGNE
               STRING "  " WS-TR-LIBELLE(WS-T) " CLIENTS "
                      WS-TR-NB(WS-T) " DEPOTS " WS-TR-DEPOT(WS-T)
                      " " WS-PART " %"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           EXIT.
       FIN-EDITER-TRANCHES.

      *    le titre de l'axe est deja dans RAP-LIGNE a l'appel.
       EDITER-UN-AXE.
           MOVE RAP-LIGNE TO WS-TITRE-AXE.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE WS-TITRE-AXE TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DIM
               IF WS-DIM-AXE(WS-D) = WS-AXE-COURANT
                   PERFORM EDITER-UNE-VENTILATION
               END-IF
           END-PERFORM.
           EXIT.
       FIN-EDITER-UN-AXE.

       EDITER-UNE-VENTILATION.
           MOVE ZERO TO WS-PART.
           IF WS-TOTAL-DEPOTS > 0
               COMPUTE WS-PART ROUNDED =
                       WS-DIM-DEPOT(WS-D) * 100 / WS-TOTAL-DEPOTS
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           IF WS-AXE-COURANT = "D"
               STRING "  " WS-DIM-CODE(WS-D) " COMPTES "
                      WS-DIM-NB(WS-D) " NATIF " WS-DIM-NATIF(WS-D)
                      " MAD " WS-DIM-DEPOT(WS-D) " " WS-PART " %"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           ELSE
               STRING "  " WS-DIM-CODE(WS-D) " COMPTES "
                      WS-DIM-NB(WS-D) " DEPOTS " WS-DIM-DEPOT(WS-D)
                      " " WS-PART " %"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-UNE-VENTILATION.

       EDITER-VARIATION.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           IF WS-MOIS-PRECEDENT = SPACES
               STRING "PART DES 20 PREMIERS : " WS-PART-20
                      " % - PAS DE MOIS PRECEDENT EN HISTORIQUE"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           ELSE
               COMPUTE WS-VARIATION = WS-PART-20 - WS-PART-20-PREC
               MOVE WS-VARIATION TO WS-VARIATION-ED
               STRING "PART DES 20 PREMIERS : " WS-PART-20
                      " % CONTRE " WS-PART-20-PREC " % EN "
                      WS-MOIS-PRECEDENT ", VARIATION "
                      WS-VARIATION-ED " POINT(S)"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-VARIATION.

      *    le mois precedent est la ligne la plus recente anterieure
      *    au mois courant.
       CHARGER-HISTORIQUE.
           MOVE ZERO TO WS-NB-CCH.
           OPEN INPUT HISTO-FICHIER.
           IF WS-CCH-FILESTATUS = "00"
               PERFORM UNTIL WS-CCH-FILESTATUS NOT = "00"
                   READ HISTO-FICHIER
                       AT END MOVE "10" TO WS-CCH-FILESTATUS
                       NOT AT END
                           PERFORM RETENIR-UN-MOIS
                   END-READ
               END-PERFORM
               CLOSE HISTO-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-HISTORIQUE.

       RETENIR-UN-MOIS.
           IF WS-NB-CCH NOT < 240
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CCH.
           MOVE CCH-ENREG TO WS-CCH-IMAGE(WS-NB-CCH).
           IF CCH-MOIS = WS-MOIS-COURANT
               MOVE WS-NB-CCH TO WS-CCH-COURANT
           END-IF.
           IF CCH-MOIS < WS-MOIS-COURANT
              AND (WS-MOIS-PRECEDENT = SPACES OR
                   CCH-MOIS > WS-MOIS-PRECEDENT)
               MOVE CCH-MOIS TO WS-MOIS-PRECEDENT
               MOVE CCH-PART-20 TO WS-PART-20-PREC
           END-IF.
           EXIT.
       FIN-RETENIR-UN-MOIS.

       SAUVER-HISTORIQUE.
           MOVE SPACES          TO CCH-ENREG.
           MOVE WS-MOIS-COURANT TO CCH-MOIS.
           MOVE WS-TOTAL-DEPOTS TO CCH-TOTAL.
           MOVE WS-PART-20      TO CCH-PART-20.
           MOVE WS-PART-50      TO CCH-PART-50.
           MOVE WS-NB-CLI       TO CCH-NB-CLIENTS.
           IF WS-CCH-COURANT = 0
               IF WS-NB-CCH < 240
                   ADD 1 TO WS-NB-CCH
                   MOVE WS-NB-CCH TO WS-CCH-COURANT
               ELSE
                   PERFORM VARYING WS-H FROM 1 BY 1
                           UNTIL WS-H NOT < WS-NB-CCH
                       MOVE WS-CCH-IMAGE(WS-H + 1) TO WS-CCH-IMAGE(WS-H)
                   END-PERFORM
                   MOVE WS-NB-CCH TO WS-CCH-COURANT
               END-IF
           END-IF.
           MOVE CCH-ENREG TO WS-CCH-IMAGE(WS-CCH-COURANT).
           OPEN OUTPUT HISTO-FICHIER.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NB-CCH
               MOVE WS-CCH-IMAGE(WS-H) TO CCH-ENREG
               WRITE CCH-ENREG
           END-PERFORM.
           CLOSE HISTO-FICHIER.
           EXIT.
       FIN-SAUVER-HISTORIQUE.

       CHARGER-CO-TITULAIRES.
           OPEN INPUT CO-TITULAIRES.
           IF WS-CTI-FILESTATUS = "00"
               PERFORM UNTIL WS-CTI-FILESTATUS NOT = "00"
                   READ CO-TITULAIRES
                       AT END MOVE "10" TO WS-CTI-FILESTATUS
                       NOT AT END
                           IF WS-NB-CTI < 200
                               ADD 1 TO WS-NB-CTI
                               MOVE CTI-NUM-CPT TO
                                    WS-CTI-CPT(WS-NB-CTI)
                               MOVE CTI-MAT-CLT TO
                                    WS-CTI-MAT(WS-NB-CTI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-TITULAIRES
           END-IF.
           EXIT.
       FIN-CHARGER-CO-TITULAIRES.

       END PROGRAM CONCENTRATION-DEPOTS.
