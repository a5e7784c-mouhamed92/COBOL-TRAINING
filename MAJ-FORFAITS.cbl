       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-FORFAITS.
       AUTHOR.    MOHAMED.

      *    catalogue des forfaits de compte (compte de base, compte
      *    premium avec carte et chequier, forfait jeunes...) et
      *    affectation d'un forfait a chaque compte. Un forfait porte
      *    une cotisation mensuelle, prelevee par le batch mensuel
      *    COTISATIONS-FORFAITS, jusqu'a trois types de compte
      *    eligibles et jusqu'a cinq operations incluses, chacune
      *    avec sa remise en pourcentage sur la commission du bareme
      *    TARIFS.DAT (100 = incluse, gratuite au guichet). Un compte
      *    n'a qu'un forfait actif a la fois : en affecter un nouveau
      *    resilie l'ancien. Un forfait resilie au catalogue n'est
      *    plus affecte ni preleve. Chaque changement est trace dans
      *    la piste d'audit centrale.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FORFAITS-FICHIER ASSIGN TO "FORFAITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FFT-FILESTATUS.

           SELECT COMPTES-FORFAITS ASSIGN TO "COMPTES-FORFAITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFO-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    FFT-REMISE : pourcentage de remise sur la commission de
      *    l'operation FFT-CODE-OPE, 100 = operation incluse.
      *    FFT-STATUT : A = actif, R = resilie.
       FD  FORFAITS-FICHIER.
       01  FFT-ENREG.
           05  FFT-CODE           PIC X(6).
           05  FILLER             PIC X(1).
           05  FFT-LIBELLE        PIC X(30).
           05  FILLER             PIC X(1).
           05  FFT-COTISATION     PIC 9(6)V9(2).
           05  FILLER             PIC X(1).
           05  FFT-ELIGIBLE  OCCURS 3 TIMES.
               10  FFT-TYPE-CPT   PIC X(10).
               10  FILLER         PIC X(1).
           05  FFT-AVANTAGE  OCCURS 5 TIMES.
               10  FFT-CODE-OPE   PIC X(4).
               10  FILLER         PIC X(1).
               10  FFT-REMISE     PIC 9(3).
               10  FILLER         PIC X(1).
           05  FFT-STATUT         PIC X(1).

      *    CFO-STATUT : A = forfait en cours, R = resilie.
       FD  COMPTES-FORFAITS.
       01  CFO-ENREG.
           05  CFO-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  CFO-CODE           PIC X(6).
           05  FILLER             PIC X(1).
           05  CFO-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  CFO-DATE-FIN       PIC X(8).
           05  FILLER             PIC X(1).
           05  CFO-STATUT         PIC X(1).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-FFT-FILESTATUS   PIC X(2).
       01  WS-CFO-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CHOIX            PIC 9(1).

       01  WS-DATE-EXPLOIT     PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-CODE-SAISI       PIC X(6).
       01  WS-COMPTE-SAISI     PIC X(6).
       01  WS-SAISIE-FFT       PIC X(126).

      *    catalogue et affectations charges en memoire puis
      *    reecrits en totalite.
       01  WS-NB-FFT           PIC 9(2) VALUE ZERO.
       01  WS-FFT-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-FFT.
         05 WS-FFT  OCCURS 50 TIMES.
           10  WS-FFT-IMAGE    PIC X(130).
       01  WS-NB-CFO           PIC 9(4) VALUE ZERO.
       01  WS-CFO-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CFO.
         05 WS-CFO  OCCURS 2000 TIMES.
           10  WS-CFO-IMAGE    PIC X(40).
       01  WS-F                PIC 9(2).
       01  WS-C                PIC 9(4).
       01  WS-K                PIC 9(1).
       01  WS-FFT-TROUVE       PIC X(1).
       01  WS-FFT-RANG         PIC 9(2).
       01  WS-ELIGIBLE         PIC X(1).
       01  WS-ANCIEN-FORFAIT   PIC X(6).

      *    les types eligibles sont des produits du referentiel
      *    PRODUITS.DAT.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       COPY PRODUIT-CPY.

      *    piste d'audit centrale, comme MAJ-COMPTES-GL.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-FORFAITS".
       01  WS-OPERATEUR-ID     PIC 9(5).
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-FORFAITS.
           CALL WS-PGM-DATE-BQE USING WS-DATE-EXPLOIT.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-ID.

           DISPLAY "1-LISTER LE CATALOGUE DES FORFAITS".
           DISPLAY "2-AJOUTER OU MODIFIER UN FORFAIT".
           DISPLAY "3-AFFECTER UN FORFAIT A UN COMPTE".
           DISPLAY "4-RESILIER LE FORFAIT D'UN COMPTE".
           ACCEPT WS-CHOIX.

           PERFORM CHARGER-CATALOGUE.
           IF WS-FFT-SURCHARGE = "O"
               DISPLAY "PLUS DE 50 FORFAITS, TABLE PLEINE"
               GOBACK
           END-IF.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-CATALOGUE
               WHEN 2
                   PERFORM POSER-UN-FORFAIT
               WHEN 3
                   PERFORM AFFECTER-FORFAIT
               WHEN 4
                   PERFORM RESILIER-FORFAIT-COMPTE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       CHARGER-CATALOGUE.
           OPEN INPUT FORFAITS-FICHIER.
           IF WS-FFT-FILESTATUS = "00"
               PERFORM UNTIL WS-FFT-FILESTATUS NOT = "00"
                   READ FORFAITS-FICHIER
                       AT END MOVE "10" TO WS-FFT-FILESTATUS
                       NOT AT END
                           IF WS-NB-FFT < 50
                               ADD 1 TO WS-NB-FFT
                               MOVE FFT-ENREG TO
                                    WS-FFT-IMAGE(WS-NB-FFT)
                           ELSE
                               MOVE "O" TO WS-FFT-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORFAITS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-CATALOGUE.

       CHARGER-AFFECTATIONS.
           OPEN INPUT COMPTES-FORFAITS.
           IF WS-CFO-FILESTATUS = "00"
               PERFORM UNTIL WS-CFO-FILESTATUS NOT = "00"
                   READ COMPTES-FORFAITS
                       AT END MOVE "10" TO WS-CFO-FILESTATUS
                       NOT AT END
                           IF WS-NB-CFO < 2000
                               ADD 1 TO WS-NB-CFO
                               MOVE CFO-ENREG TO
                                    WS-CFO-IMAGE(WS-NB-CFO)
                           ELSE
                               MOVE "O" TO WS-CFO-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPTES-FORFAITS
           END-IF.
           EXIT.
       FIN-CHARGER-AFFECTATIONS.

       LISTER-CATALOGUE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FFT
               MOVE WS-FFT-IMAGE(WS-F) TO FFT-ENREG
               DISPLAY FFT-CODE " " FFT-LIBELLE " COTISATION "
                       FFT-COTISATION " " FFT-STATUT
               DISPLAY "    TYPES : " FFT-TYPE-CPT(1) " "
                       FFT-TYPE-CPT(2) " " FFT-TYPE-CPT(3)
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
                   IF FFT-CODE-OPE(WS-K) NOT = SPACES
                       DISPLAY "    " FFT-CODE-OPE(WS-K)
                               " REMISE " FFT-REMISE(WS-K) " %"
                   END-IF
               END-PERFORM
           END-PERFORM.
           DISPLAY WS-NB-FFT " FORFAIT(S) AU CATALOGUE.".
           EXIT.
       FIN-LISTER-CATALOGUE.

      *    le code forfait est unique : une saisie sur un code
      *    existant remplace la ligne, sinon elle s'ajoute.
       POSER-UN-FORFAIT.
           MOVE SPACES TO FFT-ENREG.
           DISPLAY "CODE FORFAIT :".
           ACCEPT FFT-CODE.
           IF FFT-CODE = SPACES
               DISPLAY "CODE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LIBELLE :".
           ACCEPT FFT-LIBELLE.
           DISPLAY "COTISATION MENSUELLE :".
           ACCEPT FFT-COTISATION.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               DISPLAY "TYPE DE COMPTE ELIGIBLE " WS-K
                       " (BLANC = AUCUN) :"
               ACCEPT FFT-TYPE-CPT(WS-K)
           END-PERFORM.
           IF FFT-TYPE-CPT(1) = SPACES
              AND FFT-TYPE-CPT(2) = SPACES
              AND FFT-TYPE-CPT(3) = SPACES
               DISPLAY "AU MOINS UN TYPE DE COMPTE ELIGIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-ELIGIBLE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF FFT-TYPE-CPT(WS-K) NOT = SPACES
                   CALL WS-PGM-PRODUIT USING FFT-TYPE-CPT(WS-K)
                                             PRODUIT-RECORD
                                             WS-PRD-TROUVE
                   IF WS-PRD-TROUVE = "N"
                       DISPLAY "TYPE " FFT-TYPE-CPT(WS-K)
                               " ABSENT DU REFERENTIEL DES PRODUITS"
                       MOVE "N" TO WS-ELIGIBLE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ELIGIBLE = "N"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               DISPLAY "OPERATION INCLUSE " WS-K
                       " (CODE, BLANC = AUCUNE) :"
               ACCEPT FFT-CODE-OPE(WS-K)
               MOVE ZERO TO FFT-REMISE(WS-K)
               IF FFT-CODE-OPE(WS-K) NOT = SPACES
                   DISPLAY "REMISE EN % (100 = GRATUITE) :"
                   ACCEPT FFT-REMISE(WS-K)
                   IF FFT-REMISE(WS-K) > 100
                       MOVE 100 TO FFT-REMISE(WS-K)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "STATUT A-ACTIF  R-RESILIE :".
           ACCEPT FFT-STATUT.
           IF FFT-STATUT NOT = "A" AND FFT-STATUT NOT = "R"
               DISPLAY "STATUT INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE FFT-ENREG TO WS-SAISIE-FFT.

           MOVE "N" TO WS-FFT-TROUVE.
           MOVE "NOUVEAU FORFAIT" TO WS-AUD-AVANT.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FFT
               MOVE WS-FFT-IMAGE(WS-F) TO FFT-ENREG
               IF FFT-CODE = WS-SAISIE-FFT(1:6)
                   MOVE "O" TO WS-FFT-TROUVE
                   MOVE SPACES TO WS-AUD-AVANT
                   STRING "COTISATION " FFT-COTISATION
                          " STATUT " FFT-STATUT
                       DELIMITED BY SIZE INTO WS-AUD-AVANT
                   END-STRING
                   MOVE WS-SAISIE-FFT TO WS-FFT-IMAGE(WS-F)
               END-IF
           END-PERFORM.
           IF WS-FFT-TROUVE = "N"
               IF WS-NB-FFT >= 50
                   DISPLAY "TABLE PLEINE, AJOUT REFUSE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-FFT
               MOVE WS-SAISIE-FFT TO WS-FFT-IMAGE(WS-NB-FFT)
           END-IF.

           OPEN OUTPUT FORFAITS-FICHIER.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FFT
               MOVE WS-FFT-IMAGE(WS-F) TO FFT-ENREG
               WRITE FFT-ENREG
           END-PERFORM.
           CLOSE FORFAITS-FICHIER.

           MOVE WS-SAISIE-FFT TO FFT-ENREG.
           MOVE SPACES TO WS-AUD-CLE.
           STRING "FORFAIT-" FFT-CODE
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "COTISATION " FFT-COTISATION
                  " STATUT " FFT-STATUT
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "FORFAIT " FFT-CODE " ENREGISTRE.".
           EXIT.
       FIN-POSER-UN-FORFAIT.

      *    le compte doit etre actif et son type eligible au forfait,
      *    lui-meme actif au catalogue ; l'ancien forfait du compte
      *    est resilie a la veille.
       AFFECTER-FORFAIT.
           DISPLAY "NUM COMPTE :".
           ACCEPT WS-COMPTE-SAISI.
           DISPLAY "CODE FORFAIT :".
           ACCEPT WS-CODE-SAISI.

           MOVE "N" TO WS-FFT-TROUVE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FFT
               MOVE WS-FFT-IMAGE(WS-F) TO FFT-ENREG
               IF FFT-CODE = WS-CODE-SAISI AND FFT-STATUT = "A"
                   MOVE "O" TO WS-FFT-TROUVE
                   MOVE WS-F TO WS-FFT-RANG
               END-IF
           END-PERFORM.
           IF WS-FFT-TROUVE = "N"
               DISPLAY "FORFAIT INCONNU OU RESILIE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FFT-IMAGE(WS-FFT-RANG) TO FFT-ENREG.

           OPEN INPUT COMPTE-MASTER.
           MOVE WS-COMPTE-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE INTROUVABLE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE NON ACTIF"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-ELIGIBLE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 3
               IF FFT-TYPE-CPT(WS-K) = CPM-TYPE-CPT
                   MOVE "O" TO WS-ELIGIBLE
               END-IF
           END-PERFORM.
           IF WS-ELIGIBLE = "N"
               DISPLAY "TYPE DE COMPTE " CPM-TYPE-CPT
                       " NON ELIGIBLE AU FORFAIT " FFT-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-AFFECTATIONS.
           IF WS-CFO-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 AFFECTATIONS, TABLE PLEINE, "
                       "AFFECTATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ANCIEN-FORFAIT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CFO
               MOVE WS-CFO-IMAGE(WS-C) TO CFO-ENREG
               IF CFO-NUM-CPT = WS-COMPTE-SAISI AND CFO-STATUT = "A"
                   MOVE CFO-CODE TO WS-ANCIEN-FORFAIT
                   MOVE "R" TO CFO-STATUT
                   MOVE WS-DATE-EXPLOIT TO CFO-DATE-FIN
                   MOVE CFO-ENREG TO WS-CFO-IMAGE(WS-C)
               END-IF
           END-PERFORM.
           IF WS-ANCIEN-FORFAIT = WS-CODE-SAISI
               DISPLAY "LE COMPTE A DEJA CE FORFAIT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CFO >= 2000
               DISPLAY "TABLE PLEINE, AFFECTATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CFO.
           MOVE SPACES          TO CFO-ENREG.
           MOVE WS-COMPTE-SAISI TO CFO-NUM-CPT.
           MOVE WS-CODE-SAISI   TO CFO-CODE.
           MOVE WS-DATE-EXPLOIT TO CFO-DATE-DEBUT.
           MOVE "A"             TO CFO-STATUT.
           MOVE CFO-ENREG TO WS-CFO-IMAGE(WS-NB-CFO).
           PERFORM SAUVER-AFFECTATIONS.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "FORFAIT-CPT-" WS-COMPTE-SAISI
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-AVANT.
           STRING "FORFAIT " WS-ANCIEN-FORFAIT
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "FORFAIT " WS-CODE-SAISI
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "FORFAIT " WS-CODE-SAISI " AFFECTE AU COMPTE "
                   WS-COMPTE-SAISI ".".
           EXIT.
       FIN-AFFECTER-FORFAIT.

       RESILIER-FORFAIT-COMPTE.
           DISPLAY "NUM COMPTE :".
           ACCEPT WS-COMPTE-SAISI.
           PERFORM CHARGER-AFFECTATIONS.
           IF WS-CFO-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 AFFECTATIONS, TABLE PLEINE, "
                       "RESILIATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ANCIEN-FORFAIT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CFO
               MOVE WS-CFO-IMAGE(WS-C) TO CFO-ENREG
               IF CFO-NUM-CPT = WS-COMPTE-SAISI AND CFO-STATUT = "A"
                   MOVE CFO-CODE TO WS-ANCIEN-FORFAIT
                   MOVE "R" TO CFO-STATUT
                   MOVE WS-DATE-EXPLOIT TO CFO-DATE-FIN
                   MOVE CFO-ENREG TO WS-CFO-IMAGE(WS-C)
               END-IF
           END-PERFORM.
           IF WS-ANCIEN-FORFAIT = SPACES
               DISPLAY "AUCUN FORFAIT EN COURS SUR CE COMPTE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAUVER-AFFECTATIONS.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "FORFAIT-CPT-" WS-COMPTE-SAISI
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-AVANT.
           STRING "FORFAIT " WS-ANCIEN-FORFAIT
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE "SANS FORFAIT" TO WS-AUD-APRES.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "FORFAIT " WS-ANCIEN-FORFAIT " DU COMPTE "
                   WS-COMPTE-SAISI " RESILIE.".
           EXIT.
       FIN-RESILIER-FORFAIT-COMPTE.

       SAUVER-AFFECTATIONS.
           OPEN OUTPUT COMPTES-FORFAITS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CFO
               MOVE WS-CFO-IMAGE(WS-C) TO CFO-ENREG
               WRITE CFO-ENREG
           END-PERFORM.
           CLOSE COMPTES-FORFAITS.
           EXIT.
       FIN-SAUVER-AFFECTATIONS.

       END PROGRAM MAJ-FORFAITS.
