       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-ASSURANCES.
       AUTHOR.    MOHAMED.

      *    assurance deces-invalidite des emprunteurs, dont la prime
      *    etait encaissee a part et a la main : registre des
      *    assureurs (code, raison sociale, compte de reglement tenu
      *    chez nous et credite chaque mois par BORDEREAUX-ASSURANCE)
      *    et rattachement d'une couverture a un pret de PRETS.DAT :
      *    assureur, taux annuel, assiette (I = capital initial,
      *    R = capital restant du) et date de debut. La prime
      *    mensuelle (assiette * taux / 12) est prelevee avec chaque
      *    echeance par ECHEANCES-PRETS sous son propre code ASS1.
      *    Un taux saisi a zero reprend celui de l'offre acceptee du
      *    pret (SAISIE-PRETS). Un pret n'a qu'une couverture
      *    active ; la couverture prend fin au remboursement
      *    anticipe total (OP12), au passage en perte, a l'extinction
      *    normale du pret ou par l'option 5 ci-dessous, et
      *    l'assureur en est averti sur son bordereau suivant.
      *    Chaque changement est trace dans la piste d'audit
      *    centrale.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASSUREURS-FICHIER ASSIGN TO "ASSUREURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASU-FILESTATUS.

           SELECT ASSURANCES-FICHIER ASSIGN TO "ASSURANCES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASR-FILESTATUS.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT OFFRES-PRETS ASSIGN TO "OFFRES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFR-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ASU-STATUT : A = actif, R = resilie (plus de nouvelle
      *    couverture, mais les primes deja encaissees lui sont
      *    encore remises).
       FD  ASSUREURS-FICHIER.
       01  ASU-ENREG.
           05  ASU-CODE           PIC X(5).
           05  FILLER             PIC X(1).
           05  ASU-NOM            PIC X(30).
           05  FILLER             PIC X(1).
           05  ASU-CPT-REGLEMENT  PIC X(6).
           05  FILLER             PIC X(1).
           05  ASU-STATUT         PIC X(1).

      *    ASR-BASE : I = capital initial, R = capital restant du.
      *    ASR-STATUT : A = active, F = finie. ASR-MOTIF-FIN :
      *    S = pret eteint a son terme, A = remboursement anticipe
      *    total, P = passage en perte, M = fin saisie a l'ecran.
      *    ASR-SIGNALEE : O quand la fin a ete portee sur un
      *    bordereau. ASR-PRIMES-PERIODE : primes encaissees depuis
      *    le dernier bordereau, remises puis remises a zero.
       FD  ASSURANCES-FICHIER.
       01  ASR-ENREG.
           05  ASR-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  ASR-ASSUREUR        PIC X(5).
           05  FILLER              PIC X(1).
           05  ASR-BASE            PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-TAUX            PIC 9(1)V9(4).
           05  FILLER              PIC X(1).
           05  ASR-DATE-DEBUT      PIC X(8).
           05  FILLER              PIC X(1).
           05  ASR-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-DATE-FIN        PIC X(8).
           05  FILLER              PIC X(1).
           05  ASR-MOTIF-FIN       PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-SIGNALEE        PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-PRIMES-PERIODE  PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  ASR-PRIMES-CUMUL    PIC 9(10)V9(2).

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
       FD  OFFRES-PRETS.
       01  OFR-ENREG.
           05  OFR-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  OFR-DATE-EMISSION   PIC X(8).
           05  FILLER              PIC X(1).
           05  OFR-DATE-VALIDITE   PIC X(8).
           05  FILLER              PIC X(1).
           05  OFR-MENSUALITE      PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  OFR-FRAIS           PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  OFR-TAUX-ASSUR      PIC 9(1)V9(4).
           05  FILLER              PIC X(1).
           05  OFR-PRIME-ASSUR     PIC 9(6)V9(2).
           05  FILLER              PIC X(1).
           05  OFR-TEG             PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  OFR-EMIS-PAR        PIC 9(5).
           05  FILLER              PIC X(1).
           05  OFR-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  OFR-DATE-ACCEPT     PIC X(8).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-ASU-FILESTATUS   PIC X(2).
       01  WS-ASR-FILESTATUS   PIC X(2).
       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-OFR-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CHOIX            PIC 9(1).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    controle calendaire commun a toutes les dates saisies.
       01  WS-PGM-CTRL-DATE    PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).

      *    fin de couverture, commune avec le guichet et les pertes.
       01  WS-PGM-CLORE        PIC X(20) VALUE "CLORE-ASSURANCE-PRET".
       01  WS-MOTIF-FIN        PIC X(1).
       01  WS-CLOSE            PIC X(1).

       01  WS-CODE-SAISI       PIC X(5).
       01  WS-NOM-SAISI        PIC X(30).
       01  WS-CPT-SAISI        PIC X(6).
       01  WS-STATUT-SAISI     PIC X(1).
       01  WS-NUM-PRET         PIC X(6).
       01  WS-BASE-SAISIE      PIC X(1).
       01  WS-TAUX-SAISI       PIC 9(1)V9(4).
       01  WS-DATE-DEBUT       PIC X(8).
       01  WS-PRET-TROUVE      PIC X(1).
       01  WS-CONFIRMATION     PIC X(1).

      *    registres charges en memoire puis reecrits en totalite.
       01  WS-NB-ASU           PIC 9(3) VALUE ZERO.
       01  WS-ASU-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-ASU.
         05 WS-ASU  OCCURS 100 TIMES.
           10  WS-ASU-IMAGE    PIC X(50).
       01  WS-U                PIC 9(3).
       01  WS-ASU-TROUVE       PIC X(1).

       01  WS-NB-ASR           PIC 9(3) VALUE ZERO.
       01  WS-ASR-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-ASR.
         05 WS-ASR  OCCURS 500 TIMES.
           10  WS-ASR-IMAGE    PIC X(80).
       01  WS-A                PIC 9(3).
       01  WS-NB-LISTEES       PIC 9(3).

      *    piste d'audit centrale, comme MAJ-FACTURIERS.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-ASSURANCES".
       01  WS-OPERATEUR-ID     PIC 9(5).
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-ASSURANCES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-ID.

           DISPLAY "1-LISTER LES ASSUREURS".
           DISPLAY "2-AJOUTER OU MODIFIER UN ASSUREUR".
           DISPLAY "3-RATTACHER UNE ASSURANCE A UN PRET".
           DISPLAY "4-LISTER LES COUVERTURES".
           DISPLAY "5-METTRE FIN A UNE COUVERTURE".
           ACCEPT WS-CHOIX.

           PERFORM CHARGER-ASSUREURS.
           PERFORM CHARGER-ASSURANCES.
           IF WS-ASU-SURCHARGE = "O" OR WS-ASR-SURCHARGE = "O"
               DISPLAY "PLUS DE 100 ASSUREURS OU DE 500 COUVERTURES, "
                       "TABLE PLEINE"
               GOBACK
           END-IF.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-ASSUREURS
               WHEN 2
                   PERFORM POSER-UN-ASSUREUR
               WHEN 3
                   PERFORM RATTACHER-ASSURANCE
               WHEN 4
                   PERFORM LISTER-COUVERTURES
               WHEN 5
                   PERFORM TERMINER-COUVERTURE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       CHARGER-ASSUREURS.
           OPEN INPUT ASSUREURS-FICHIER.
           IF WS-ASU-FILESTATUS = "00"
               PERFORM UNTIL WS-ASU-FILESTATUS NOT = "00"
                   READ ASSUREURS-FICHIER
                       AT END MOVE "10" TO WS-ASU-FILESTATUS
                       NOT AT END
                           IF WS-NB-ASU < 100
                               ADD 1 TO WS-NB-ASU
                               MOVE ASU-ENREG TO
                                    WS-ASU-IMAGE(WS-NB-ASU)
                           ELSE
                               MOVE "O" TO WS-ASU-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSUREURS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ASSUREURS.

       CHARGER-ASSURANCES.
           OPEN INPUT ASSURANCES-FICHIER.
           IF WS-ASR-FILESTATUS = "00"
               PERFORM UNTIL WS-ASR-FILESTATUS NOT = "00"
                   READ ASSURANCES-FICHIER
                       AT END MOVE "10" TO WS-ASR-FILESTATUS
                       NOT AT END
                           IF WS-NB-ASR < 500
                               ADD 1 TO WS-NB-ASR
                               MOVE ASR-ENREG TO
                                    WS-ASR-IMAGE(WS-NB-ASR)
                           ELSE
                               MOVE "O" TO WS-ASR-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSURANCES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ASSURANCES.

       LISTER-ASSUREURS.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NB-ASU
               MOVE WS-ASU-IMAGE(WS-U) TO ASU-ENREG
               DISPLAY "  " ASU-CODE " " ASU-NOM
                       " CPT " ASU-CPT-REGLEMENT
                       " " ASU-STATUT
           END-PERFORM.
           DISPLAY WS-NB-ASU " ASSUREUR(S) AU REGISTRE.".
           EXIT.
       FIN-LISTER-ASSUREURS.

      *    le code assureur est unique : une saisie sur un code
      *    existant remplace la ligne, sinon elle s'ajoute. Le compte
      *    de reglement doit exister, etre actif et tenu en MAD.
       POSER-UN-ASSUREUR.
           DISPLAY "CODE ASSUREUR :".
           ACCEPT WS-CODE-SAISI.
           IF WS-CODE-SAISI = SPACES
               DISPLAY "CODE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RAISON SOCIALE :".
           ACCEPT WS-NOM-SAISI.
           DISPLAY "COMPTE DE REGLEMENT :".
           ACCEPT WS-CPT-SAISI.
           DISPLAY "STATUT A-ACTIF  R-RESILIE :".
           ACCEPT WS-STATUT-SAISI.
           IF WS-STATUT-SAISI NOT = "A" AND WS-STATUT-SAISI NOT = "R"
               DISPLAY "STATUT INVALIDE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COMPTE-MASTER.
           MOVE WS-CPT-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE DE REGLEMENT INTROUVABLE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE DE REGLEMENT NON ACTIF"
               EXIT PARAGRAPH
           END-IF.
           IF CPM-DEVISE-CPT NOT = "MAD"
               DISPLAY "COMPTE DE REGLEMENT HORS MAD REFUSE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-ASU-TROUVE.
           MOVE "NOUVEL ASSUREUR" TO WS-AUD-AVANT.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NB-ASU
               MOVE WS-ASU-IMAGE(WS-U) TO ASU-ENREG
               IF ASU-CODE = WS-CODE-SAISI
                   MOVE "O" TO WS-ASU-TROUVE
                   MOVE SPACES TO WS-AUD-AVANT
                   STRING "CPT " ASU-CPT-REGLEMENT
                          " STATUT " ASU-STATUT
                       DELIMITED BY SIZE INTO WS-AUD-AVANT
                   END-STRING
                   MOVE WS-NOM-SAISI    TO ASU-NOM
                   MOVE WS-CPT-SAISI    TO ASU-CPT-REGLEMENT
                   MOVE WS-STATUT-SAISI TO ASU-STATUT
                   MOVE ASU-ENREG TO WS-ASU-IMAGE(WS-U)
               END-IF
           END-PERFORM.
           IF WS-ASU-TROUVE = "N"
               IF WS-NB-ASU >= 100
                   DISPLAY "TABLE PLEINE, AJOUT REFUSE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-ASU
               MOVE SPACES          TO ASU-ENREG
               MOVE WS-CODE-SAISI   TO ASU-CODE
               MOVE WS-NOM-SAISI    TO ASU-NOM
               MOVE WS-CPT-SAISI    TO ASU-CPT-REGLEMENT
               MOVE WS-STATUT-SAISI TO ASU-STATUT
               MOVE ASU-ENREG TO WS-ASU-IMAGE(WS-NB-ASU)
           END-IF.

           OPEN OUTPUT ASSUREURS-FICHIER.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NB-ASU
               MOVE WS-ASU-IMAGE(WS-U) TO ASU-ENREG
               WRITE ASU-ENREG
           END-PERFORM.
           CLOSE ASSUREURS-FICHIER.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "ASSUREUR-" WS-CODE-SAISI
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "CPT " WS-CPT-SAISI
                  " STATUT " WS-STATUT-SAISI
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "ASSUREUR " WS-CODE-SAISI " ENREGISTRE.".
           EXIT.
       FIN-POSER-UN-ASSUREUR.

      *    la couverture se rattache a un pret en cours qui n'en a
      *    pas deja une active, aupres d'un assureur actif.
       RATTACHER-ASSURANCE.
           DISPLAY "NUMERO DU PRET :".
           ACCEPT WS-NUM-PRET.
           MOVE "N" TO WS-PRET-TROUVE.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
               PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
                   READ PRETS-FICHIER
                       AT END MOVE "10" TO WS-PRT-FILESTATUS
                       NOT AT END
                           IF PRT-NUM-PRET = WS-NUM-PRET
                              AND PRT-STATUT = "A"
                               MOVE "O" TO WS-PRET-TROUVE
                               MOVE "10" TO WS-PRT-FILESTATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-FICHIER
           END-IF.
           IF WS-PRET-TROUVE = "N"
               DISPLAY "PRET EN COURS INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-NUM-PRET = WS-NUM-PRET AND ASR-STATUT = "A"
                   DISPLAY "PRET DEJA COUVERT PAR " ASR-ASSUREUR
                           " : METTRE FIN A CETTE COUVERTURE "
                           "(OPTION 5) AVANT D'EN RATTACHER UNE AUTRE"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           DISPLAY "CODE ASSUREUR :".
           ACCEPT WS-CODE-SAISI.
           MOVE "N" TO WS-ASU-TROUVE.
           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NB-ASU
               MOVE WS-ASU-IMAGE(WS-U) TO ASU-ENREG
               IF ASU-CODE = WS-CODE-SAISI AND ASU-STATUT = "A"
                   MOVE "O" TO WS-ASU-TROUVE
               END-IF
           END-PERFORM.
           IF WS-ASU-TROUVE = "N"
               DISPLAY "ASSUREUR INCONNU OU RESILIE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "ASSIETTE I-CAPITAL INITIAL  R-CAPITAL RESTANT DU :".
           ACCEPT WS-BASE-SAISIE.
           IF WS-BASE-SAISIE NOT = "I" AND WS-BASE-SAISIE NOT = "R"
               DISPLAY "ASSIETTE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TAUX ANNUEL (EX. 0.0040, 0 = TAUX DE L'OFFRE) :".
           ACCEPT WS-TAUX-SAISI.
           IF WS-TAUX-SAISI = 0
               PERFORM REPRENDRE-TAUX-OFFRE
           END-IF.
           IF WS-TAUX-SAISI = 0
               DISPLAY "TAUX NUL ET AUCUNE OFFRE ACCEPTEE ASSURANCE "
                       "COMPRISE POUR CE PRET"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATE DE DEBUT AAAAMMJJ (BLANC = AUJOURD'HUI) :".
           ACCEPT WS-DATE-DEBUT.
           IF WS-DATE-DEBUT = SPACES
               MOVE WS-AUJOURD-HUI TO WS-DATE-DEBUT
           END-IF.
           MOVE "C" TO WS-CTRL-MODE.
           CALL WS-PGM-CTRL-DATE USING WS-DATE-DEBUT WS-CTRL-MODE
                                        WS-CTRL-VALIDE.
           IF WS-CTRL-VALIDE = "N"
               DISPLAY "DATE DE DEBUT INVALIDE !"
               EXIT PARAGRAPH
           END-IF.

           IF WS-NB-ASR >= 500
               DISPLAY "TABLE PLEINE, RATTACHEMENT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES         TO ASR-ENREG.
           MOVE WS-NUM-PRET    TO ASR-NUM-PRET.
           MOVE WS-CODE-SAISI  TO ASR-ASSUREUR.
           MOVE WS-BASE-SAISIE TO ASR-BASE.
           MOVE WS-TAUX-SAISI  TO ASR-TAUX.
           MOVE WS-DATE-DEBUT  TO ASR-DATE-DEBUT.
           MOVE "A"            TO ASR-STATUT.
           MOVE "N"            TO ASR-SIGNALEE.
           MOVE ZERO           TO ASR-PRIMES-PERIODE.
           MOVE ZERO           TO ASR-PRIMES-CUMUL.
           ADD 1 TO WS-NB-ASR.
           MOVE ASR-ENREG TO WS-ASR-IMAGE(WS-NB-ASR).
           PERFORM SAUVER-ASSURANCES.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "ASSURANCE-" WS-NUM-PRET
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE "NOUVELLE COUVERTURE" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "ASSUREUR " WS-CODE-SAISI
                  " ASSIETTE " WS-BASE-SAISIE
                  " TAUX " WS-TAUX-SAISI
                  " DEBUT " WS-DATE-DEBUT
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "PRET " WS-NUM-PRET " COUVERT PAR " WS-CODE-SAISI
                   " A COMPTER DU " WS-DATE-DEBUT ".".
           EXIT.
       FIN-RATTACHER-ASSURANCE.

      *    taux d'assurance de l'offre acceptee par l'emprunteur.
       REPRENDRE-TAUX-OFFRE.
           OPEN INPUT OFFRES-PRETS.
           IF WS-OFR-FILESTATUS = "00"
               PERFORM UNTIL WS-OFR-FILESTATUS NOT = "00"
                   READ OFFRES-PRETS
                       AT END MOVE "10" TO WS-OFR-FILESTATUS
                       NOT AT END
                           IF OFR-NUM-PRET = WS-NUM-PRET
                              AND OFR-STATUT = "A"
                               MOVE OFR-TAUX-ASSUR TO WS-TAUX-SAISI
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OFFRES-PRETS
           END-IF.
           IF WS-TAUX-SAISI > 0
               DISPLAY "TAUX DE L'OFFRE ACCEPTEE : " WS-TAUX-SAISI
           END-IF.
           EXIT.
       FIN-REPRENDRE-TAUX-OFFRE.

      *    toutes les couvertures, ou celles d'un seul pret.
       LISTER-COUVERTURES.
           DISPLAY "NUMERO DU PRET (BLANC = TOUS) :".
           ACCEPT WS-NUM-PRET.
           MOVE ZERO TO WS-NB-LISTEES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF WS-NUM-PRET = SPACES OR ASR-NUM-PRET = WS-NUM-PRET
                   ADD 1 TO WS-NB-LISTEES
                   DISPLAY "  " ASR-NUM-PRET " " ASR-ASSUREUR
                           " " ASR-BASE " " ASR-TAUX
                           " DU " ASR-DATE-DEBUT
                           " " ASR-STATUT " " ASR-DATE-FIN
                           " " ASR-MOTIF-FIN
                           " PRIMES " ASR-PRIMES-CUMUL
               END-IF
           END-PERFORM.
           DISPLAY WS-NB-LISTEES " COUVERTURE(S).".
           EXIT.
       FIN-LISTER-COUVERTURES.

      *    fin de couverture hors remboursement anticipe ou perte
      *    (changement d'assureur, resiliation...), signalee comme
      *    les autres sur le bordereau suivant.
       TERMINER-COUVERTURE.
           DISPLAY "NUMERO DU PRET :".
           ACCEPT WS-NUM-PRET.
           MOVE "N" TO WS-PRET-TROUVE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-NUM-PRET = WS-NUM-PRET AND ASR-STATUT = "A"
                   MOVE "O" TO WS-PRET-TROUVE
                   MOVE SPACES TO WS-AUD-AVANT
                   STRING "ASSUREUR " ASR-ASSUREUR
                          " DEBUT " ASR-DATE-DEBUT " ACTIVE"
                       DELIMITED BY SIZE INTO WS-AUD-AVANT
                   END-STRING
               END-IF
           END-PERFORM.
           IF WS-PRET-TROUVE = "N"
               DISPLAY "AUCUNE COUVERTURE ACTIVE POUR CE PRET"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONFIRMER LA FIN DE COUVERTURE (O/N) :".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O"
               DISPLAY "FIN DE COUVERTURE ABANDONNEE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "M" TO WS-MOTIF-FIN.
           CALL WS-PGM-CLORE USING WS-NUM-PRET WS-AUJOURD-HUI
                                    WS-MOTIF-FIN WS-CLOSE.
           IF WS-CLOSE NOT = "O"
               DISPLAY "FIN DE COUVERTURE NON ENREGISTREE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "ASSURANCE-" WS-NUM-PRET
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "FINIE LE " WS-AUJOURD-HUI " MOTIF M"
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "COUVERTURE DU PRET " WS-NUM-PRET " TERMINEE.".
           EXIT.
       FIN-TERMINER-COUVERTURE.

       SAUVER-ASSURANCES.
           OPEN OUTPUT ASSURANCES-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               WRITE ASR-ENREG
           END-PERFORM.
           CLOSE ASSURANCES-FICHIER.
           EXIT.
       FIN-SAUVER-ASSURANCES.

       END PROGRAM MAJ-ASSURANCES.
