       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-PRODUITS.
       AUTHOR.    MOHAMED.

      *    referentiel des produits (types de compte) PRODUITS.DAT :
      *    code et libelle, devises autorisees, tranche d'age du
      *    titulaire a l'ouverture et produit de bascule a la
      *    majorite, interets crediteurs, decouvert autorise, seuil
      *    et frais de solde minimum. La saisie des comptes, les
      *    demandes d'ouverture, FRAIS-MINIMUM, INTERETS,
      *    MAJORITE-MINEURS et les etats lisent leurs regles ici via
      *    LIRE-PRODUIT : lancer un produit ne demande plus qu'une
      *    ligne au referentiel. L'option 3 cree le referentiel avec
      *    les types historiques (COURANT, EPARGNE, MINEUR, DEVISE,
      *    PREAVIS), seuils et frais repris des parametres MIN-xxx /
      *    FRAIS-xxx en vigueur. Chaque changement est trace dans la
      *    piste d'audit centrale.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRODUITS-FICHIER ASSIGN TO "PRODUITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRODUITS-FICHIER.
       COPY PRODUIT-CPY.

       WORKING-STORAGE SECTION.

       01  WS-PRD-FILESTATUS   PIC X(2).
       01  WS-CHOIX            PIC 9(1).
       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    referentiel charge en memoire puis reecrit en totalite.
       01  WS-NB-PRD           PIC 9(2) VALUE ZERO.
       01  WS-PRD-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-PRD.
         05 WS-PRD  OCCURS 30 TIMES.
           10  WS-PRD-IMAGE    PIC X(102).
       01  WS-P                PIC 9(2).
       01  WS-K                PIC 9(1).
       01  WS-SAISIE-PRD       PIC X(102).
       01  WS-PRD-TROUVE       PIC X(1).
       01  WS-SAISIE-VALIDE    PIC X(1).

      *    seuils et frais de solde minimum repris des parametres
      *    MIN-xxx / FRAIS-xxx a la creation du referentiel.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).

      *    piste d'audit centrale, comme MAJ-COMPTES-GL.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-PRODUITS".
       01  WS-OPERATEUR-ID     PIC 9(5).
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-PRODUITS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-ID.

           DISPLAY "1-LISTER LES PRODUITS".
           DISPLAY "2-AJOUTER OU MODIFIER UN PRODUIT".
           DISPLAY "3-CREER LE REFERENTIEL AVEC LES TYPES HISTORIQUES".
           ACCEPT WS-CHOIX.

           PERFORM CHARGER-PRODUITS.
           IF WS-PRD-SURCHARGE = "O"
               DISPLAY "PLUS DE 30 PRODUITS, TABLE PLEINE"
               GOBACK
           END-IF.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-PRODUITS
               WHEN 2
                   PERFORM POSER-UN-PRODUIT
               WHEN 3
                   PERFORM CREER-REFERENTIEL
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       CHARGER-PRODUITS.
           OPEN INPUT PRODUITS-FICHIER.
           IF WS-PRD-FILESTATUS = "00"
               PERFORM UNTIL WS-PRD-FILESTATUS NOT = "00"
                   READ PRODUITS-FICHIER
                       AT END MOVE "10" TO WS-PRD-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRD < 30
                               ADD 1 TO WS-NB-PRD
                               MOVE PRODUIT-RECORD TO
                                    WS-PRD-IMAGE(WS-NB-PRD)
                           ELSE
                               MOVE "O" TO WS-PRD-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUITS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-PRODUITS.

       LISTER-PRODUITS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRD
               MOVE WS-PRD-IMAGE(WS-P) TO PRODUIT-RECORD
               DISPLAY PRD-CODE " " PRD-LIBELLE " " PRD-STATUT
               DISPLAY "    DEVISES " PRD-DEVISE(1) " " PRD-DEVISE(2)
                       " " PRD-DEVISE(3) " " PRD-DEVISE(4) " "
                       PRD-DEVISE(5) " AGE " PRD-AGE-MIN "-"
                       PRD-AGE-MAX " PUIS " PRD-TYPE-MAJORITE
               DISPLAY "    INTERETS " PRD-INTERETS " DECOUVERT "
                       PRD-DECOUVERT " SOLDE MIN " PRD-SOLDE-MIN
                       " FRAIS " PRD-FRAIS-MIN
           END-PERFORM.
           DISPLAY WS-NB-PRD " PRODUIT(S) AU REFERENTIEL.".
           EXIT.
       FIN-LISTER-PRODUITS.

      *    le code produit est unique : une saisie sur un code
      *    existant remplace la ligne, sinon elle s'ajoute.
       POSER-UN-PRODUIT.
           MOVE SPACES TO PRODUIT-RECORD.
           DISPLAY "CODE PRODUIT (TYPE DE COMPTE) :".
           ACCEPT PRD-CODE.
           IF PRD-CODE = SPACES OR PRD-CODE = "*"
               DISPLAY "CODE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "LIBELLE :".
           ACCEPT PRD-LIBELLE.

           MOVE "O" TO WS-SAISIE-VALIDE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 5
               DISPLAY "DEVISE AUTORISEE " WS-K
                       " (* = TOUTES, BLANC = FIN) :"
               ACCEPT PRD-DEVISE(WS-K)
               EVALUATE PRD-DEVISE(WS-K)
                   WHEN "EUR"
                   WHEN "USD"
                   WHEN "GBP"
                   WHEN "MAD"
                   WHEN "CHF"
                   WHEN SPACES
                       CONTINUE
                   WHEN "*"
                       IF WS-K NOT = 1
                           MOVE "N" TO WS-SAISIE-VALIDE
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-SAISIE-VALIDE
               END-EVALUATE
           END-PERFORM.
           IF WS-SAISIE-VALIDE = "N" OR PRD-DEVISE(1) = SPACES
               DISPLAY "DEVISES INVALIDES - CODES ISO OU * EN PREMIER"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "AGE MINIMUM DU TITULAIRE :".
           ACCEPT PRD-AGE-MIN.
           DISPLAY "AGE MAXIMUM DU TITULAIRE (999 = SANS LIMITE) :".
           ACCEPT PRD-AGE-MAX.
           IF PRD-AGE-MIN > PRD-AGE-MAX
               DISPLAY "TRANCHE D'AGE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           IF PRD-AGE-MAX < 999
               DISPLAY "PRODUIT A LA LIMITE D'AGE (BLANC = AUCUN) :"
               ACCEPT PRD-TYPE-MAJORITE
           END-IF.
           IF PRD-TYPE-MAJORITE NOT = SPACES
               MOVE "N" TO WS-PRD-TROUVE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-NB-PRD
                   IF WS-PRD-IMAGE(WS-P)(1:10) = PRD-TYPE-MAJORITE
                       MOVE "O" TO WS-PRD-TROUVE
                   END-IF
               END-PERFORM
               IF WS-PRD-TROUVE = "N"
                  OR PRD-TYPE-MAJORITE = PRD-CODE
                   DISPLAY "PRODUIT DE BASCULE INCONNU"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DISPLAY "INTERETS CREDITEURS ? (O/N)".
           ACCEPT PRD-INTERETS.
           IF PRD-INTERETS NOT = "O"
               MOVE "N" TO PRD-INTERETS
           END-IF.
           DISPLAY "DECOUVERT AUTORISE ? (O/N)".
           ACCEPT PRD-DECOUVERT.
           IF PRD-DECOUVERT NOT = "O"
               MOVE "N" TO PRD-DECOUVERT
           END-IF.
           DISPLAY "SEUIL DE SOLDE MINIMUM :".
           ACCEPT PRD-SOLDE-MIN.
           DISPLAY "FRAIS DE SOLDE INSUFFISANT (0 = AUCUN) :".
           ACCEPT PRD-FRAIS-MIN.
           DISPLAY "STATUT A-COMMERCIALISE  R-RETIRE :".
           ACCEPT PRD-STATUT.
           IF PRD-STATUT NOT = "A" AND PRD-STATUT NOT = "R"
               DISPLAY "STATUT INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE PRODUIT-RECORD TO WS-SAISIE-PRD.

           MOVE "N" TO WS-PRD-TROUVE.
           MOVE "NOUVEAU PRODUIT" TO WS-AUD-AVANT.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRD
               MOVE WS-PRD-IMAGE(WS-P) TO PRODUIT-RECORD
               IF PRD-CODE = WS-SAISIE-PRD(1:10)
                   MOVE "O" TO WS-PRD-TROUVE
                   PERFORM DECRIRE-PRODUIT
                   MOVE WS-AUD-APRES TO WS-AUD-AVANT
                   MOVE WS-SAISIE-PRD TO WS-PRD-IMAGE(WS-P)
               END-IF
           END-PERFORM.
           IF WS-PRD-TROUVE = "N"
               IF WS-NB-PRD >= 30
                   DISPLAY "TABLE PLEINE, AJOUT REFUSE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-PRD
               MOVE WS-SAISIE-PRD TO WS-PRD-IMAGE(WS-NB-PRD)
           END-IF.
           PERFORM SAUVER-PRODUITS.

           MOVE WS-SAISIE-PRD TO PRODUIT-RECORD.
           PERFORM DECRIRE-PRODUIT.
           PERFORM TRACER-PRODUIT.
           DISPLAY "PRODUIT " PRD-CODE " ENREGISTRE.".
           EXIT.
       FIN-POSER-UN-PRODUIT.

      *    resume d'une fiche pour la piste d'audit.
       DECRIRE-PRODUIT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING PRD-DEVISES " " PRD-AGE-MIN "-" PRD-AGE-MAX
                  " I" PRD-INTERETS " D" PRD-DECOUVERT
                  " " PRD-SOLDE-MIN "/" PRD-FRAIS-MIN
                  " " PRD-STATUT
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           EXIT.
       FIN-DECRIRE-PRODUIT.

       TRACER-PRODUIT.
           MOVE SPACES TO WS-AUD-CLE.
           STRING "PRODUIT-" PRD-CODE
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           EXIT.
       FIN-TRACER-PRODUIT.

      *    referentiel initial : les types que la saisie des comptes
      *    acceptait jusqu'ici, avec les regles qui y etaient codees
      *    (MINEUR reserve aux moins de 18 ans et bascule en COURANT,
      *    interets crediteurs sur l'EPARGNE seule) ; refuse si le
      *    referentiel existe deja.
       CREER-REFERENTIEL.
           IF WS-NB-PRD > 0
               DISPLAY "REFERENTIEL DEJA CREE, UTILISER L'OPTION 2"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO PRODUIT-RECORD.
           MOVE "COURANT" TO PRD-CODE.
           MOVE "COMPTE COURANT" TO PRD-LIBELLE.
           MOVE "*" TO PRD-DEVISE(1).
           MOVE 18 TO PRD-AGE-MIN.
           MOVE 999 TO PRD-AGE-MAX.
           MOVE "N" TO PRD-INTERETS.
           MOVE "O" TO PRD-DECOUVERT.
           MOVE 100 TO PRD-SOLDE-MIN.
           MOVE 15 TO PRD-FRAIS-MIN.
           PERFORM AJOUTER-TYPE-HISTORIQUE.

           MOVE SPACES TO PRODUIT-RECORD.
           MOVE "EPARGNE" TO PRD-CODE.
           MOVE "COMPTE D'EPARGNE" TO PRD-LIBELLE.
           MOVE "*" TO PRD-DEVISE(1).
           MOVE 18 TO PRD-AGE-MIN.
           MOVE 999 TO PRD-AGE-MAX.
           MOVE "O" TO PRD-INTERETS.
           MOVE "N" TO PRD-DECOUVERT.
           MOVE 50 TO PRD-SOLDE-MIN.
           MOVE 10 TO PRD-FRAIS-MIN.
           PERFORM AJOUTER-TYPE-HISTORIQUE.

           MOVE SPACES TO PRODUIT-RECORD.
           MOVE "MINEUR" TO PRD-CODE.
           MOVE "COMPTE DE MINEUR" TO PRD-LIBELLE.
           MOVE "*" TO PRD-DEVISE(1).
           MOVE 0 TO PRD-AGE-MIN.
           MOVE 17 TO PRD-AGE-MAX.
           MOVE "COURANT" TO PRD-TYPE-MAJORITE.
           MOVE "N" TO PRD-INTERETS.
           MOVE "N" TO PRD-DECOUVERT.
           MOVE 0 TO PRD-SOLDE-MIN.
           MOVE 0 TO PRD-FRAIS-MIN.
           PERFORM AJOUTER-TYPE-HISTORIQUE.

           MOVE SPACES TO PRODUIT-RECORD.
           MOVE "DEVISE" TO PRD-CODE.
           MOVE "COMPTE EN DEVISES" TO PRD-LIBELLE.
           MOVE "*" TO PRD-DEVISE(1).
           MOVE 18 TO PRD-AGE-MIN.
           MOVE 999 TO PRD-AGE-MAX.
           MOVE "N" TO PRD-INTERETS.
           MOVE "O" TO PRD-DECOUVERT.
           MOVE 200 TO PRD-SOLDE-MIN.
           MOVE 20 TO PRD-FRAIS-MIN.
           PERFORM AJOUTER-TYPE-HISTORIQUE.

           MOVE SPACES TO PRODUIT-RECORD.
           MOVE "PREAVIS" TO PRD-CODE.
           MOVE "EPARGNE A PREAVIS" TO PRD-LIBELLE.
           MOVE "*" TO PRD-DEVISE(1).
           MOVE 18 TO PRD-AGE-MIN.
           MOVE 999 TO PRD-AGE-MAX.
           MOVE "N" TO PRD-INTERETS.
           MOVE "N" TO PRD-DECOUVERT.
           MOVE 0 TO PRD-SOLDE-MIN.
           MOVE 0 TO PRD-FRAIS-MIN.
           PERFORM AJOUTER-TYPE-HISTORIQUE.

           PERFORM SAUVER-PRODUITS.
           DISPLAY WS-NB-PRD " PRODUIT(S) CREES.".
           EXIT.
       FIN-CREER-REFERENTIEL.

      *    les seuil et frais en vigueur dans PARAMETRES.DAT (cles
      *    MIN-<type> et FRAIS-<type>) priment sur les valeurs
      *    historiques.
       AJOUTER-TYPE-HISTORIQUE.
           MOVE SPACES TO WS-PARAM-CLE.
           STRING "MIN-" PRD-CODE
               DELIMITED BY SIZE INTO WS-PARAM-CLE
           END-STRING.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO PRD-SOLDE-MIN
           END-IF.
           MOVE SPACES TO WS-PARAM-CLE.
           STRING "FRAIS-" PRD-CODE
               DELIMITED BY SIZE INTO WS-PARAM-CLE
           END-STRING.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO PRD-FRAIS-MIN
           END-IF.
           MOVE "A" TO PRD-STATUT.

           ADD 1 TO WS-NB-PRD.
           MOVE PRODUIT-RECORD TO WS-PRD-IMAGE(WS-NB-PRD).
           MOVE "NOUVEAU PRODUIT" TO WS-AUD-AVANT.
           PERFORM DECRIRE-PRODUIT.
           PERFORM TRACER-PRODUIT.
           EXIT.
       FIN-AJOUTER-TYPE-HISTORIQUE.

       SAUVER-PRODUITS.
           OPEN OUTPUT PRODUITS-FICHIER.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRD
               MOVE WS-PRD-IMAGE(WS-P) TO PRODUIT-RECORD
               WRITE PRODUIT-RECORD
           END-PERFORM.
           CLOSE PRODUITS-FICHIER.
           EXIT.
       FIN-SAUVER-PRODUITS.

       END PROGRAM MAJ-PRODUITS.
