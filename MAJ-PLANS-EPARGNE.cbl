       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-PLANS-EPARGNE.
       AUTHOR.    MOHAMED.

      *    plans d'epargne programmee : un versement mensuel fixe,
      *    preleve sur un compte source au jour choisi (1 a 28) et
      *    verse sur un compte EPARGNE ou MINEUR (epargne des parents
      *    pour les etudes d'un enfant), vers un objectif et jusqu'a
      *    une date de fin. Une ligne par plan dans PLANS-EPARGNE.DAT.
      *    Les versements sont preleves par le batch PLANS-EPARGNE,
      *    aux memes regles que les ordres permanents ; les
      *    echeances manquees y sont comptees. A la date de fin, le
      *    plan respecte recoit la prime de fidelite (taux du plan
      *    applique au total verse) ; une sortie anticipee, saisie
      *    ici, fait perdre la prime mais laisse les fonds sur le
      *    compte du plan.
      *    PEP-STATUT : A = actif, T = termine avec prime, S = termine
      *    sans prime (trop d'echeances manquees), R = sortie
      *    anticipee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PLANS-FICHIER ASSIGN TO "PLANS-EPARGNE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEP-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    PEP-JOUR : jour de prelevement (1 a 28). PEP-TAUX-PRIME :
      *    prime de fidelite en pour cent du total verse.
      *    PEP-PROCH-ECHEANCE : prochain versement attendu.
      *    PEP-DERN-RELEVE : date du dernier releve annuel envoye.
       FD  PLANS-FICHIER.
       01  PEP-ENREG.
           05  PEP-NUMERO          PIC 9(6).
           05  FILLER              PIC X(1).
           05  PEP-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  PEP-CPT-PLAN        PIC X(6).
           05  FILLER              PIC X(1).
           05  PEP-CPT-SOURCE      PIC X(6).
           05  FILLER              PIC X(1).
           05  PEP-MONTANT         PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  PEP-JOUR            PIC 9(2).
           05  FILLER              PIC X(1).
           05  PEP-OBJECTIF        PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PEP-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  PEP-DATE-DEBUT      PIC X(8).
           05  FILLER              PIC X(1).
           05  PEP-DATE-FIN        PIC X(8).
           05  FILLER              PIC X(1).
           05  PEP-TAUX-PRIME      PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  PEP-PROCH-ECHEANCE  PIC X(8).
           05  FILLER              PIC X(1).
           05  PEP-NB-VERSES       PIC 9(3).
           05  FILLER              PIC X(1).
           05  PEP-NB-MANQUES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PEP-TOTAL-VERSE     PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PEP-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PEP-PRIME           PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  PEP-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  PEP-DERN-RELEVE     PIC X(8).
           05  FILLER              PIC X(1).
           05  PEP-OPERATEUR       PIC 9(5).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-PEP-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-PGM-CTRL-DATE    PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).

      *    taux de prime propose par defaut, lu dans PARAMETRES.DAT ;
      *    la valeur en dur ne sert que de repli.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-TAUX-DEFAUT      PIC 9(2)V9(4) VALUE 2.

       01  WS-CHOIX            PIC 9(1).
       01  WS-OPERATEUR-SAISI  PIC 9(5).
       01  WS-CPT-PLAN-SAISI   PIC X(6).
       01  WS-CPT-SOURCE-SAISI PIC X(6).
       01  WS-MONTANT-SAISI    PIC 9(8)V9(2).
       01  WS-JOUR-SAISI       PIC 9(2).
       01  WS-OBJECTIF-SAISI   PIC 9(10)V9(2).
       01  WS-DATE-FIN-SAISIE  PIC X(8).
       01  WS-TAUX-SAISI       PIC 9(2)V9(4).
       01  WS-MAT-SAISI        PIC X(6).
       01  WS-NUM-PLAN         PIC 9(6).
       01  WS-DERNIER-NUMERO   PIC 9(6).

      *    compte du plan retenu avant la fermeture du fichier maitre.
       01  WS-TITUL-PLAN       PIC X(6).
       01  WS-DEVISE-PLAN      PIC X(3).

      *    premiere echeance : le jour choisi du mois courant s'il
      *    n'est pas encore passe, sinon du mois suivant.
       01  WS-PREMIERE-ECH.
           05  WS-PRE-ANNEE    PIC 9(4).
           05  WS-PRE-MOIS     PIC 9(2).
           05  WS-PRE-JOUR     PIC 9(2).

      *    plans charges en memoire puis reecrits en totalite.
       01  WS-NB-PEP           PIC 9(4) VALUE ZERO.
       01  WS-PEP-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-PEP.
         05 WS-PEP  OCCURS 1000 TIMES.
           10  WS-PEP-IMAGE    PIC X(170).
       01  WS-K                PIC 9(4).
       01  WS-PEP-TROUVE       PIC X(1).
       01  WS-NB-LISTES        PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-MAJ-PLANS-EPARGNE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           DISPLAY "1-OUVRIR UN PLAN D'EPARGNE PROGRAMMEE".
           DISPLAY "2-SORTIE ANTICIPEE D'UN PLAN".
           DISPLAY "3-LISTER LES PLANS D'UN CLIENT".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM OUVRIR-PLAN
               WHEN 2
                   PERFORM SORTIR-PLAN
               WHEN 3
                   PERFORM LISTER-PLANS
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

      *    ouverture : le compte du plan est un EPARGNE ou un MINEUR
      *    actif, sans autre plan actif ; le compte source est actif,
      *    distinct et de la meme devise (le batch ne convertit pas).
      *    Le titulaire du plan est celui du compte du plan.
       OUVRIR-PLAN.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-SAISI.
           PERFORM CHARGER-PLANS.
           IF WS-PEP-SURCHARGE = "O" OR WS-NB-PEP >= 1000
               DISPLAY "REGISTRE DES PLANS PLEIN, OUVERTURE REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUM COMPTE DU PLAN (EPARGNE OU MINEUR) :".
           ACCEPT WS-CPT-PLAN-SAISI.
           OPEN INPUT COMPTE-MASTER.
           MOVE WS-CPT-PLAN-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE INTROUVABLE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE NON ACTIF, OUVERTURE REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           IF CPM-TYPE-CPT NOT = "EPARGNE" AND
              CPM-TYPE-CPT NOT = "MINEUR"
               DISPLAY "UN PLAN S'OUVRE SUR UN COMPTE EPARGNE OU "
                       "MINEUR, PAS " CPM-TYPE-CPT
               EXIT PARAGRAPH
           END-IF.
           MOVE CPM-TITUL-CPT  TO WS-TITUL-PLAN.
           MOVE CPM-DEVISE-CPT TO WS-DEVISE-PLAN.

           MOVE "N" TO WS-PEP-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PEP
               MOVE WS-PEP-IMAGE(WS-K) TO PEP-ENREG
               IF PEP-CPT-PLAN = WS-CPT-PLAN-SAISI
                  AND PEP-STATUT = "A"
                   MOVE "O" TO WS-PEP-TROUVE
               END-IF
           END-PERFORM.
           IF WS-PEP-TROUVE = "O"
               DISPLAY "UN PLAN EST DEJA ACTIF SUR CE COMPTE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUM COMPTE SOURCE DES VERSEMENTS :".
           ACCEPT WS-CPT-SOURCE-SAISI.
           IF WS-CPT-SOURCE-SAISI = WS-CPT-PLAN-SAISI
               DISPLAY "LE COMPTE SOURCE DOIT ETRE DISTINCT DU PLAN"
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT COMPTE-MASTER.
           MOVE WS-CPT-SOURCE-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE SOURCE INTROUVABLE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE SOURCE NON ACTIF, OUVERTURE REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           IF CPM-DEVISE-CPT NOT = WS-DEVISE-PLAN
               DISPLAY "COMPTE SOURCE EN " CPM-DEVISE-CPT
                       ", LE PLAN EST EN " WS-DEVISE-PLAN
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MONTANT MENSUEL :".
           ACCEPT WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI = 0
               DISPLAY "MONTANT INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "JOUR DE PRELEVEMENT (1 A 28) :".
           ACCEPT WS-JOUR-SAISI.
           IF WS-JOUR-SAISI < 1 OR WS-JOUR-SAISI > 28
               DISPLAY "JOUR INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "OBJECTIF D'EPARGNE :".
           ACCEPT WS-OBJECTIF-SAISI.
           IF WS-OBJECTIF-SAISI = 0
               DISPLAY "OBJECTIF INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-CTRL-VALIDE.
           MOVE "A" TO WS-CTRL-MODE.
           PERFORM UNTIL WS-CTRL-VALIDE = "O"
               DISPLAY "DATE DE FIN DU PLAN (AAAAMMJJ) :"
               ACCEPT WS-DATE-FIN-SAISIE
               CALL WS-PGM-CTRL-DATE USING WS-DATE-FIN-SAISIE
                                           WS-CTRL-MODE
                                           WS-CTRL-VALIDE
               IF WS-CTRL-VALIDE = "O"
                  AND WS-DATE-FIN-SAISIE NOT > WS-AUJOURD-HUI
                   MOVE "N" TO WS-CTRL-VALIDE
               END-IF
               IF WS-CTRL-VALIDE = "N"
                   DISPLAY "DATE INVALIDE OU NON POSTERIEURE AU "
                           WS-AUJOURD-HUI
               END-IF
           END-PERFORM.

           MOVE WS-AUJOURD-HUI TO WS-PREMIERE-ECH.
           IF WS-PRE-JOUR >= WS-JOUR-SAISI
               ADD 1 TO WS-PRE-MOIS
               IF WS-PRE-MOIS > 12
                   MOVE 1 TO WS-PRE-MOIS
                   ADD 1 TO WS-PRE-ANNEE
               END-IF
           END-IF.
           MOVE WS-JOUR-SAISI TO WS-PRE-JOUR.
           IF WS-PREMIERE-ECH > WS-DATE-FIN-SAISIE
               DISPLAY "AUCUNE ECHEANCE AVANT LA DATE DE FIN "
                       WS-DATE-FIN-SAISIE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-TAUX-DEFAUT.
           DISPLAY "TAUX DE LA PRIME DE FIDELITE EN % (0 = "
                   WS-TAUX-DEFAUT ") :".
           ACCEPT WS-TAUX-SAISI.
           IF WS-TAUX-SAISI = 0
               MOVE WS-TAUX-DEFAUT TO WS-TAUX-SAISI
           END-IF.

           COMPUTE WS-NUM-PLAN = WS-DERNIER-NUMERO + 1.
           MOVE SPACES              TO PEP-ENREG.
           MOVE WS-NUM-PLAN         TO PEP-NUMERO.
           MOVE WS-TITUL-PLAN       TO PEP-MAT-CLT.
           MOVE WS-CPT-PLAN-SAISI   TO PEP-CPT-PLAN.
           MOVE WS-CPT-SOURCE-SAISI TO PEP-CPT-SOURCE.
           MOVE WS-MONTANT-SAISI    TO PEP-MONTANT.
           MOVE WS-JOUR-SAISI       TO PEP-JOUR.
           MOVE WS-OBJECTIF-SAISI   TO PEP-OBJECTIF.
           MOVE WS-DEVISE-PLAN      TO PEP-DEVISE.
           MOVE WS-AUJOURD-HUI      TO PEP-DATE-DEBUT.
           MOVE WS-DATE-FIN-SAISIE  TO PEP-DATE-FIN.
           MOVE WS-TAUX-SAISI       TO PEP-TAUX-PRIME.
           MOVE WS-PREMIERE-ECH     TO PEP-PROCH-ECHEANCE.
           MOVE ZERO                TO PEP-NB-VERSES.
           MOVE ZERO                TO PEP-NB-MANQUES.
           MOVE ZERO                TO PEP-TOTAL-VERSE.
           MOVE "A"                 TO PEP-STATUT.
           MOVE ZERO                TO PEP-PRIME.
           MOVE WS-AUJOURD-HUI      TO PEP-DERN-RELEVE.
           MOVE WS-OPERATEUR-SAISI  TO PEP-OPERATEUR.
           OPEN EXTEND PLANS-FICHIER.
           IF WS-PEP-FILESTATUS = "35"
               OPEN OUTPUT PLANS-FICHIER
           END-IF.
           WRITE PEP-ENREG.
           CLOSE PLANS-FICHIER.
           DISPLAY "PLAN " PEP-NUMERO " OUVERT POUR LE CLIENT "
                   PEP-MAT-CLT " : " PEP-MONTANT " " PEP-DEVISE
                   " PAR MOIS DE " PEP-CPT-SOURCE " VERS "
                   PEP-CPT-PLAN.
           DISPLAY "PREMIER VERSEMENT LE " PEP-PROCH-ECHEANCE
                   ", FIN LE " PEP-DATE-FIN ", PRIME "
                   PEP-TAUX-PRIME " %".
           EXIT.
       FIN-OUVRIR-PLAN.

      *    sortie anticipee a la demande du client : plus aucun
      *    prelevement, la prime est perdue ; les sommes deja versees
      *    restent sur le compte du plan.
       SORTIR-PLAN.
           DISPLAY "NUMERO DU PLAN :".
           ACCEPT WS-NUM-PLAN.
           PERFORM CHARGER-PLANS.
           IF WS-PEP-SURCHARGE = "O"
               DISPLAY "REGISTRE DES PLANS PLEIN, MISE A JOUR "
                       "REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PEP-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-NB-PEP OR WS-PEP-TROUVE = "O"
               MOVE WS-PEP-IMAGE(WS-K) TO PEP-ENREG
               IF PEP-NUMERO = WS-NUM-PLAN AND PEP-STATUT = "A"
                   MOVE "O" TO WS-PEP-TROUVE
               END-IF
           END-PERFORM.
           IF WS-PEP-TROUVE = "N"
               DISPLAY "AUCUN PLAN ACTIF SOUS CE NUMERO"
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT 1 FROM WS-K.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-SAISI.

           MOVE "R"                TO PEP-STATUT.
           MOVE ZERO               TO PEP-PRIME.
           MOVE WS-AUJOURD-HUI     TO PEP-DATE-CLOTURE.
           MOVE WS-OPERATEUR-SAISI TO PEP-OPERATEUR.
           MOVE PEP-ENREG TO WS-PEP-IMAGE(WS-K).
           PERFORM SAUVER-PLANS.
           DISPLAY "PLAN " PEP-NUMERO " CLOS PAR ANTICIPATION : "
                   PEP-NB-VERSES " VERSEMENT(S), " PEP-TOTAL-VERSE
                   " " PEP-DEVISE " RESTENT SUR " PEP-CPT-PLAN
                   ", PRIME PERDUE.".
           EXIT.
       FIN-SORTIR-PLAN.

       LISTER-PLANS.
           DISPLAY "MATRICULE CLIENT :".
           ACCEPT WS-MAT-SAISI.
           MOVE ZERO TO WS-NB-LISTES.
           PERFORM CHARGER-PLANS.
           DISPLAY "PLAN   PLAN   SOURCE   MENSUEL   FIN      "
                   "VERSES MANQ TOTAL VERSE   OBJECTIF    ST".
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PEP
               MOVE WS-PEP-IMAGE(WS-K) TO PEP-ENREG
               IF PEP-MAT-CLT = WS-MAT-SAISI
                   ADD 1 TO WS-NB-LISTES
                   DISPLAY PEP-NUMERO " " PEP-CPT-PLAN " "
                           PEP-CPT-SOURCE " " PEP-MONTANT " "
                           PEP-DATE-FIN " " PEP-NB-VERSES " "
                           PEP-NB-MANQUES " " PEP-TOTAL-VERSE " "
                           PEP-OBJECTIF " " PEP-STATUT
               END-IF
           END-PERFORM.
           DISPLAY WS-NB-LISTES " PLAN(S).".
           EXIT.
       FIN-LISTER-PLANS.

       CHARGER-TAUX-DEFAUT.
           MOVE "TAUX-PRIME-PLAN" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-TAUX-DEFAUT
           END-IF.
           EXIT.
       FIN-CHARGER-TAUX-DEFAUT.

       CHARGER-PLANS.
           MOVE ZERO TO WS-NB-PEP.
           MOVE ZERO TO WS-DERNIER-NUMERO.
           MOVE "N" TO WS-PEP-SURCHARGE.
           OPEN INPUT PLANS-FICHIER.
           IF WS-PEP-FILESTATUS = "00"
               PERFORM UNTIL WS-PEP-FILESTATUS NOT = "00"
                   READ PLANS-FICHIER
                       AT END MOVE "10" TO WS-PEP-FILESTATUS
                       NOT AT END
                           IF PEP-NUMERO > WS-DERNIER-NUMERO
                               MOVE PEP-NUMERO TO WS-DERNIER-NUMERO
                           END-IF
                           IF WS-NB-PEP < 1000
                               ADD 1 TO WS-NB-PEP
                               MOVE PEP-ENREG TO
                                    WS-PEP-IMAGE(WS-NB-PEP)
                           ELSE
                               MOVE "O" TO WS-PEP-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLANS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-PLANS.

       SAUVER-PLANS.
           OPEN OUTPUT PLANS-FICHIER.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PEP
               MOVE WS-PEP-IMAGE(WS-K) TO PEP-ENREG
               WRITE PEP-ENREG
           END-PERFORM.
           CLOSE PLANS-FICHIER.
           EXIT.
       FIN-SAUVER-PLANS.

       END PROGRAM MAJ-PLANS-EPARGNE.
