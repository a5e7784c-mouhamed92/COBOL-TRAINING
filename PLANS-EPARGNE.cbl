       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANS-EPARGNE.
       AUTHOR.    MOHAMED.

      *    traitement batch quotidien (chaine BATCH-JOUR) des plans
      *    d'epargne programmee tenus par MAJ-PLANS-EPARGNE :
      *      - chaque versement arrive a echeance est preleve sur le
      *        compte source et verse au compte du plan (PEP1, jambes
      *        D et C), aux memes regles que TRAITER-ORDRES : compte
      *        du plan actif, compte source actif et disponible (solde
      *        moins retenues actives) plus decouvert suffisant. Un
      *        versement impossible a son echeance est manque : il est
      *        consigne dans EXCEPTIONS.DAT sous le code "PEPN" et
      *        compte dans PEP-NB-MANQUES, le plan passe au mois
      *        suivant ;
      *      - a la date de fin, le plan qui n'a pas manque plus de
      *        MANQUES-PLAN-TOLERES echeances (parametre, 0 a defaut)
      *        recoit la prime de fidelite, taux du plan applique au
      *        total verse, creditee au compte du plan (PEP2) : statut
      *        T ; sinon le plan se termine sans prime : statut S ;
      *      - un releve d'avancement est edite pour chaque plan un an
      *        apres le precedent (puis a la cloture du plan) dans
      *        RELEVES-PLANS-AAAAMMJJ.TXT, pour envoi aux clients.

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

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILESTATUS.

      *    retenues sur comptes, tenues par OPERATIONS : un versement
      *    ne se sert pas sur des fonds retenus.
           SELECT RETENUES-FICHIER ASSIGN TO "RETENUES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-FILESTATUS.

           SELECT RELEVE-FICHIER ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans MAJ-PLANS-EPARGNE.
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

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  EXCEPTIONS-OPERATIONS.
       COPY EXCEPTION-CPY.

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

       FD  RELEVE-FICHIER.
       01  REL-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-PEP-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-EXC-FILESTATUS   PIC X(2).
       01  WS-RET-FILESTATUS   PIC X(2).
       01  WS-REL-FILESTATUS   PIC X(2).
       01  WS-REL-FILE-PATH    PIC X(100).
       01  WS-REL-OUVERT       PIC X(1) VALUE "N".

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.
       01  WS-HORODATAGE       PIC X(20).

      *    nombre d'echeances manquees toleree pour garder la prime,
      *    lu dans PARAMETRES.DAT ; la valeur en dur ne sert que de
      *    repli quand la cle n'est pas en vigueur.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-MANQUES-TOLERES  PIC 9(3) VALUE ZERO.

       01  WS-NB-PEP           PIC 9(4) VALUE ZERO.
       01  WS-PEP-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-PEP.
         05 WS-PEP  OCCURS 1000 TIMES.
           10  WS-PEP-IMAGE    PIC X(170).
       01  WS-K                PIC 9(4).
       01  WS-P                PIC 9(4).

       01  WS-TOTAL-RETENUES   PIC 9(10)V9(2).
       01  WS-DISPONIBLE       PIC S9(10)V9(2).
       01  WS-DEST-OK          PIC X(1).
       01  WS-AGENCE-PLAN      PIC X(3).
       01  WS-SOLDE-PLAN       PIC S9(10)V9(2).

      *    ecriture au journal : code, sens, montant.
       01  WS-CODE-JRN         PIC X(4).
       01  WS-SENS-JRN         PIC X(1).
       01  WS-MONTANT-JRN      PIC 9(10)V9(2).

      *    echeances : le jour du plan est conserve d'un mois a
      *    l'autre (1 a 28, toujours une date valide).
       01  WS-ECHEANCE.
           05  WS-ECH-ANNEE    PIC 9(4).
           05  WS-ECH-MOIS     PIC 9(2).
           05  WS-ECH-JOUR     PIC 9(2).
       01  WS-FIN.
           05  WS-FIN-ANNEE    PIC 9(4).
           05  WS-FIN-MOIS     PIC 9(2).
           05  WS-FIN-JOUR     PIC 9(2).
       01  WS-RELEVE-DU.
           05  WS-RDU-ANNEE    PIC 9(4).
           05  WS-RDU-MOISJOUR PIC X(4).

      *    projection du releve : echeances restant jusqu'a la fin,
      *    total et prime attendus si le plan est tenu.
       01  WS-RESTANTES        PIC S9(5).
       01  WS-TOTAL-PROJETE    PIC 9(10)V9(2).
       01  WS-PRIME-PROJETEE   PIC 9(8)V9(2).
       01  WS-PCT-OBJECTIF     PIC 9(5)V9(2).
       01  WS-MONTANT-ED       PIC Z(9)9.99.
       01  WS-PCT-ED           PIC ZZZZ9.99.

       01  WS-NB-VERSEMENTS    PIC 9(5) VALUE ZERO.
       01  WS-NB-MANQUEMENTS   PIC 9(5) VALUE ZERO.
       01  WS-NB-PRIMES        PIC 9(5) VALUE ZERO.
       01  WS-NB-SANS-PRIME    PIC 9(5) VALUE ZERO.
       01  WS-NB-RELEVES       PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-VERSEMENTS PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-PRIMES     PIC 9(10)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PLANS-EPARGNE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-TOLERANCE.
           PERFORM CHARGER-PLANS.
      *    reecrire le fichier depuis une table tronquee detruirait
      *    les plans au-dela du 1000e : passage refuse.
           IF WS-PEP-SURCHARGE = "O"
               DISPLAY "PLUS DE 1000 PLANS D'EPARGNE, TRAITEMENT "
                       "NON FAIT"
               GOBACK
           END-IF.

           OPEN I-O COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               GOBACK
           END-IF.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PEP
               MOVE WS-PEP-IMAGE(WS-K) TO PEP-ENREG
               IF PEP-STATUT = "A"
                   PERFORM TRAITER-PLAN
      *            plan sauve aussitot modifie : une reprise apres
      *            arret ne repreleve pas les echeances deja posees.
                   IF PEP-ENREG NOT = WS-PEP-IMAGE(WS-K)
                       MOVE PEP-ENREG TO WS-PEP-IMAGE(WS-K)
                       PERFORM SAUVER-PLANS
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           IF WS-REL-OUVERT = "O"
               CLOSE RELEVE-FICHIER
           END-IF.

           DISPLAY "========= PLANS D'EPARGNE ==========".
           DISPLAY "VERSEMENTS POSES      : " WS-NB-VERSEMENTS.
           DISPLAY "TOTAL VERSE           : " WS-TOTAL-VERSEMENTS.
           DISPLAY "ECHEANCES MANQUEES    : " WS-NB-MANQUEMENTS.
           DISPLAY "PLANS ECHUS AVEC PRIME: " WS-NB-PRIMES.
           DISPLAY "TOTAL DES PRIMES      : " WS-TOTAL-PRIMES.
           DISPLAY "PLANS ECHUS SANS PRIME: " WS-NB-SANS-PRIME.
           DISPLAY "RELEVES EDITES        : " WS-NB-RELEVES.
           IF WS-NB-RELEVES > 0
               DISPLAY "RELEVES DANS " WS-REL-FILE-PATH
           END-IF.
           DISPLAY "====================================".
           GOBACK.

       CHARGER-TOLERANCE.
           MOVE "MANQUES-PLAN-TOLERES" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-MANQUES-TOLERES
           END-IF.
           EXIT.
       FIN-CHARGER-TOLERANCE.

      *    plan courant (PEP-ENREG) : echeances dues jusqu'a ce jour
      *    (plusieurs si la chaine n'a pas tourne depuis un mois),
      *    puis la cloture a la date de fin, puis le releve annuel.
       TRAITER-PLAN.
           PERFORM UNTIL PEP-PROCH-ECHEANCE > WS-AUJOURD-HUI
                      OR PEP-PROCH-ECHEANCE > PEP-DATE-FIN
               PERFORM VERSER-ECHEANCE
               PERFORM AVANCER-ECHEANCE
           END-PERFORM.

           IF PEP-DATE-FIN <= WS-AUJOURD-HUI
               PERFORM CLOTURER-PLAN
               IF PEP-STATUT NOT = "A"
                   PERFORM EDITER-RELEVE
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE PEP-DERN-RELEVE TO WS-RELEVE-DU.
           ADD 1 TO WS-RDU-ANNEE.
           IF WS-RELEVE-DU <= WS-AUJOURD-HUI
               PERFORM EDITER-RELEVE
           END-IF.
           EXIT.
       FIN-TRAITER-PLAN.

      *    un versement : le compte du plan est controle avant tout
      *    mouvement d'argent, puis le compte source est debite et le
      *    compte du plan credite, comme un ordre permanent.
       VERSER-ECHEANCE.
           MOVE "N" TO WS-DEST-OK.
           MOVE PEP-CPT-PLAN TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "COMPTE DU PLAN INTROUVABLE" TO EXC-MOTIF
                   PERFORM SIGNALER-ECHEANCE-MANQUEE
               NOT INVALID KEY
                   IF CPM-STATUT NOT = "A"
                       MOVE "COMPTE DU PLAN NON ACTIF" TO EXC-MOTIF
                       PERFORM SIGNALER-ECHEANCE-MANQUEE
                   ELSE
                       MOVE "O" TO WS-DEST-OK
                   END-IF
           END-READ.
           IF WS-DEST-OK = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE PEP-CPT-SOURCE TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "COMPTE SOURCE INTROUVABLE" TO EXC-MOTIF
                   PERFORM SIGNALER-ECHEANCE-MANQUEE
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
               MOVE "COMPTE SOURCE NON ACTIF" TO EXC-MOTIF
               PERFORM SIGNALER-ECHEANCE-MANQUEE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CALCULER-DISPONIBLE.
           IF PEP-MONTANT > WS-DISPONIBLE + CPM-DECOUVERT
               MOVE "SOLDE SOURCE INSUFFISANT" TO EXC-MOTIF
               PERFORM SIGNALER-ECHEANCE-MANQUEE
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT PEP-MONTANT FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   MOVE "ECHEC MISE A JOUR COMPTE SOURCE" TO EXC-MOTIF
                   PERFORM SIGNALER-ECHEANCE-MANQUEE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "PEP1"      TO WS-CODE-JRN.
           MOVE "D"         TO WS-SENS-JRN.
           MOVE PEP-MONTANT TO WS-MONTANT-JRN.
           PERFORM JOURNALISER-PLAN.

           MOVE PEP-CPT-PLAN TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE DU PLAN DISPARU APRES CONTROLE, "
                           "A REGULARISER : PLAN " PEP-NUMERO
                           " DEBIT DE " PEP-MONTANT " SUR "
                           PEP-CPT-SOURCE
                   EXIT PARAGRAPH
           END-READ.
           ADD PEP-MONTANT TO CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC CREDIT DU PLAN " PEP-NUMERO
                           ", A REGULARISER : DEBIT DE " PEP-MONTANT
                           " SUR " PEP-CPT-SOURCE
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "C" TO WS-SENS-JRN.
           PERFORM JOURNALISER-PLAN.

           ADD 1 TO PEP-NB-VERSES.
           ADD PEP-MONTANT TO PEP-TOTAL-VERSE.
           ADD 1 TO WS-NB-VERSEMENTS.
           ADD PEP-MONTANT TO WS-TOTAL-VERSEMENTS.
           EXIT.
       FIN-VERSER-ECHEANCE.

      *    disponible du compte courant du buffer : solde moins le
      *    total des retenues actives non expirees, comme
      *    CALCULER-DISPONIBLE dans OPERATIONS.
       CALCULER-DISPONIBLE.
           MOVE ZERO TO WS-TOTAL-RETENUES.
           OPEN INPUT RETENUES-FICHIER.
           IF WS-RET-FILESTATUS = "00"
               PERFORM UNTIL WS-RET-FILESTATUS NOT = "00"
                   READ RETENUES-FICHIER
                       AT END MOVE "10" TO WS-RET-FILESTATUS
                       NOT AT END
                           IF RET-NUM-CPT = CPM-NUM-CPT
                              AND RET-STATUT = "A"
                              AND (RET-DATE-EXPIR = SPACES OR
                                   RET-DATE-EXPIR > WS-AUJOURD-HUI)
                               ADD RET-MONTANT TO WS-TOTAL-RETENUES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETENUES-FICHIER
           END-IF.
           COMPUTE WS-DISPONIBLE =
                   CPM-SOLDE-CPT - WS-TOTAL-RETENUES.
           EXIT.
       FIN-CALCULER-DISPONIBLE.

       AVANCER-ECHEANCE.
           MOVE PEP-PROCH-ECHEANCE TO WS-ECHEANCE.
           ADD 1 TO WS-ECH-MOIS.
           IF WS-ECH-MOIS > 12
               MOVE 1 TO WS-ECH-MOIS
               ADD 1 TO WS-ECH-ANNEE
           END-IF.
           MOVE PEP-JOUR TO WS-ECH-JOUR.
           MOVE WS-ECHEANCE TO PEP-PROCH-ECHEANCE.
           EXIT.
       FIN-AVANCER-ECHEANCE.

      *    echeance manquee : consignee dans EXCEPTIONS.DAT sous le
      *    code "PEPN" (compte source) et comptee au plan. La partie
      *    date de l'horodatage porte la date d'exploitation, comme
      *    dans TRAITER-ORDRES.
       SIGNALER-ECHEANCE-MANQUEE.
           ADD 1 TO PEP-NB-MANQUES.
           ADD 1 TO WS-NB-MANQUEMENTS.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO WS-HORODATAGE(1:8).
           MOVE PEP-CPT-SOURCE TO EXC-NUM-CPT.
           MOVE "PEPN"         TO EXC-CODE-OPE.
           MOVE ZERO           TO EXC-OPERATEUR.
           MOVE WS-HORODATAGE  TO EXC-DATE-HEURE.

           OPEN EXTEND EXCEPTIONS-OPERATIONS.
           IF WS-EXC-FILESTATUS = "35"
               OPEN OUTPUT EXCEPTIONS-OPERATIONS
           END-IF.
           WRITE EXC-RECORD.
           CLOSE EXCEPTIONS-OPERATIONS.
           EXIT.
       FIN-SIGNALER-ECHEANCE-MANQUEE.

      *    date de fin atteinte : prime de fidelite au plan respecte,
      *    creditee au compte du plan. Un compte du plan qui n'est
      *    plus actif garde le plan en attente (statut A), la prime
      *    est representee au passage suivant.
       CLOTURER-PLAN.
           IF PEP-NB-MANQUES > WS-MANQUES-TOLERES
               MOVE "S"            TO PEP-STATUT
               MOVE ZERO           TO PEP-PRIME
               MOVE WS-AUJOURD-HUI TO PEP-DATE-CLOTURE
               ADD 1 TO WS-NB-SANS-PRIME
               EXIT PARAGRAPH
           END-IF.

           COMPUTE PEP-PRIME ROUNDED =
                   PEP-TOTAL-VERSE * PEP-TAUX-PRIME / 100.
           IF PEP-PRIME > 0
               MOVE PEP-CPT-PLAN TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-CPT-FILESTATUS
               END-READ
               IF WS-CPT-FILESTATUS NOT = "00"
                  OR CPM-STATUT NOT = "A"
                   DISPLAY "PLAN " PEP-NUMERO " ECHU, COMPTE "
                           PEP-CPT-PLAN " NON ACTIF : PRIME DE "
                           PEP-PRIME " EN ATTENTE"
                   EXIT PARAGRAPH
               END-IF
               ADD PEP-PRIME TO CPM-SOLDE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC CREDIT PRIME DU PLAN "
                               PEP-NUMERO
                       EXIT PARAGRAPH
               END-REWRITE
               MOVE "PEP2"    TO WS-CODE-JRN
               MOVE "C"       TO WS-SENS-JRN
               MOVE PEP-PRIME TO WS-MONTANT-JRN
               PERFORM JOURNALISER-PLAN
               ADD PEP-PRIME TO WS-TOTAL-PRIMES
           END-IF.
           MOVE "T"            TO PEP-STATUT.
           MOVE WS-AUJOURD-HUI TO PEP-DATE-CLOTURE.
           ADD 1 TO WS-NB-PRIMES.
           EXIT.
       FIN-CLOTURER-PLAN.

      *    ecriture du compte courant du buffer (CPM-*) sous le code
      *    WS-CODE-JRN, au canal batch.
       JOURNALISER-PLAN.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE WS-CODE-JRN    TO JRN-CODE-OPE.
           MOVE WS-MONTANT-JRN TO JRN-MONTANT.
           MOVE PEP-DEVISE     TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE SPACES         TO JRN-LIBELLE.
           IF WS-CODE-JRN = "PEP2"
               STRING "PRIME PLAN EPARGNE " PEP-NUMERO
                   DELIMITED BY SIZE INTO JRN-LIBELLE
               END-STRING
           ELSE
               STRING "PLAN EPARGNE " PEP-NUMERO " "
                      PEP-CPT-SOURCE " VERS " PEP-CPT-PLAN
                   DELIMITED BY SIZE INTO JRN-LIBELLE
               END-STRING
           END-IF.
           MOVE WS-SENS-JRN    TO JRN-SENS.
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
       FIN-JOURNALISER-PLAN.

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

      *    releve d'avancement du plan courant, une page par plan :
      *    versements faits et manques, avancement vers l'objectif,
      *    solde du compte du plan et, pour un plan actif, la
      *    projection a la date de fin avec la prime attendue.
       EDITER-RELEVE.
           IF WS-REL-OUVERT = "N"
               MOVE SPACES TO WS-REL-FILE-PATH
               STRING "RELEVES-PLANS-" WS-AUJOURD-HUI ".TXT"
                   DELIMITED BY SIZE INTO WS-REL-FILE-PATH
               END-STRING
               OPEN OUTPUT RELEVE-FICHIER
               MOVE "O" TO WS-REL-OUVERT
           END-IF.

           MOVE ZERO TO WS-SOLDE-PLAN.
           MOVE SPACES TO WS-AGENCE-PLAN.
           MOVE PEP-CPT-PLAN TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               NOT INVALID KEY
                   MOVE CPM-SOLDE-CPT TO WS-SOLDE-PLAN
                   MOVE CPM-AGENCE    TO WS-AGENCE-PLAN
           END-READ.

           MOVE ALL "=" TO REL-LIGNE.
           WRITE REL-LIGNE.
           MOVE SPACES TO REL-LIGNE.
           STRING "RELEVE DE PLAN D'EPARGNE PROGRAMMEE AU "
                  WS-AUJOURD-HUI "   AGENCE " WS-AGENCE-PLAN
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE SPACES TO REL-LIGNE.
           STRING "CLIENT " PEP-MAT-CLT "   PLAN " PEP-NUMERO
                  "   COMPTE DU PLAN " PEP-CPT-PLAN
                  "   COMPTE SOURCE " PEP-CPT-SOURCE
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE PEP-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO REL-LIGNE.
           STRING "VERSEMENT MENSUEL " WS-MONTANT-ED " " PEP-DEVISE
                  " LE " PEP-JOUR " DU MOIS, DU " PEP-DATE-DEBUT
                  " AU " PEP-DATE-FIN
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE SPACES TO REL-LIGNE.
           STRING "VERSEMENTS EFFECTUES " PEP-NB-VERSES
                  "   ECHEANCES MANQUEES " PEP-NB-MANQUES
                  " (TOLEREES " WS-MANQUES-TOLERES ")"
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.

           COMPUTE WS-PCT-OBJECTIF ROUNDED =
                   PEP-TOTAL-VERSE * 100 / PEP-OBJECTIF
               ON SIZE ERROR MOVE 99999.99 TO WS-PCT-OBJECTIF
           END-COMPUTE.
           MOVE PEP-TOTAL-VERSE TO WS-MONTANT-ED.
           MOVE WS-PCT-OBJECTIF TO WS-PCT-ED.
           MOVE SPACES TO REL-LIGNE.
           STRING "TOTAL VERSE " WS-MONTANT-ED " " PEP-DEVISE
                  "   SOIT " WS-PCT-ED " % DE L'OBJECTIF"
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE PEP-OBJECTIF TO WS-MONTANT-ED.
           MOVE SPACES TO REL-LIGNE.
           STRING "OBJECTIF    " WS-MONTANT-ED " " PEP-DEVISE
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           MOVE WS-SOLDE-PLAN TO WS-MONTANT-ED.
           MOVE SPACES TO REL-LIGNE.
           STRING "SOLDE DU COMPTE DU PLAN " WS-MONTANT-ED " "
                  PEP-DEVISE
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.

           EVALUATE PEP-STATUT
               WHEN "T"
                   MOVE PEP-PRIME TO WS-MONTANT-ED
                   MOVE SPACES TO REL-LIGNE
                   STRING "PLAN ARRIVE A TERME LE " PEP-DATE-CLOTURE
                          " : PRIME DE FIDELITE " WS-MONTANT-ED " "
                          PEP-DEVISE " VERSEE"
                       DELIMITED BY SIZE INTO REL-LIGNE
                   END-STRING
               WHEN "S"
                   MOVE SPACES TO REL-LIGNE
                   STRING "PLAN ARRIVE A TERME LE " PEP-DATE-CLOTURE
                          " : TROP D'ECHEANCES MANQUEES, PAS DE "
                          "PRIME DE FIDELITE"
                       DELIMITED BY SIZE INTO REL-LIGNE
                   END-STRING
               WHEN OTHER
                   PERFORM PROJETER-PLAN
                   MOVE WS-TOTAL-PROJETE TO WS-MONTANT-ED
                   MOVE SPACES TO REL-LIGNE
                   STRING "ECHEANCES RESTANTES " WS-RESTANTES
                          "   TOTAL ATTENDU AU " PEP-DATE-FIN " "
                          WS-MONTANT-ED " " PEP-DEVISE
                       DELIMITED BY SIZE INTO REL-LIGNE
                   END-STRING
                   WRITE REL-LIGNE
                   MOVE SPACES TO REL-LIGNE
                   IF PEP-NB-MANQUES > WS-MANQUES-TOLERES
                       STRING "PRIME DE FIDELITE PERDUE : TROP "
                              "D'ECHEANCES MANQUEES"
                           DELIMITED BY SIZE INTO REL-LIGNE
                       END-STRING
                   ELSE
                       MOVE WS-PRIME-PROJETEE TO WS-MONTANT-ED
                       STRING "PRIME DE FIDELITE ATTENDUE ("
                              PEP-TAUX-PRIME " %) "
                              WS-MONTANT-ED " " PEP-DEVISE
                           DELIMITED BY SIZE INTO REL-LIGNE
                       END-STRING
                   END-IF
           END-EVALUATE.
           WRITE REL-LIGNE.
           MOVE SPACES TO REL-LIGNE.
           WRITE REL-LIGNE.

           MOVE WS-AUJOURD-HUI TO PEP-DERN-RELEVE.
           ADD 1 TO WS-NB-RELEVES.
           EXIT.
       FIN-EDITER-RELEVE.

      *    echeances de PEP-PROCH-ECHEANCE a la date de fin incluse,
      *    chacune au jour du plan.
       PROJETER-PLAN.
           MOVE PEP-PROCH-ECHEANCE TO WS-ECHEANCE.
           MOVE PEP-DATE-FIN       TO WS-FIN.
           COMPUTE WS-RESTANTES =
                   (WS-FIN-ANNEE * 12 + WS-FIN-MOIS)
                 - (WS-ECH-ANNEE * 12 + WS-ECH-MOIS) + 1.
           IF WS-FIN-JOUR < PEP-JOUR
               SUBTRACT 1 FROM WS-RESTANTES
           END-IF.
           IF WS-RESTANTES < 0
               MOVE ZERO TO WS-RESTANTES
           END-IF.
           COMPUTE WS-TOTAL-PROJETE =
                   PEP-TOTAL-VERSE + WS-RESTANTES * PEP-MONTANT.
           COMPUTE WS-PRIME-PROJETEE ROUNDED =
                   WS-TOTAL-PROJETE * PEP-TAUX-PRIME / 100.
           EXIT.
       FIN-PROJETER-PLAN.

       CHARGER-PLANS.
           MOVE ZERO TO WS-NB-PEP.
           MOVE "N" TO WS-PEP-SURCHARGE.
           OPEN INPUT PLANS-FICHIER.
           IF WS-PEP-FILESTATUS = "00"
               PERFORM UNTIL WS-PEP-FILESTATUS NOT = "00"
                   READ PLANS-FICHIER
                       AT END MOVE "10" TO WS-PEP-FILESTATUS
                       NOT AT END
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

      *    reecrit le registre en totalite ; boucle sur son propre
      *    indice, la boucle de traitement tient WS-K.
       SAUVER-PLANS.
           OPEN OUTPUT PLANS-FICHIER.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PEP
               MOVE WS-PEP-IMAGE(WS-P) TO PEP-ENREG
               WRITE PEP-ENREG
           END-PERFORM.
           CLOSE PLANS-FICHIER.
           EXIT.
       FIN-SAUVER-PLANS.

       END PROGRAM PLANS-EPARGNE.
