      *    jours sans solde et les absences injustifiees au prorata
      *    du brut - fini les corrections manuelles genantes le mois
      *    d'apres.
      *    Conges payes : le compteur de chaque employe (date
      *    d'embauche, solde, acquis et pris de l'annee) est tenu
      *    dans CONGES-SOLDES.DAT ; ACQUISITION-CONGES y porte
      *    l'acquisition mensuelle et le report de fin d'annee. Une
      *    absence CONGE est decomptee en jours ouvres (JOUR-OUVRE)
      *    des sa saisie et refusee si elle depasse le solde.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

           SELECT CONGES-SOLDES ASSIGN TO "CONGES-SOLDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       FD  CONGES-SOLDES.
       01  CSL-ENREG.
           05  CSL-EMPLOYE        PIC 9(5).
           05  FILLER             PIC X(1).
           05  CSL-DATE-EMBAUCHE  PIC X(8).
           05  FILLER             PIC X(1).
           05  CSL-SOLDE          PIC 9(3)V9(2).
           05  FILLER             PIC X(1).
           05  CSL-ACQUIS-AN      PIC 9(3)V9(2).
           05  FILLER             PIC X(1).
           05  CSL-PRIS-AN        PIC 9(3)V9(2).
           05  FILLER             PIC X(1).
           05  CSL-DERNIER-MOIS   PIC X(6).
           05  FILLER             PIC X(1).
           05  CSL-DERNIER-REPORT PIC X(4).

       WORKING-STORAGE SECTION.

       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).

      *    compteurs de conges payes, charges en table et reecrits
      *    en entier, comme CREDENTIELS.DAT dans OPERATIONS.
       01  WS-CSL-FILESTATUS   PIC X(2).
       01  WS-NB-CSL           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CSL.
         05 WS-CSL  OCCURS 200 TIMES.
           10  WS-CSL-EMPLOYE        PIC 9(5).
           10  FILLER                PIC X(1).
           10  WS-CSL-DATE-EMBAUCHE  PIC X(8).
           10  FILLER                PIC X(1).
           10  WS-CSL-SOLDE          PIC 9(3)V9(2).
           10  FILLER                PIC X(1).
           10  WS-CSL-ACQUIS-AN      PIC 9(3)V9(2).
           10  FILLER                PIC X(1).
           10  WS-CSL-PRIS-AN        PIC 9(3)V9(2).
           10  FILLER                PIC X(1).
           10  WS-CSL-DERNIER-MOIS   PIC X(6).
           10  FILLER                PIC X(1).
           10  WS-CSL-DERNIER-REPORT PIC X(4).
       01  WS-S                PIC 9(3).
       01  WS-CSL-RANG         PIC 9(3).
       01  WS-DATE-EMBAUCHE    PIC X(8).

      *    decompte des jours ouvres d'une absence CONGE.
       01  WS-PGM-JOUR-OUVRE   PIC X(20) VALUE "JOUR-OUVRE".
       01  WS-OUVRE-ACTION     PIC X(1).
       01  WS-OUVRE-RESULTAT   PIC X(1).
       01  WS-DATE-COURANTE    PIC X(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-INT         PIC 9(9).
       01  WS-JOURS-CONGE      PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-MAJ-ABSENCES.

           DISPLAY "1-SAISIR UNE ABSENCE".
           DISPLAY "2-LISTER LES ABSENCES D'UN EMPLOYE".
           DISPLAY "3-DATE D'EMBAUCHE (COMPTEUR DE CONGES)".
           DISPLAY "4-SOLDE DE CONGES D'UN EMPLOYE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
                   END-PERFORM
               WHEN 2
                   PERFORM LISTER-ABSENCES
               WHEN 3
                   PERFORM SAISIR-DATE-EMBAUCHE
               WHEN 4
                   PERFORM CONSULTER-SOLDE-CONGES
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
               MOVE "N" TO WS-JUSTIFIE-SAISI
           END-IF.

      *    un conge paye se decompte du solde avant d'etre enregistre.
           IF WS-TYPE-SAISI = "CONGE"
               PERFORM CHARGER-CONGES
               PERFORM CHERCHER-COMPTEUR
               IF WS-CSL-RANG = 0
                   DISPLAY "AUCUN COMPTEUR DE CONGES POUR CET EMPLOYE,"
                           " SAISIR D'ABORD SA DATE D'EMBAUCHE (3)"
                   EXIT PARAGRAPH
               END-IF
               PERFORM COMPTER-JOURS-CONGE
               IF WS-JOURS-CONGE > WS-CSL-SOLDE(WS-CSL-RANG)
                   DISPLAY "CONGE REFUSE : " WS-JOURS-CONGE
                           " JOUR(S) OUVRE(S) DEMANDE(S), SOLDE "
                           WS-CSL-SOLDE(WS-CSL-RANG)
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-JOURS-CONGE FROM WS-CSL-SOLDE(WS-CSL-RANG)
               ADD WS-JOURS-CONGE TO WS-CSL-PRIS-AN(WS-CSL-RANG)
               PERFORM SAUVER-CONGES
               DISPLAY WS-JOURS-CONGE " JOUR(S) DECOMPTE(S), NOUVEAU "
                       "SOLDE " WS-CSL-SOLDE(WS-CSL-RANG)
           END-IF.

           MOVE WS-EMPLOYE-SAISI  TO ABS-EMPLOYE.
           MOVE WS-DATE-DEBUT     TO ABS-DATE-DEBUT.
           MOVE WS-DATE-FIN       TO ABS-DATE-FIN.
           EXIT.
       FIN-LISTER-ABSENCES.

      *    ouvre (ou corrige) le compteur de conges d'un employe : la
      *    date d'embauche fixe l'anciennete qui module l'acquisition.
       SAISIR-DATE-EMBAUCHE.
           DISPLAY "EMPLOYEE-ID :".
           ACCEPT WS-EMPLOYE-SAISI.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYE-SAISI TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
                   CLOSE Employee
                   EXIT PARAGRAPH
           END-READ.
           CLOSE Employee.

           MOVE "N" TO WS-CTRL-VALIDE.
           PERFORM UNTIL WS-CTRL-VALIDE = "O"
               DISPLAY "DATE D'EMBAUCHE (AAAAMMJJ) :"
               ACCEPT WS-DATE-EMBAUCHE
               MOVE "C" TO WS-CTRL-MODE
               CALL WS-PGM-CTRL-DATE USING WS-DATE-EMBAUCHE
                    WS-CTRL-MODE WS-CTRL-VALIDE
               IF WS-CTRL-VALIDE = "N"
                   DISPLAY "DATE INVALIDE !"
               END-IF
           END-PERFORM.

           PERFORM CHARGER-CONGES.
           PERFORM CHERCHER-COMPTEUR.
           IF WS-CSL-RANG = 0
               IF WS-NB-CSL NOT < 200
                   DISPLAY "TABLE DES COMPTEURS PLEINE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-CSL
               MOVE WS-NB-CSL TO WS-CSL-RANG
               MOVE SPACES TO WS-CSL(WS-CSL-RANG)
               MOVE WS-EMPLOYE-SAISI TO WS-CSL-EMPLOYE(WS-CSL-RANG)
               MOVE ZERO TO WS-CSL-SOLDE(WS-CSL-RANG)
               MOVE ZERO TO WS-CSL-ACQUIS-AN(WS-CSL-RANG)
               MOVE ZERO TO WS-CSL-PRIS-AN(WS-CSL-RANG)
           END-IF.
           MOVE WS-DATE-EMBAUCHE TO WS-CSL-DATE-EMBAUCHE(WS-CSL-RANG).
           PERFORM SAUVER-CONGES.
           DISPLAY "COMPTEUR DE CONGES DE " Name " ENREGISTRE.".
           EXIT.
       FIN-SAISIR-DATE-EMBAUCHE.

       CONSULTER-SOLDE-CONGES.
           DISPLAY "EMPLOYEE-ID :".
           ACCEPT WS-EMPLOYE-SAISI.
           PERFORM CHARGER-CONGES.
           PERFORM CHERCHER-COMPTEUR.
           IF WS-CSL-RANG = 0
               DISPLAY "AUCUN COMPTEUR DE CONGES POUR CET EMPLOYE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMBAUCHE LE        : "
                   WS-CSL-DATE-EMBAUCHE(WS-CSL-RANG).
           DISPLAY "ACQUIS DE L'ANNEE  : "
                   WS-CSL-ACQUIS-AN(WS-CSL-RANG).
           DISPLAY "PRIS DE L'ANNEE    : " WS-CSL-PRIS-AN(WS-CSL-RANG).
           DISPLAY "SOLDE DISPONIBLE   : " WS-CSL-SOLDE(WS-CSL-RANG).
           DISPLAY "DERNIER MOIS ACQUIS: "
                   WS-CSL-DERNIER-MOIS(WS-CSL-RANG).
           EXIT.
       FIN-CONSULTER-SOLDE-CONGES.

       CHARGER-CONGES.
           MOVE ZERO TO WS-NB-CSL.
           OPEN INPUT CONGES-SOLDES.
           IF WS-CSL-FILESTATUS = "00"
               PERFORM UNTIL WS-CSL-FILESTATUS NOT = "00"
                   READ CONGES-SOLDES
                       AT END MOVE "10" TO WS-CSL-FILESTATUS
                       NOT AT END
                           IF WS-NB-CSL < 200
                               ADD 1 TO WS-NB-CSL
                               MOVE CSL-ENREG TO WS-CSL(WS-NB-CSL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONGES-SOLDES
           END-IF.
           EXIT.
       FIN-CHARGER-CONGES.

       SAUVER-CONGES.
           OPEN OUTPUT CONGES-SOLDES.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-CSL
               MOVE WS-CSL(WS-S) TO CSL-ENREG
               WRITE CSL-ENREG
           END-PERFORM.
           CLOSE CONGES-SOLDES.
           EXIT.
       FIN-SAUVER-CONGES.

       CHERCHER-COMPTEUR.
           MOVE ZERO TO WS-CSL-RANG.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-CSL OR WS-CSL-RANG > 0
               IF WS-CSL-EMPLOYE(WS-S) = WS-EMPLOYE-SAISI
                   MOVE WS-S TO WS-CSL-RANG
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-COMPTEUR.

      *    jours ouvres entre les dates de debut et de fin saisies,
      *    bornes comprises : week-ends et feries ne coutent rien.
       COMPTER-JOURS-CONGE.
           MOVE ZERO TO WS-JOURS-CONGE.
           MOVE WS-DATE-DEBUT TO WS-DATE-COURANTE.
           PERFORM UNTIL WS-DATE-COURANTE > WS-DATE-FIN
               MOVE "T" TO WS-OUVRE-ACTION
               CALL WS-PGM-JOUR-OUVRE USING WS-DATE-COURANTE
                    WS-OUVRE-ACTION WS-OUVRE-RESULTAT
               IF WS-OUVRE-RESULTAT = "O"
                   ADD 1 TO WS-JOURS-CONGE
               END-IF
               MOVE WS-DATE-COURANTE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-DATE-COURANTE
           END-PERFORM.
           EXIT.
       FIN-COMPTER-JOURS-CONGE.

       END PROGRAM MAJ-ABSENCES.
