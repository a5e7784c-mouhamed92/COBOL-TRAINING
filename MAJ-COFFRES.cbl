       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-COFFRES.
       AUTHOR.    MOHAMED.

      *    registre des coffres-forts loues en agence : une ligne par
      *    coffre (numero, agence de AGENCES.DAT, categorie de
      *    taille, client locataire et compte de prelevement du
      *    loyer, date de debut, porteurs de cle, statut, prochaine
      *    echeance du loyer annuel). Chaque ouverture du coffre est
      *    consignee au journal des visites VISITES-COFFRES.DAT (qui,
      *    quand, quel guichetier). Le loyer est preleve chaque annee
      *    par le batch FACTURATION-COFFRES, qui passe aussi le
      *    coffre au statut I quand le compte ne le couvre pas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COFFRES-FICHIER ASSIGN TO "COFFRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFR-FILESTATUS.

           SELECT VISITES-FICHIER ASSIGN TO "VISITES-COFFRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIS-FILESTATUS.

           SELECT AGENCES-FICHIER ASSIGN TO "AGENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    CFR-TAILLE : P = petit, M = moyen, G = grand (le loyer
      *    annuel depend de la taille). CFR-STATUT : D = disponible,
      *    L = loue, I = loyer impaye (acces refuse), F = ouverture
      *    forcee constatee. Les porteurs de cle sont identifies par
      *    matricule ou CIN ; le locataire l'est toujours d'office.
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

       FD  VISITES-FICHIER.
       01  VIS-ENREG.
           05  VIS-NUMERO         PIC X(5).
           05  FILLER             PIC X(1).
           05  VIS-DATE           PIC X(8).
           05  FILLER             PIC X(1).
           05  VIS-HEURE          PIC X(6).
           05  FILLER             PIC X(1).
           05  VIS-VISITEUR       PIC X(10).
           05  FILLER             PIC X(1).
           05  VIS-OPERATEUR      PIC 9(5).

      *    meme mise en forme que dans BANQUE-CLT.
       FD  AGENCES-FICHIER.
       01  AGE-ENREG.
           05  AGE-CODE        PIC X(3).
           05  FILLER          PIC X(1).
           05  AGE-LIBELLE     PIC X(30).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-CFR-FILESTATUS   PIC X(2).
       01  WS-VIS-FILESTATUS   PIC X(2).
       01  WS-AGE-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).

       01  WS-CHOIX            PIC 9(1).
       01  WS-NUMERO-SAISI     PIC X(5).
       01  WS-AGENCE-SAISIE    PIC X(3).
       01  WS-AGENCE-CONNUE    PIC X(1).
       01  WS-TAILLE-SAISIE    PIC X(1).
       01  WS-COMPTE-SAISI     PIC X(6).
       01  WS-DETENTEUR-1      PIC X(10).
       01  WS-DETENTEUR-2      PIC X(10).
       01  WS-VISITEUR-SAISI   PIC X(10).
       01  WS-OPERATEUR-SAISI  PIC 9(5).
       01  WS-NB-VISITES       PIC 9(5).

      *    coffres charges en memoire puis reecrits en totalite.
       01  WS-NB-CFR           PIC 9(3) VALUE ZERO.
       01  WS-CFR-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CFR.
         05 WS-CFR  OCCURS 500 TIMES.
           10  WS-CFR-IMAGE    PIC X(80).
       01  WS-C                PIC 9(3).
       01  WS-CFR-POS          PIC 9(3).

       PROCEDURE DIVISION.

       MAIN-MAJ-COFFRES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           DISPLAY "1-CREER UN COFFRE".
           DISPLAY "2-LOUER UN COFFRE".
           DISPLAY "3-LIBERER UN COFFRE".
           DISPLAY "4-ENREGISTRER UNE VISITE".
           DISPLAY "5-LISTER LES VISITES D'UN COFFRE".
           DISPLAY "6-CONSTATER UNE OUVERTURE FORCEE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM CREER-COFFRE
               WHEN 2
                   PERFORM LOUER-COFFRE
               WHEN 3
                   PERFORM LIBERER-COFFRE
               WHEN 4
                   PERFORM ENREGISTRER-VISITE
               WHEN 5
                   PERFORM LISTER-VISITES
               WHEN 6
                   PERFORM CONSTATER-OUVERTURE-FORCEE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       CREER-COFFRE.
           DISPLAY "NUMERO DU COFFRE :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHARGER-COFFRES.
           IF WS-CFR-SURCHARGE = "O" OR WS-NB-CFR >= 500
               DISPLAY "PLUS DE 500 COFFRES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-COFFRE.
           IF WS-CFR-POS > 0
               DISPLAY "COFFRE DEJA ENREGISTRE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "CODE AGENCE :".
           ACCEPT WS-AGENCE-SAISIE.
           PERFORM CONTROLER-AGENCE.
           IF WS-AGENCE-CONNUE = "N"
               DISPLAY "AGENCE INCONNUE DANS AGENCES.DAT"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "TAILLE (P=PETIT, M=MOYEN, G=GRAND) :".
           ACCEPT WS-TAILLE-SAISIE.
           IF WS-TAILLE-SAISIE NOT = "P" AND WS-TAILLE-SAISIE NOT = "M"
              AND WS-TAILLE-SAISIE NOT = "G"
               DISPLAY "TAILLE INVALIDE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES           TO CFR-ENREG.
           MOVE WS-NUMERO-SAISI  TO CFR-NUMERO.
           MOVE WS-AGENCE-SAISIE TO CFR-AGENCE.
           MOVE WS-TAILLE-SAISIE TO CFR-TAILLE.
           MOVE "D"              TO CFR-STATUT.
           OPEN EXTEND COFFRES-FICHIER.
           IF WS-CFR-FILESTATUS = "35"
               OPEN OUTPUT COFFRES-FICHIER
           END-IF.
           WRITE CFR-ENREG.
           CLOSE COFFRES-FICHIER.
           DISPLAY "COFFRE " WS-NUMERO-SAISI " CREE A L'AGENCE "
                   WS-AGENCE-SAISIE.
           EXIT.
       FIN-CREER-COFFRE.

      *    location : le loyer de la premiere annee est preleve par le
      *    prochain passage du batch, l'echeance etant posee au jour
      *    de la location.
       LOUER-COFFRE.
           DISPLAY "NUMERO DU COFFRE :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHARGER-COFFRES.
           IF WS-CFR-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 COFFRES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-COFFRE.
           IF WS-CFR-POS = 0
               DISPLAY "COFFRE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF CFR-STATUT NOT = "D"
               DISPLAY "COFFRE NON DISPONIBLE (STATUT " CFR-STATUT ")"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUM COMPTE DE PRELEVEMENT DU LOYER :".
           ACCEPT WS-COMPTE-SAISI.
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
               DISPLAY "COMPTE NON ACTIF, LOCATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "AUTRE PORTEUR DE CLE 1 (MATRICULE OU CIN, "
                   "VIDE = AUCUN) :".
           ACCEPT WS-DETENTEUR-1.
           MOVE SPACES TO WS-DETENTEUR-2.
           IF WS-DETENTEUR-1 NOT = SPACES
               DISPLAY "AUTRE PORTEUR DE CLE 2 (VIDE = AUCUN) :"
               ACCEPT WS-DETENTEUR-2
           END-IF.

           MOVE CPM-TITUL-CPT   TO CFR-MAT-CLT.
           MOVE WS-COMPTE-SAISI TO CFR-NUM-CPT.
           MOVE WS-AUJOURD-HUI  TO CFR-DATE-DEBUT.
           MOVE WS-DETENTEUR-1  TO CFR-DETENTEUR-1.
           MOVE WS-DETENTEUR-2  TO CFR-DETENTEUR-2.
           MOVE "L"             TO CFR-STATUT.
           MOVE WS-AUJOURD-HUI  TO CFR-ECHEANCE.
           MOVE SPACES          TO CFR-DATE-IMPAYE.
           MOVE CFR-ENREG TO WS-CFR-IMAGE(WS-CFR-POS).
           PERFORM SAUVER-COFFRES.
           DISPLAY "COFFRE " WS-NUMERO-SAISI " LOUE AU CLIENT "
                   CFR-MAT-CLT ", LOYER SUR " WS-COMPTE-SAISI.
           EXIT.
       FIN-LOUER-COFFRE.

      *    fin de location ou coffre vide apres ouverture forcee : le
      *    coffre redevient disponible. Un loyer impaye se regle
      *    avant toute restitution.
       LIBERER-COFFRE.
           DISPLAY "NUMERO DU COFFRE :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHARGER-COFFRES.
           IF WS-CFR-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 COFFRES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-COFFRE.
           IF WS-CFR-POS = 0
               DISPLAY "COFFRE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF CFR-STATUT NOT = "L" AND CFR-STATUT NOT = "F"
               DISPLAY "LIBERATION IMPOSSIBLE AU STATUT " CFR-STATUT
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CFR-MAT-CLT.
           MOVE SPACES TO CFR-NUM-CPT.
           MOVE SPACES TO CFR-DATE-DEBUT.
           MOVE SPACES TO CFR-DETENTEUR-1.
           MOVE SPACES TO CFR-DETENTEUR-2.
           MOVE SPACES TO CFR-ECHEANCE.
           MOVE SPACES TO CFR-DATE-IMPAYE.
           MOVE "D"    TO CFR-STATUT.
           MOVE CFR-ENREG TO WS-CFR-IMAGE(WS-CFR-POS).
           PERFORM SAUVER-COFFRES.
           DISPLAY "COFFRE " WS-NUMERO-SAISI " LIBERE.".
           EXIT.
       FIN-LIBERER-COFFRE.

      *    ouverture au guichet : seul un porteur de cle d'un coffre
      *    loue et a jour de son loyer y accede ; chaque acces est
      *    consigne avec l'heure et le guichetier.
       ENREGISTRER-VISITE.
           DISPLAY "NUMERO DU COFFRE :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHARGER-COFFRES.
           PERFORM CHERCHER-COFFRE.
           IF WS-CFR-POS = 0
               DISPLAY "COFFRE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF CFR-STATUT = "I"
               DISPLAY "LOYER IMPAYE DEPUIS LE " CFR-DATE-IMPAYE
                       ", ACCES REFUSE"
               EXIT PARAGRAPH
           END-IF.
           IF CFR-STATUT NOT = "L"
               DISPLAY "COFFRE NON LOUE, ACCES REFUSE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MATRICULE OU CIN DU VISITEUR :".
           ACCEPT WS-VISITEUR-SAISI.
           IF WS-VISITEUR-SAISI = SPACES
              OR (WS-VISITEUR-SAISI NOT = CFR-MAT-CLT
                  AND WS-VISITEUR-SAISI NOT = CFR-DETENTEUR-1
                  AND WS-VISITEUR-SAISI NOT = CFR-DETENTEUR-2)
               DISPLAY "VISITEUR NON PORTEUR DE CLE, ACCES REFUSE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-SAISI.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE SPACES              TO VIS-ENREG.
           MOVE WS-NUMERO-SAISI     TO VIS-NUMERO.
           MOVE WS-AUJOURD-HUI      TO VIS-DATE.
           MOVE WS-HORODATAGE(9:6)  TO VIS-HEURE.
           MOVE WS-VISITEUR-SAISI   TO VIS-VISITEUR.
           MOVE WS-OPERATEUR-SAISI  TO VIS-OPERATEUR.
           OPEN EXTEND VISITES-FICHIER.
           IF WS-VIS-FILESTATUS = "35"
               OPEN OUTPUT VISITES-FICHIER
           END-IF.
           WRITE VIS-ENREG.
           CLOSE VISITES-FICHIER.
           DISPLAY "VISITE DU COFFRE " WS-NUMERO-SAISI
                   " ENREGISTREE.".
           EXIT.
       FIN-ENREGISTRER-VISITE.

       LISTER-VISITES.
           DISPLAY "NUMERO DU COFFRE :".
           ACCEPT WS-NUMERO-SAISI.
           MOVE ZERO TO WS-NB-VISITES.
           OPEN INPUT VISITES-FICHIER.
           IF WS-VIS-FILESTATUS = "00"
               PERFORM UNTIL WS-VIS-FILESTATUS NOT = "00"
                   READ VISITES-FICHIER
                       AT END MOVE "10" TO WS-VIS-FILESTATUS
                       NOT AT END
                           IF VIS-NUMERO = WS-NUMERO-SAISI
                               ADD 1 TO WS-NB-VISITES
                               DISPLAY "  " VIS-DATE " " VIS-HEURE
                                       " VISITEUR " VIS-VISITEUR
                                       " OPERATEUR " VIS-OPERATEUR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VISITES-FICHIER
           END-IF.
           DISPLAY WS-NB-VISITES " VISITE(S).".
           EXIT.
       FIN-LISTER-VISITES.

      *    ouverture forcee d'un coffre impaye au-dela du delai de
      *    grace, signale par le rapport du batch de facturation :
      *    l'ouverture est consignee au journal des visites sous
      *    l'identifiant du guichetier, le coffre passe au statut F
      *    en attendant l'inventaire et la liberation.
       CONSTATER-OUVERTURE-FORCEE.
           DISPLAY "NUMERO DU COFFRE :".
           ACCEPT WS-NUMERO-SAISI.
           PERFORM CHARGER-COFFRES.
           IF WS-CFR-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 COFFRES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-COFFRE.
           IF WS-CFR-POS = 0
               DISPLAY "COFFRE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           IF CFR-STATUT NOT = "I"
               DISPLAY "SEUL UN COFFRE IMPAYE PEUT ETRE FORCE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-SAISI.

           MOVE "F" TO CFR-STATUT.
           MOVE CFR-ENREG TO WS-CFR-IMAGE(WS-CFR-POS).
           PERFORM SAUVER-COFFRES.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE SPACES              TO VIS-ENREG.
           MOVE WS-NUMERO-SAISI     TO VIS-NUMERO.
           MOVE WS-AUJOURD-HUI      TO VIS-DATE.
           MOVE WS-HORODATAGE(9:6)  TO VIS-HEURE.
           MOVE "FORCEE"            TO VIS-VISITEUR.
           MOVE WS-OPERATEUR-SAISI  TO VIS-OPERATEUR.
           OPEN EXTEND VISITES-FICHIER.
           IF WS-VIS-FILESTATUS = "35"
               OPEN OUTPUT VISITES-FICHIER
           END-IF.
           WRITE VIS-ENREG.
           CLOSE VISITES-FICHIER.
           DISPLAY "OUVERTURE FORCEE DU COFFRE " WS-NUMERO-SAISI
                   " CONSTATEE.".
           EXIT.
       FIN-CONSTATER-OUVERTURE-FORCEE.

       CONTROLER-AGENCE.
           MOVE "N" TO WS-AGENCE-CONNUE.
           OPEN INPUT AGENCES-FICHIER.
           IF WS-AGE-FILESTATUS = "00"
               PERFORM UNTIL WS-AGE-FILESTATUS NOT = "00"
                   READ AGENCES-FICHIER
                       AT END MOVE "10" TO WS-AGE-FILESTATUS
                       NOT AT END
                           IF AGE-CODE = WS-AGENCE-SAISIE
                               MOVE "O" TO WS-AGENCE-CONNUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCES-FICHIER
           END-IF.
           EXIT.
       FIN-CONTROLER-AGENCE.

      *    le coffre du numero saisi reste dans CFR-ENREG et son rang
      *    dans WS-CFR-POS (zero s'il est inconnu).
       CHERCHER-COFFRE.
           MOVE ZERO TO WS-CFR-POS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-CFR OR WS-CFR-POS > 0
               MOVE WS-CFR-IMAGE(WS-C) TO CFR-ENREG
               IF CFR-NUMERO = WS-NUMERO-SAISI
                   MOVE WS-C TO WS-CFR-POS
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-COFFRE.

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

       END PROGRAM MAJ-COFFRES.
