       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACQUISITION-CONGES.
       AUTHOR.    MOHAMED.

      *    acquisition mensuelle des conges payes (chaine BATCH-JOUR,
      *    fin de mois) : chaque employe actif dont le compteur est
      *    ouvert dans CONGES-SOLDES.DAT (date d'embauche saisie par
      *    MAJ-ABSENCES) acquiert CONGE-JOURS-MOIS jours, majores de
      *    CONGE-BONUS-TRANCHE jours par an pour chaque tranche
      *    complete de CONGE-TRANCHE-ANS annees d'anciennete, sans
      *    depasser CONGE-PLAFOND-AN jours acquis dans l'annee - les
      *    regles du code du travail sont des parametres de
      *    PARAMETRES.DAT. Le mois acquis est note sur le compteur :
      *    une relance le meme mois ne double rien.
      *    En decembre, apres l'acquisition, le report de fin
      *    d'annee ramene chaque solde a CONGE-REPORT-MAX jours (le
      *    surplus est perdu), remet a zero l'acquis et le pris de
      *    l'annee, et edite CONGES-RELEVE-AAAA.TXT : un releve par
      *    employe, regroupe par Fonction pour le responsable de
      *    chaque Fonction.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

           SELECT CONGES-SOLDES ASSIGN TO "CONGES-SOLDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSL-FILESTATUS.

           SELECT RELEVE-CONGES ASSIGN TO WS-REL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans EMP-FILE.
       FD  Employee.
       01  Employee-FILE.
           05  Employee-ID  PIC  9(5).
           05  FILLER       PIC  X(1).
           05  Name         PIC  X(25).
           05  FILLER       PIC  X(1).
           05  Date-nes     PIC  X(10).
           05  FILLER       PIC  X(1).
           05  FILLER       PIC  X(1).
           05  Salaire      PIC  X(7).
           05  FILLER       PIC  X(1).
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

      *    meme mise en forme que dans MAJ-ABSENCES.
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

       FD  RELEVE-CONGES.
       01  REL-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-CSL-FILESTATUS   PIC X(2).
       01  WS-REL-FILESTATUS   PIC X(2).
       01  WS-REL-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-ANNEE-COURANTE   PIC X(4).

      *    regles d'acquisition, servies par le fichier des
      *    parametres ; a defaut, celles du code du travail.
       01  WS-JOURS-MOIS       PIC 9(2)V9(4) VALUE 1.5.
       01  WS-TRANCHE-ANS      PIC 9(2) VALUE 5.
       01  WS-BONUS-TRANCHE    PIC 9(2)V9(4) VALUE 1.5.
       01  WS-PLAFOND-AN       PIC 9(3)V9(2) VALUE 30.
       01  WS-REPORT-MAX       PIC 9(3)V9(2) VALUE 15.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).

      *    compteurs charges en table et reecrits en entier.
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

       01  WS-DATE-JOUR-NUM    PIC 9(8).
       01  WS-DATE-EMB-NUM     PIC 9(8).
       01  WS-ANCIENNETE       PIC 9(2).
       01  WS-NB-TRANCHES      PIC 9(2).
       01  WS-ACQUIS-MOIS      PIC 9(3)V9(2).
       01  WS-SOLDE-AVANT      PIC 9(3)V9(2).
       01  WS-PERDU            PIC 9(3)V9(2).

      *    lignes du releve annuel, editees ensuite par Fonction.
       01  WS-NB-REL           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-REL.
         05 WS-REL  OCCURS 200 TIMES.
           10  WS-REL-FONCTION   PIC X(20).
           10  WS-REL-EMPLOYE    PIC 9(5).
           10  WS-REL-NOM        PIC X(25).
           10  WS-REL-EMBAUCHE   PIC X(8).
           10  WS-REL-ANCIENNETE PIC 9(2).
           10  WS-REL-ACQUIS     PIC 9(3)V9(2).
           10  WS-REL-PRIS       PIC 9(3)V9(2).
           10  WS-REL-SOLDE      PIC 9(3)V9(2).
           10  WS-REL-REPORTE    PIC 9(3)V9(2).
           10  WS-REL-PERDU      PIC 9(3)V9(2).
       01  WS-R                PIC 9(3).
       01  WS-NB-FONCTIONS     PIC 9(2) VALUE ZERO.
       01  WS-TABLE-FON.
         05 WS-FON-NOM  OCCURS 30 TIMES PIC X(20).
       01  WS-F                PIC 9(2).
       01  WS-FON-TROUVEE      PIC X(1).

       01  WS-NB-ACQUIS        PIC 9(4) VALUE ZERO.
       01  WS-NB-SANS-COMPTEUR PIC 9(4) VALUE ZERO.
       01  WS-NB-REPORTES      PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-ACQUISITION-CONGES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           MOVE WS-AUJOURD-HUI(1:4) TO WS-ANNEE-COURANTE.
           MOVE WS-AUJOURD-HUI TO WS-DATE-JOUR-NUM.

           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           PERFORM CHARGER-REGLES.
           PERFORM CHARGER-CONGES.

           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INTROUVABLE"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-EMP-FILESTATUS NOT = "00"
               READ Employee NEXT RECORD
                   AT END MOVE "10" TO WS-EMP-FILESTATUS
                   NOT AT END
                       PERFORM TRAITER-UN-EMPLOYE
               END-READ
           END-PERFORM.
           CLOSE Employee.

           PERFORM SAUVER-CONGES.
           IF WS-AUJOURD-HUI(5:2) = "12"
               PERFORM EDITER-RELEVE
           END-IF.

           DISPLAY "======= ACQUISITION DES CONGES PAYES =======".
           DISPLAY "MOIS TRAITE              : " WS-MOIS-COURANT.
           DISPLAY "EMPLOYES CREDITES        : " WS-NB-ACQUIS.
           DISPLAY "ACTIFS SANS COMPTEUR     : " WS-NB-SANS-COMPTEUR.
           IF WS-AUJOURD-HUI(5:2) = "12"
               DISPLAY "SOLDES REPORTES          : " WS-NB-REPORTES
               DISPLAY "RELEVE DANS " WS-REL-FILE-PATH
           END-IF.
           DISPLAY "============================================".
           GOBACK.

       CHARGER-REGLES.
           MOVE "CONGE-JOURS-MOIS" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-JOURS-MOIS
           END-IF.
           MOVE "CONGE-TRANCHE-ANS" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O" AND WS-PARAM-VALEUR > 0
               MOVE WS-PARAM-VALEUR TO WS-TRANCHE-ANS
           END-IF.
           MOVE "CONGE-BONUS-TRANCHE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-BONUS-TRANCHE
           END-IF.
           MOVE "CONGE-PLAFOND-AN" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-PLAFOND-AN
           END-IF.
           MOVE "CONGE-REPORT-MAX" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-REPORT-MAX
           END-IF.
           EXIT.
       FIN-CHARGER-REGLES.

       TRAITER-UN-EMPLOYE.
           IF EMP-STATUT NOT = "A" AND EMP-STATUT NOT = " "
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-CSL-RANG.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-NB-CSL OR WS-CSL-RANG > 0
               IF WS-CSL-EMPLOYE(WS-S) = Employee-ID
                   MOVE WS-S TO WS-CSL-RANG
               END-IF
           END-PERFORM.
           IF WS-CSL-RANG = 0
               ADD 1 TO WS-NB-SANS-COMPTEUR
               DISPLAY "SANS COMPTEUR DE CONGES : " Employee-ID " "
                       Name
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-ANCIENNETE.
           IF WS-CSL-DATE-EMBAUCHE(WS-CSL-RANG) NOT > WS-AUJOURD-HUI
               MOVE WS-CSL-DATE-EMBAUCHE(WS-CSL-RANG)
                   TO WS-DATE-EMB-NUM
               COMPUTE WS-ANCIENNETE =
                       (WS-DATE-JOUR-NUM - WS-DATE-EMB-NUM) / 10000
           END-IF.
           PERFORM ACQUERIR-MOIS.
           IF WS-AUJOURD-HUI(5:2) = "12"
               PERFORM REPORTER-FIN-ANNEE
           END-IF.
           EXIT.
       FIN-TRAITER-UN-EMPLOYE.

      *    anciennete en annees revolues (AAAAMMJJ - AAAAMMJJ, par
      *    dix mille), acquisition du mois bornee au plafond annuel.
       ACQUERIR-MOIS.
           IF WS-CSL-DERNIER-MOIS(WS-CSL-RANG) NOT < WS-MOIS-COURANT
              AND WS-CSL-DERNIER-MOIS(WS-CSL-RANG) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF WS-CSL-DATE-EMBAUCHE(WS-CSL-RANG) > WS-AUJOURD-HUI
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-NB-TRANCHES = WS-ANCIENNETE / WS-TRANCHE-ANS.
           COMPUTE WS-ACQUIS-MOIS ROUNDED = WS-JOURS-MOIS
                   + WS-NB-TRANCHES * WS-BONUS-TRANCHE / 12.
           IF WS-CSL-ACQUIS-AN(WS-CSL-RANG) + WS-ACQUIS-MOIS
              > WS-PLAFOND-AN
               IF WS-CSL-ACQUIS-AN(WS-CSL-RANG) < WS-PLAFOND-AN
                   COMPUTE WS-ACQUIS-MOIS = WS-PLAFOND-AN
                           - WS-CSL-ACQUIS-AN(WS-CSL-RANG)
               ELSE
                   MOVE ZERO TO WS-ACQUIS-MOIS
               END-IF
           END-IF.
           ADD WS-ACQUIS-MOIS TO WS-CSL-ACQUIS-AN(WS-CSL-RANG).
           ADD WS-ACQUIS-MOIS TO WS-CSL-SOLDE(WS-CSL-RANG).
           MOVE WS-MOIS-COURANT TO WS-CSL-DERNIER-MOIS(WS-CSL-RANG).
           ADD 1 TO WS-NB-ACQUIS.
           EXIT.
       FIN-ACQUERIR-MOIS.

      *    report de fin d'annee, une seule fois par annee : le solde
      *    est ecrete a CONGE-REPORT-MAX et la ligne de releve
      *    garde l'annee ecoulee avant la remise a zero.
       REPORTER-FIN-ANNEE.
           IF WS-CSL-DERNIER-REPORT(WS-CSL-RANG) = WS-ANNEE-COURANTE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSL-SOLDE(WS-CSL-RANG) TO WS-SOLDE-AVANT.
           MOVE ZERO TO WS-PERDU.
           IF WS-SOLDE-AVANT > WS-REPORT-MAX
               COMPUTE WS-PERDU = WS-SOLDE-AVANT - WS-REPORT-MAX
               MOVE WS-REPORT-MAX TO WS-CSL-SOLDE(WS-CSL-RANG)
           END-IF.

           IF WS-NB-REL < 200
               ADD 1 TO WS-NB-REL
               MOVE Fonction TO WS-REL-FONCTION(WS-NB-REL)
               MOVE Employee-ID TO WS-REL-EMPLOYE(WS-NB-REL)
               MOVE Name TO WS-REL-NOM(WS-NB-REL)
               MOVE WS-CSL-DATE-EMBAUCHE(WS-CSL-RANG)
                   TO WS-REL-EMBAUCHE(WS-NB-REL)
               MOVE WS-ANCIENNETE TO WS-REL-ANCIENNETE(WS-NB-REL)
               MOVE WS-CSL-ACQUIS-AN(WS-CSL-RANG)
                   TO WS-REL-ACQUIS(WS-NB-REL)
               MOVE WS-CSL-PRIS-AN(WS-CSL-RANG)
                   TO WS-REL-PRIS(WS-NB-REL)
               MOVE WS-SOLDE-AVANT TO WS-REL-SOLDE(WS-NB-REL)
               MOVE WS-CSL-SOLDE(WS-CSL-RANG)
                   TO WS-REL-REPORTE(WS-NB-REL)
               MOVE WS-PERDU TO WS-REL-PERDU(WS-NB-REL)
               PERFORM NOTER-FONCTION
           END-IF.

           MOVE ZERO TO WS-CSL-ACQUIS-AN(WS-CSL-RANG).
           MOVE ZERO TO WS-CSL-PRIS-AN(WS-CSL-RANG).
           MOVE WS-ANNEE-COURANTE TO WS-CSL-DERNIER-REPORT(WS-CSL-RANG).
           ADD 1 TO WS-NB-REPORTES.
           EXIT.
       FIN-REPORTER-FIN-ANNEE.

       NOTER-FONCTION.
           MOVE "N" TO WS-FON-TROUVEE.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FONCTIONS
               IF WS-FON-NOM(WS-F) = Fonction
                   MOVE "O" TO WS-FON-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-FON-TROUVEE = "N" AND WS-NB-FONCTIONS < 30
               ADD 1 TO WS-NB-FONCTIONS
               MOVE Fonction TO WS-FON-NOM(WS-NB-FONCTIONS)
           END-IF.
           EXIT.
       FIN-NOTER-FONCTION.

      *    releve annuel, une section par Fonction pour son
      *    responsable, une ligne par employe.
       EDITER-RELEVE.
           MOVE SPACES TO WS-REL-FILE-PATH.
           STRING "CONGES-RELEVE-" WS-ANNEE-COURANTE ".TXT"
               DELIMITED BY SIZE INTO WS-REL-FILE-PATH
           END-STRING.
           OPEN OUTPUT RELEVE-CONGES.
           MOVE SPACES TO REL-LIGNE.
           STRING "RELEVE DES CONGES PAYES - ANNEE "
                  WS-ANNEE-COURANTE " - REPORT MAXIMUM "
                  WS-REPORT-MAX " JOUR(S)"
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-NB-FONCTIONS
               MOVE SPACES TO REL-LIGNE
               WRITE REL-LIGNE
               MOVE SPACES TO REL-LIGNE
               STRING "A L'ATTENTION DU RESPONSABLE DE LA FONCTION "
                      WS-FON-NOM(WS-F)
                   DELIMITED BY SIZE INTO REL-LIGNE
               END-STRING
               WRITE REL-LIGNE
               MOVE SPACES TO REL-LIGNE
               STRING "  EMPL. NOM                       EMBAUCHE ANC "
                      " ACQUIS   PRIS  SOLDE REPORTE  PERDU"
                   DELIMITED BY SIZE INTO REL-LIGNE
               END-STRING
               WRITE REL-LIGNE
               PERFORM VARYING WS-R FROM 1 BY 1
                       UNTIL WS-R > WS-NB-REL
                   IF WS-REL-FONCTION(WS-R) = WS-FON-NOM(WS-F)
                       PERFORM ECRIRE-LIGNE-RELEVE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE RELEVE-CONGES.
           EXIT.
       FIN-EDITER-RELEVE.

       ECRIRE-LIGNE-RELEVE.
           MOVE SPACES TO REL-LIGNE.
           STRING "  " WS-REL-EMPLOYE(WS-R) " " WS-REL-NOM(WS-R)
                  " " WS-REL-EMBAUCHE(WS-R)
                  " " WS-REL-ANCIENNETE(WS-R)
                  "  " WS-REL-ACQUIS(WS-R)
                  " " WS-REL-PRIS(WS-R)
                  " " WS-REL-SOLDE(WS-R)
                  "  " WS-REL-REPORTE(WS-R)
                  " " WS-REL-PERDU(WS-R)
               DELIMITED BY SIZE INTO REL-LIGNE
           END-STRING.
           WRITE REL-LIGNE.
           EXIT.
       FIN-ECRIRE-LIGNE-RELEVE.

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

       END PROGRAM ACQUISITION-CONGES.
