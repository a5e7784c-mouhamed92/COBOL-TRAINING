       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICATS-PAIE.
       AUTHOR.    MOHAMED.

      *    attestations de salaire annuelles : pour l'annee demandee
      *    (variable d'environnement PAIE-ANNEE, a defaut l'annee de
      *    la date d'exploitation), les bulletins gardes par
      *    PAIE-EMPLOYES dans PAIE-HISTO.DAT sont regroupes par
      *    employe. Un feuillet par employe part dans
      *    CERTIFICATS-PAIE-AAAA.TXT : brut, retenue proportionnelle
      *    (RETENUE-TAUX), retenue fixe (RETENUE-FIXE), retenue pour
      *    absences et net, mois par mois avec les totaux de l'annee.
      *    Le recapitulatif de la declaration annuelle des salaires
      *    de l'employeur part dans DECLARATION-SALAIRES-AAAA.TXT a
      *    enregistrements de longueur fixe : un en-tete E
      *    (identifiant fiscal de l'employeur, parametre
      *    IDENTIFIANT-FISCAL, annee, effectif et totaux), une ligne
      *    D par salarie et une fin T reprenant le nombre de lignes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAIE-HISTO ASSIGN TO "PAIE-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PHI-FILESTATUS.

           SELECT CERTIFICATS ASSIGN TO WS-CER-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-FILESTATUS.

           SELECT DECLARATION ASSIGN TO WS-DEC-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEC-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans PAIE-EMPLOYES.
       FD  PAIE-HISTO.
       01  PHI-ENREG.
           05  PHI-MOIS          PIC X(6).
           05  FILLER            PIC X(1).
           05  PHI-EMPLOYE       PIC 9(5).
           05  FILLER            PIC X(1).
           05  PHI-NOM           PIC X(25).
           05  FILLER            PIC X(1).
           05  PHI-FONCTION      PIC X(20).
           05  FILLER            PIC X(1).
           05  PHI-BRUT          PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-RET-TAUX      PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-RET-FIXE      PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-RET-ABSENCE   PIC 9(7)V9(2).
           05  FILLER            PIC X(1).
           05  PHI-JOURS-ABS     PIC 9(3).
           05  FILLER            PIC X(1).
           05  PHI-NET           PIC 9(7)V9(2).

       FD  CERTIFICATS.
       01  CER-LIGNE           PIC X(132).

      *    declaration annuelle des salaires, longueur fixe.
       FD  DECLARATION.
       01  DEC-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-PHI-FILESTATUS   PIC X(2).
       01  WS-CER-FILESTATUS   PIC X(2).
       01  WS-DEC-FILESTATUS   PIC X(2).
       01  WS-CER-FILE-PATH    PIC X(100).
       01  WS-DEC-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-ANNEE            PIC X(4).
       01  WS-MOIS-NUM         PIC 9(2).

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-IDENTIFIANT-FISCAL PIC 9(8) VALUE ZERO.

      *    cumuls par employe, douze mois chacun.
       01  WS-NB-EMP           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-EMP.
         05 WS-EMP  OCCURS 200 TIMES.
           10  WS-EMP-ID         PIC 9(5).
           10  WS-EMP-NOM        PIC X(25).
           10  WS-EMP-FONCTION   PIC X(20).
           10  WS-EMP-NB-MOIS    PIC 9(2).
           10  WS-EMP-MOIS  OCCURS 12 TIMES.
               15  WS-MOI-PAYE     PIC X(1).
               15  WS-MOI-BRUT     PIC 9(7)V9(2).
               15  WS-MOI-TAUX     PIC 9(7)V9(2).
               15  WS-MOI-FIXE     PIC 9(7)V9(2).
               15  WS-MOI-ABSENCE  PIC 9(7)V9(2).
               15  WS-MOI-JOURS    PIC 9(3).
               15  WS-MOI-NET      PIC 9(7)V9(2).
       01  WS-E                PIC 9(3).
       01  WS-M                PIC 9(2).
       01  WS-EMP-RANG         PIC 9(3).

       01  WS-TOT-BRUT         PIC 9(9)V9(2).
       01  WS-TOT-TAUX         PIC 9(9)V9(2).
       01  WS-TOT-FIXE         PIC 9(9)V9(2).
       01  WS-TOT-ABSENCE      PIC 9(9)V9(2).
       01  WS-TOT-JOURS        PIC 9(4).
       01  WS-TOT-NET          PIC 9(9)V9(2).

       01  WS-GEN-BRUT         PIC 9(11)V9(2) VALUE ZERO.
       01  WS-GEN-RETENUES     PIC 9(11)V9(2) VALUE ZERO.
       01  WS-GEN-NET          PIC 9(11)V9(2) VALUE ZERO.
       01  WS-TOT-RETENUES     PIC 9(9)V9(2).
       01  WS-NB-LIGNES-DEC    PIC 9(5) VALUE ZERO.
       01  WS-NB-LUS           PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-CERTIFICATS-PAIE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-ANNEE FROM ENVIRONMENT "PAIE-ANNEE".
           IF WS-ANNEE = SPACES
               MOVE WS-AUJOURD-HUI(1:4) TO WS-ANNEE
           END-IF.

           MOVE "IDENTIFIANT-FISCAL" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-IDENTIFIANT-FISCAL
           END-IF.

           OPEN INPUT PAIE-HISTO.
           IF WS-PHI-FILESTATUS NOT = "00"
               DISPLAY "AUCUN HISTORIQUE DE PAIE (PAIE-HISTO.DAT)"
               GOBACK
           END-IF.
           PERFORM UNTIL WS-PHI-FILESTATUS NOT = "00"
               READ PAIE-HISTO
                   AT END MOVE "10" TO WS-PHI-FILESTATUS
                   NOT AT END
                       IF PHI-MOIS(1:4) = WS-ANNEE
                           PERFORM CUMULER-BULLETIN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAIE-HISTO.

           MOVE SPACES TO WS-CER-FILE-PATH.
           STRING "CERTIFICATS-PAIE-" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-CER-FILE-PATH
           END-STRING.
           MOVE SPACES TO WS-DEC-FILE-PATH.
           STRING "DECLARATION-SALAIRES-" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-DEC-FILE-PATH
           END-STRING.
           OPEN OUTPUT CERTIFICATS.
           OPEN OUTPUT DECLARATION.

      *    l'en-tete E ouvre la declaration et porte les totaux
      *    generaux : un premier passage les calcule.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-EMP
               PERFORM TOTALISER-EMPLOYE
               ADD WS-TOT-BRUT TO WS-GEN-BRUT
               ADD WS-TOT-NET  TO WS-GEN-NET
               COMPUTE WS-TOT-RETENUES = WS-TOT-TAUX + WS-TOT-FIXE
                       + WS-TOT-ABSENCE
               ADD WS-TOT-RETENUES TO WS-GEN-RETENUES
           END-PERFORM.
           PERFORM ECRIRE-ENTETE-DECLARATION.

           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-EMP
               PERFORM TOTALISER-EMPLOYE
               PERFORM EDITER-CERTIFICAT
               PERFORM ECRIRE-LIGNE-DECLARATION
           END-PERFORM.

           MOVE SPACES TO DEC-LIGNE.
           STRING "T" WS-ANNEE WS-IDENTIFIANT-FISCAL WS-NB-LIGNES-DEC
               DELIMITED BY SIZE INTO DEC-LIGNE
           END-STRING.
           WRITE DEC-LIGNE.
           CLOSE DECLARATION.
           CLOSE CERTIFICATS.

           DISPLAY "====== ATTESTATIONS DE SALAIRE " WS-ANNEE
                   " ======".
           DISPLAY "BULLETINS DE L'ANNEE   : " WS-NB-LUS.
           DISPLAY "EMPLOYES ATTESTES      : " WS-NB-EMP.
           DISPLAY "TOTAL BRUT             : " WS-GEN-BRUT.
           DISPLAY "TOTAL NET              : " WS-GEN-NET.
           DISPLAY "ATTESTATIONS DANS " WS-CER-FILE-PATH.
           DISPLAY "DECLARATION DANS  " WS-DEC-FILE-PATH.
           DISPLAY "=========================================".
           GOBACK.

      *    un bulletin de l'annee dans la case de son mois ; le nom
      *    et la Fonction retenus sont ceux du dernier bulletin.
       CUMULER-BULLETIN.
           ADD 1 TO WS-NB-LUS.
           MOVE ZERO TO WS-EMP-RANG.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-NB-EMP OR WS-EMP-RANG > 0
               IF WS-EMP-ID(WS-E) = PHI-EMPLOYE
                   MOVE WS-E TO WS-EMP-RANG
               END-IF
           END-PERFORM.
           IF WS-EMP-RANG = 0
               IF WS-NB-EMP NOT < 200
                   DISPLAY "TABLE DES EMPLOYES PLEINE, BULLETIN "
                           PHI-EMPLOYE " " PHI-MOIS " IGNORE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-EMP
               MOVE WS-NB-EMP TO WS-EMP-RANG
               MOVE PHI-EMPLOYE TO WS-EMP-ID(WS-EMP-RANG)
               MOVE ZERO TO WS-EMP-NB-MOIS(WS-EMP-RANG)
               PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
                   MOVE "N"  TO WS-MOI-PAYE(WS-EMP-RANG WS-M)
                   MOVE ZERO TO WS-MOI-BRUT(WS-EMP-RANG WS-M)
                   MOVE ZERO TO WS-MOI-TAUX(WS-EMP-RANG WS-M)
                   MOVE ZERO TO WS-MOI-FIXE(WS-EMP-RANG WS-M)
                   MOVE ZERO TO WS-MOI-ABSENCE(WS-EMP-RANG WS-M)
                   MOVE ZERO TO WS-MOI-JOURS(WS-EMP-RANG WS-M)
                   MOVE ZERO TO WS-MOI-NET(WS-EMP-RANG WS-M)
               END-PERFORM
           END-IF.
           MOVE PHI-NOM      TO WS-EMP-NOM(WS-EMP-RANG).
           MOVE PHI-FONCTION TO WS-EMP-FONCTION(WS-EMP-RANG).

           MOVE PHI-MOIS(5:2) TO WS-MOIS-NUM.
           IF WS-MOIS-NUM < 1 OR WS-MOIS-NUM > 12
               EXIT PARAGRAPH
           END-IF.
           IF WS-MOI-PAYE(WS-EMP-RANG WS-MOIS-NUM) = "N"
               ADD 1 TO WS-EMP-NB-MOIS(WS-EMP-RANG)
           END-IF.
           MOVE "O" TO WS-MOI-PAYE(WS-EMP-RANG WS-MOIS-NUM).
           MOVE PHI-BRUT        TO WS-MOI-BRUT(WS-EMP-RANG WS-MOIS-NUM).
           MOVE PHI-RET-TAUX    TO WS-MOI-TAUX(WS-EMP-RANG WS-MOIS-NUM).
           MOVE PHI-RET-FIXE    TO WS-MOI-FIXE(WS-EMP-RANG WS-MOIS-NUM).
           MOVE PHI-RET-ABSENCE
               TO WS-MOI-ABSENCE(WS-EMP-RANG WS-MOIS-NUM).
           MOVE PHI-JOURS-ABS  TO WS-MOI-JOURS(WS-EMP-RANG WS-MOIS-NUM).
           MOVE PHI-NET         TO WS-MOI-NET(WS-EMP-RANG WS-MOIS-NUM).
           EXIT.
       FIN-CUMULER-BULLETIN.

       TOTALISER-EMPLOYE.
           MOVE ZERO TO WS-TOT-BRUT WS-TOT-TAUX WS-TOT-FIXE
                        WS-TOT-ABSENCE WS-TOT-JOURS WS-TOT-NET.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               ADD WS-MOI-BRUT(WS-E WS-M)    TO WS-TOT-BRUT
               ADD WS-MOI-TAUX(WS-E WS-M)    TO WS-TOT-TAUX
               ADD WS-MOI-FIXE(WS-E WS-M)    TO WS-TOT-FIXE
               ADD WS-MOI-ABSENCE(WS-E WS-M) TO WS-TOT-ABSENCE
               ADD WS-MOI-JOURS(WS-E WS-M)   TO WS-TOT-JOURS
               ADD WS-MOI-NET(WS-E WS-M)     TO WS-TOT-NET
           END-PERFORM.
           EXIT.
       FIN-TOTALISER-EMPLOYE.

       EDITER-CERTIFICAT.
           MOVE ALL "=" TO CER-LIGNE.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "ATTESTATION DE SALAIRE - ANNEE " WS-ANNEE
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "EMPLOYE " WS-EMP-ID(WS-E) " " WS-EMP-NOM(WS-E)
                  " FONCTION " WS-EMP-FONCTION(WS-E)
                  " - " WS-EMP-NB-MOIS(WS-E) " MOIS PAYE(S)"
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           MOVE SPACES TO CER-LIGNE.
           STRING "MOIS          BRUT  RETENUE TAUX  RETENUE FIXE"
                  "  RET. ABSENCES (JOURS)           NET"
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-MOI-PAYE(WS-E WS-M) = "O"
                   MOVE SPACES TO CER-LIGNE
                   STRING WS-ANNEE "-" WS-M
                          " " WS-MOI-BRUT(WS-E WS-M)
                          "    " WS-MOI-TAUX(WS-E WS-M)
                          "    " WS-MOI-FIXE(WS-E WS-M)
                          "     " WS-MOI-ABSENCE(WS-E WS-M)
                          " (" WS-MOI-JOURS(WS-E WS-M) ")"
                          "    " WS-MOI-NET(WS-E WS-M)
                       DELIMITED BY SIZE INTO CER-LIGNE
                   END-STRING
                   WRITE CER-LIGNE
               END-IF
           END-PERFORM.
           MOVE SPACES TO CER-LIGNE.
           STRING "TOTAL " WS-TOT-BRUT
                  "  " WS-TOT-TAUX
                  "  " WS-TOT-FIXE
                  "   " WS-TOT-ABSENCE
                  " (" WS-TOT-JOURS ")"
                  "  " WS-TOT-NET
               DELIMITED BY SIZE INTO CER-LIGNE
           END-STRING.
           WRITE CER-LIGNE.
           EXIT.
       FIN-EDITER-CERTIFICAT.

      *    en-tete E : identifiant fiscal, annee, effectif, masse
      *    salariale brute, total des retenues et total net.
       ECRIRE-ENTETE-DECLARATION.
           MOVE SPACES TO DEC-LIGNE.
           STRING "E" WS-ANNEE WS-IDENTIFIANT-FISCAL WS-NB-EMP
                  WS-GEN-BRUT WS-GEN-RETENUES WS-GEN-NET
               DELIMITED BY SIZE INTO DEC-LIGNE
           END-STRING.
           WRITE DEC-LIGNE.
           EXIT.
       FIN-ECRIRE-ENTETE-DECLARATION.

      *    ligne D : salarie, nom, mois payes, brut, retenues par
      *    nature et net de l'annee.
       ECRIRE-LIGNE-DECLARATION.
           MOVE SPACES TO DEC-LIGNE.
           STRING "D" WS-ANNEE WS-EMP-ID(WS-E) WS-EMP-NOM(WS-E)
                  WS-EMP-NB-MOIS(WS-E) WS-TOT-BRUT WS-TOT-TAUX
                  WS-TOT-FIXE WS-TOT-ABSENCE WS-TOT-NET
               DELIMITED BY SIZE INTO DEC-LIGNE
           END-STRING.
           WRITE DEC-LIGNE.
           ADD 1 TO WS-NB-LIGNES-DEC.
           EXIT.
       FIN-ECRIRE-LIGNE-DECLARATION.

       END PROGRAM CERTIFICATS-PAIE.
