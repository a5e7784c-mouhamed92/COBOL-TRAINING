       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETAT-REMBOURSEMENTS.
       AUTHOR.    MOHAMED.

      *    etat mensuel des remboursements commerciaux de frais (fin
      *    de mois, chaine BATCH-JOUR) : ce que la banque rend a ses
      *    clients sur les frais preleves, et qui le rend. Les
      *    remboursements poses au guichet (OP24, journal RMB1) sont
      *    lus dans leur registre REMBOURSEMENTS-FRAIS.DAT pour le mois
      *    d'exploitation et cumules, en contre-valeur MAD, par
      *    agence, employe, motif et code de frais rembourse. Chaque
      *    agence donne le total de ses employes ; suivent les
      *    recapitulatifs de la banque par motif et par code de frais.
      *    Motifs : ER erreur de la banque, GC geste commercial, RF
      *    reclamation fondee, IT incident technique. L'etat part dans
      *    REMBOURSEMENTS-FRAIS-AAAAMM.TXT ; la meme somme vient en
      *    deduction des revenus, ligne REMB.FRAIS de RAPPORT-REVENUS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REMBOURSEMENTS-FRAIS ASSIGN TO
                                       "REMBOURSEMENTS-FRAIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMB-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

           SELECT ETAT-FICHIER ASSIGN TO WS-ETA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ETA-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans OPERATIONS.
       FD  REMBOURSEMENTS-FRAIS.
       01  REMB-ENREG.
           05  RMB-DATE         PIC X(8).
           05  FILLER           PIC X(1).
           05  RMB-NUM-SEQ      PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-AGENCE       PIC X(3).
           05  FILLER           PIC X(1).
           05  RMB-OPERATEUR    PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-SUPERVISEUR  PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(1).
           05  RMB-CODE-FRAIS   PIC X(4).
           05  FILLER           PIC X(1).
           05  RMB-DATE-ORIG    PIC X(8).
           05  FILLER           PIC X(1).
           05  RMB-SEQ-ORIG     PIC 9(5).
           05  FILLER           PIC X(1).
           05  RMB-MOTIF        PIC X(2).
           05  FILLER           PIC X(1).
           05  RMB-MONTANT      PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  RMB-DEVISE       PIC X(3).
           05  FILLER           PIC X(1).
           05  RMB-MONTANT-MAD  PIC 9(10)V9(2).

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

       FD  ETAT-FICHIER.
       01  ETA-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RMB-FILESTATUS   PIC X(2).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-ETA-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-ETA-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    cumuls par agence, employe, motif et code de frais, tenus
      *    dans l'ordre de la cle pour l'edition.
       01  WS-NB-DET           PIC 9(3) VALUE ZERO.
       01  WS-DET-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-DET.
         05 WS-DET  OCCURS 500 TIMES.
           10  WS-DET-CLE.
               15  WS-DET-AGENCE   PIC X(3).
               15  WS-DET-EMPLOYE  PIC 9(5).
               15  WS-DET-MOTIF    PIC X(2).
               15  WS-DET-CODE     PIC X(4).
           10  WS-DET-NB       PIC 9(5).
           10  WS-DET-SIGNES   PIC 9(5).
           10  WS-DET-MONTANT  PIC 9(12)V9(2).
       01  WS-D                PIC 9(3).
       01  WS-DET-RANG         PIC 9(3).
       01  WS-DET-TROUVE       PIC X(1).

       01  WS-CLE-COURANTE.
           05  WS-COUR-AGENCE  PIC X(3).
           05  WS-COUR-EMPLOYE PIC 9(5).
           05  WS-COUR-MOTIF   PIC X(2).
           05  WS-COUR-CODE    PIC X(4).

      *    recapitulatifs de la banque par motif et par code.
       01  WS-MOTIFS-VAL       PIC X(8) VALUE "ERGCRFIT".
       01  WS-MOTIFS REDEFINES WS-MOTIFS-VAL.
           05  WS-MOTIF-CODE   PIC X(2) OCCURS 4 TIMES.
       01  WS-MOTIFS-LIB-VAL.
           05  FILLER          PIC X(20) VALUE "ERREUR DE LA BANQUE".
           05  FILLER          PIC X(20) VALUE "GESTE COMMERCIAL".
           05  FILLER          PIC X(20) VALUE "RECLAMATION FONDEE".
           05  FILLER          PIC X(20) VALUE "INCIDENT TECHNIQUE".
       01  WS-MOTIFS-LIB REDEFINES WS-MOTIFS-LIB-VAL.
           05  WS-MOTIF-LIB    PIC X(20) OCCURS 4 TIMES.
       01  WS-MOT-NB           PIC 9(5) OCCURS 4 TIMES.
       01  WS-MOT-MONTANT      PIC 9(12)V9(2) OCCURS 4 TIMES.
       01  WS-M                PIC 9(1).

       01  WS-NB-COD           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-COD.
         05 WS-COD  OCCURS 20 TIMES.
           10  WS-COD-CODE     PIC X(4).
           10  WS-COD-NB       PIC 9(5).
           10  WS-COD-MONTANT  PIC 9(12)V9(2).
       01  WS-C                PIC 9(2).
       01  WS-COD-TROUVE       PIC X(1).

      *    ruptures et totaux de l'edition.
       01  WS-AGENCE-PREC      PIC X(3).
       01  WS-EMPLOYE-PREC     PIC 9(5).
       01  WS-PREMIERE-LIGNE   PIC X(1).
       01  WS-EMP-NB           PIC 9(5).
       01  WS-EMP-MONTANT      PIC 9(12)V9(2).
       01  WS-AGC-NB           PIC 9(5).
       01  WS-AGC-SIGNES       PIC 9(5).
       01  WS-AGC-MONTANT      PIC 9(12)V9(2).
       01  WS-TOTAL-NB         PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-SIGNES     PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-MONTANT    PIC 9(12)V9(2) VALUE ZERO.
       01  WS-NB-LUS           PIC 9(6) VALUE ZERO.

       01  WS-NOM-EMPLOYE      PIC X(25).
       01  WS-LIB-MOTIF        PIC X(20).
       01  WS-ED-MONTANT       PIC Z(11)9.99.
       01  WS-ED-NB            PIC Z(4)9.

       PROCEDURE DIVISION.

       MAIN-ETAT-REMBOURSEMENTS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               MOVE ZERO TO WS-MOT-NB(WS-M)
               MOVE ZERO TO WS-MOT-MONTANT(WS-M)
           END-PERFORM.

           PERFORM CUMULER-REGISTRE.
           IF WS-DET-SURCHARGE = "O"
               DISPLAY "PLUS DE 500 LIGNES AGENCE/EMPLOYE/MOTIF/CODE, "
                       "ETAT INCOMPLET"
           END-IF.
           PERFORM EDITER-ETAT.

           MOVE WS-TOTAL-MONTANT TO WS-ED-MONTANT.
           DISPLAY "====== REMBOURSEMENTS DE FRAIS " WS-MOIS-COURANT
                   " ======".
           DISPLAY "REMBOURSEMENTS       : " WS-TOTAL-NB.
           DISPLAY "DONT SIGNES SUPERV.  : " WS-TOTAL-SIGNES.
           DISPLAY "MONTANT RENDU (MAD)  : " WS-ED-MONTANT.
           DISPLAY "ETAT DANS " WS-ETA-FILE-PATH.
           DISPLAY "==========================================".
           GOBACK.

      *    une passe sur le registre : seuls les remboursements poses
      *    dans le mois d'exploitation sont retenus.
       CUMULER-REGISTRE.
           OPEN INPUT REMBOURSEMENTS-FRAIS.
           IF WS-RMB-FILESTATUS NOT = "00"
               DISPLAY "REGISTRE DES REMBOURSEMENTS ABSENT, ETAT VIDE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RMB-FILESTATUS NOT = "00"
               READ REMBOURSEMENTS-FRAIS
                   AT END MOVE "10" TO WS-RMB-FILESTATUS
                   NOT AT END
                       IF RMB-DATE(1:6) = WS-MOIS-COURANT
                           ADD 1 TO WS-NB-LUS
                           PERFORM CUMULER-UN-REMBOURSEMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REMBOURSEMENTS-FRAIS.
           EXIT.
       FIN-CUMULER-REGISTRE.

       CUMULER-UN-REMBOURSEMENT.
           ADD 1 TO WS-TOTAL-NB.
           ADD RMB-MONTANT-MAD TO WS-TOTAL-MONTANT.
           IF RMB-SUPERVISEUR NOT = ZERO
               ADD 1 TO WS-TOTAL-SIGNES
           END-IF.

           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               IF WS-MOTIF-CODE(WS-M) = RMB-MOTIF
                   ADD 1 TO WS-MOT-NB(WS-M)
                   ADD RMB-MONTANT-MAD TO WS-MOT-MONTANT(WS-M)
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-COD-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-COD OR WS-COD-TROUVE = "O"
               IF WS-COD-CODE(WS-C) = RMB-CODE-FRAIS
                   MOVE "O" TO WS-COD-TROUVE
                   ADD 1 TO WS-COD-NB(WS-C)
                   ADD RMB-MONTANT-MAD TO WS-COD-MONTANT(WS-C)
               END-IF
           END-PERFORM.
           IF WS-COD-TROUVE = "N" AND WS-NB-COD < 20
               ADD 1 TO WS-NB-COD
               MOVE RMB-CODE-FRAIS  TO WS-COD-CODE(WS-NB-COD)
               MOVE 1               TO WS-COD-NB(WS-NB-COD)
               MOVE RMB-MONTANT-MAD TO WS-COD-MONTANT(WS-NB-COD)
           END-IF.

           MOVE RMB-AGENCE     TO WS-COUR-AGENCE.
           MOVE RMB-OPERATEUR  TO WS-COUR-EMPLOYE.
           MOVE RMB-MOTIF      TO WS-COUR-MOTIF.
           MOVE RMB-CODE-FRAIS TO WS-COUR-CODE.
           PERFORM TROUVER-LIGNE-DETAIL.
           IF WS-DET-TROUVE = "N"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DET-NB(WS-DET-RANG).
           ADD RMB-MONTANT-MAD TO WS-DET-MONTANT(WS-DET-RANG).
           IF RMB-SUPERVISEUR NOT = ZERO
               ADD 1 TO WS-DET-SIGNES(WS-DET-RANG)
           END-IF.
           EXIT.
       FIN-CUMULER-UN-REMBOURSEMENT.

      *    WS-CLE-COURANTE -> WS-DET-RANG ; une cle nouvelle est
      *    inseree a sa place pour garder la table dans l'ordre de
      *    l'edition (agence, employe, motif, code).
       TROUVER-LIGNE-DETAIL.
           MOVE "N" TO WS-DET-TROUVE.
           MOVE ZERO TO WS-DET-RANG.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-NB-DET OR WS-DET-RANG NOT = ZERO
               IF WS-DET-CLE(WS-D) = WS-CLE-COURANTE
                   MOVE "O" TO WS-DET-TROUVE
                   MOVE WS-D TO WS-DET-RANG
               ELSE
                   IF WS-DET-CLE(WS-D) > WS-CLE-COURANTE
                       MOVE WS-D TO WS-DET-RANG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DET-TROUVE = "O"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-DET NOT < 500
               MOVE "O" TO WS-DET-SURCHARGE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DET-RANG = ZERO
               COMPUTE WS-DET-RANG = WS-NB-DET + 1
           END-IF.
           PERFORM VARYING WS-D FROM WS-NB-DET BY -1
                   UNTIL WS-D < WS-DET-RANG
               MOVE WS-DET(WS-D) TO WS-DET(WS-D + 1)
           END-PERFORM.
           ADD 1 TO WS-NB-DET.
           MOVE WS-CLE-COURANTE TO WS-DET-CLE(WS-DET-RANG).
           MOVE ZERO TO WS-DET-NB(WS-DET-RANG).
           MOVE ZERO TO WS-DET-SIGNES(WS-DET-RANG).
           MOVE ZERO TO WS-DET-MONTANT(WS-DET-RANG).
           MOVE "O" TO WS-DET-TROUVE.
           EXIT.
       FIN-TROUVER-LIGNE-DETAIL.

      *    detail par agence et employe avec ruptures, puis les
      *    recapitulatifs de la banque par motif et par code.
       EDITER-ETAT.
           MOVE SPACES TO WS-ETA-FILE-PATH.
           STRING "REMBOURSEMENTS-FRAIS-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-ETA-FILE-PATH
           END-STRING.
           OPEN OUTPUT ETAT-FICHIER.
           MOVE SPACES TO ETA-LIGNE.
           STRING "REMBOURSEMENTS COMMERCIAUX DE FRAIS - MOIS "
                  WS-MOIS-COURANT " - EDITE LE " WS-AUJOURD-HUI
                  " - MONTANTS EN MAD"
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.

           OPEN INPUT Employee.
           MOVE "O" TO WS-PREMIERE-LIGNE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DET
               PERFORM EDITER-UNE-LIGNE
           END-PERFORM.
           IF WS-PREMIERE-LIGNE = "N"
               PERFORM EDITER-TOTAL-EMPLOYE
               PERFORM EDITER-TOTAL-AGENCE
           ELSE
               MOVE SPACES TO ETA-LIGNE
               WRITE ETA-LIGNE
               MOVE "AUCUN REMBOURSEMENT DE FRAIS DANS LE MOIS"
                   TO ETA-LIGNE
               WRITE ETA-LIGNE
           END-IF.
           CLOSE Employee.

           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE "RECAPITULATIF PAR MOTIF" TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               MOVE WS-MOT-NB(WS-M) TO WS-ED-NB
               MOVE WS-MOT-MONTANT(WS-M) TO WS-ED-MONTANT
               MOVE SPACES TO ETA-LIGNE
               STRING "  " WS-MOTIF-CODE(WS-M) " "
                      WS-MOTIF-LIB(WS-M)
                      " NB " WS-ED-NB " MONTANT " WS-ED-MONTANT
                   DELIMITED BY SIZE INTO ETA-LIGNE
               END-STRING
               WRITE ETA-LIGNE
           END-PERFORM.

           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE "RECAPITULATIF PAR CODE DE FRAIS" TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-COD
               MOVE WS-COD-NB(WS-C) TO WS-ED-NB
               MOVE WS-COD-MONTANT(WS-C) TO WS-ED-MONTANT
               MOVE SPACES TO ETA-LIGNE
               STRING "  " WS-COD-CODE(WS-C)
                      " NB " WS-ED-NB " MONTANT " WS-ED-MONTANT
                   DELIMITED BY SIZE INTO ETA-LIGNE
               END-STRING
               WRITE ETA-LIGNE
           END-PERFORM.

           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE WS-TOTAL-NB TO WS-ED-NB.
           MOVE WS-TOTAL-MONTANT TO WS-ED-MONTANT.
           MOVE SPACES TO ETA-LIGNE.
           STRING "TOTAL BANQUE : " WS-ED-NB " REMBOURSEMENT(S) POUR "
                  WS-ED-MONTANT ", DONT " WS-TOTAL-SIGNES
                  " SIGNE(S) PAR UN SUPERVISEUR"
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           CLOSE ETAT-FICHIER.
           EXIT.
       FIN-EDITER-ETAT.

      *    ligne WS-D de la table, precedee des ruptures d'employe et
      *    d'agence.
       EDITER-UNE-LIGNE.
           IF WS-PREMIERE-LIGNE = "O"
               MOVE "N" TO WS-PREMIERE-LIGNE
               PERFORM OUVRIR-AGENCE
               PERFORM OUVRIR-EMPLOYE
           ELSE
               IF WS-DET-AGENCE(WS-D) NOT = WS-AGENCE-PREC
                   PERFORM EDITER-TOTAL-EMPLOYE
                   PERFORM EDITER-TOTAL-AGENCE
                   PERFORM OUVRIR-AGENCE
                   PERFORM OUVRIR-EMPLOYE
               ELSE
                   IF WS-DET-EMPLOYE(WS-D) NOT = WS-EMPLOYE-PREC
                       PERFORM EDITER-TOTAL-EMPLOYE
                       PERFORM OUVRIR-EMPLOYE
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO WS-LIB-MOTIF.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 4
               IF WS-MOTIF-CODE(WS-M) = WS-DET-MOTIF(WS-D)
                   MOVE WS-MOTIF-LIB(WS-M) TO WS-LIB-MOTIF
               END-IF
           END-PERFORM.
           MOVE WS-DET-NB(WS-D) TO WS-ED-NB.
           MOVE WS-DET-MONTANT(WS-D) TO WS-ED-MONTANT.
           MOVE SPACES TO ETA-LIGNE.
           STRING "      " WS-DET-MOTIF(WS-D) " " WS-LIB-MOTIF
                  " " WS-DET-CODE(WS-D)
                  " NB " WS-ED-NB " MONTANT " WS-ED-MONTANT
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.

           ADD WS-DET-NB(WS-D)      TO WS-EMP-NB WS-AGC-NB.
           ADD WS-DET-MONTANT(WS-D) TO WS-EMP-MONTANT WS-AGC-MONTANT.
           ADD WS-DET-SIGNES(WS-D)  TO WS-AGC-SIGNES.
           EXIT.
       FIN-EDITER-UNE-LIGNE.

       OUVRIR-AGENCE.
           MOVE WS-DET-AGENCE(WS-D) TO WS-AGENCE-PREC.
           MOVE ZERO TO WS-AGC-NB WS-AGC-SIGNES WS-AGC-MONTANT.
           MOVE SPACES TO ETA-LIGNE.
           WRITE ETA-LIGNE.
           MOVE SPACES TO ETA-LIGNE.
           IF WS-AGENCE-PREC = SPACES
               MOVE "AGENCE NON RENSEIGNEE" TO ETA-LIGNE
           ELSE
               STRING "AGENCE " WS-AGENCE-PREC
                   DELIMITED BY SIZE INTO ETA-LIGNE
               END-STRING
           END-IF.
           WRITE ETA-LIGNE.
           EXIT.
       FIN-OUVRIR-AGENCE.

       OUVRIR-EMPLOYE.
           MOVE WS-DET-EMPLOYE(WS-D) TO WS-EMPLOYE-PREC.
           MOVE ZERO TO WS-EMP-NB WS-EMP-MONTANT.
           MOVE WS-EMPLOYE-PREC TO Employee-ID.
           PERFORM LIRE-NOM-EMPLOYE.
           MOVE SPACES TO ETA-LIGNE.
           STRING "  " WS-EMPLOYE-PREC " " WS-NOM-EMPLOYE
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           EXIT.
       FIN-OUVRIR-EMPLOYE.

       EDITER-TOTAL-EMPLOYE.
           MOVE WS-EMP-NB TO WS-ED-NB.
           MOVE WS-EMP-MONTANT TO WS-ED-MONTANT.
           MOVE SPACES TO ETA-LIGNE.
           STRING "    TOTAL EMPLOYE " WS-EMPLOYE-PREC
                  " NB " WS-ED-NB " MONTANT " WS-ED-MONTANT
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           EXIT.
       FIN-EDITER-TOTAL-EMPLOYE.

       EDITER-TOTAL-AGENCE.
           MOVE WS-AGC-NB TO WS-ED-NB.
           MOVE WS-AGC-MONTANT TO WS-ED-MONTANT.
           MOVE SPACES TO ETA-LIGNE.
           STRING "  TOTAL AGENCE " WS-AGENCE-PREC
                  " NB " WS-ED-NB " MONTANT " WS-ED-MONTANT
                  " DONT " WS-AGC-SIGNES " SIGNE(S) SUPERVISEUR"
               DELIMITED BY SIZE INTO ETA-LIGNE
           END-STRING.
           WRITE ETA-LIGNE.
           EXIT.
       FIN-EDITER-TOTAL-AGENCE.

      *    le fichier des employes est ouvert par l'appelant ;
      *    Employee-ID est deja pose.
       LIRE-NOM-EMPLOYE.
           MOVE "EMPLOYE INCONNU" TO WS-NOM-EMPLOYE.
           READ Employee KEY IS Employee-ID
               NOT INVALID KEY
                   MOVE Name TO WS-NOM-EMPLOYE
           END-READ.
           EXIT.
       FIN-LIRE-NOM-EMPLOYE.

       END PROGRAM ETAT-REMBOURSEMENTS.
