      *    course, poses + rejets sont rapproches de la ligne de
      *    controle : un ecart fait contrepasser TOUS les credits
      *    poses (VIN2) et le fichier n'est pas enregistre au
      *    registre. Un fichier enregistre est note dans
      *    ECRITURES-NOSTRO.DAT (entree de fonds) pour le
      *    rapprochement avec le releve du correspondant, et ses
      *    lignes rejetees sont consignees dans REJETS-LOTS.DAT pour
      *    l'ecran REPRISE-REJETS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-FILESTATUS.

           SELECT ECRITURES-NOSTRO ASSIGN TO "ECRITURES-NOSTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOE-FILESTATUS.

      *    credits inapplicables poses au compte d'attente : une
      *    ligne par credit en souffrance, a reappliquer depuis
      *    l'ecran REAPPLIQUER-ATTENTE.
           05  FILLER          PIC X(1).
           05  FIN-TOTAL       PIC 9(12)V9(2).

      *    ecritures de nos livres sur le compte nostro chez le
      *    correspondant, rapprochees chaque nuit par
      *    RAPPROCHEMENT-NOSTRO avec le releve du correspondant.
      *    NOE-SENS : D = sortie de fonds, C = entree.
       FD  ECRITURES-NOSTRO.
       01  NOE-ENREG.
           05  NOE-DATE-VALEUR PIC X(8).
           05  FILLER          PIC X(1).
           05  NOE-REFERENCE   PIC X(12).
           05  FILLER          PIC X(1).
           05  NOE-SENS        PIC X(1).
           05  FILLER          PIC X(1).
           05  NOE-MONTANT     PIC 9(12)V9(2).
           05  FILLER          PIC X(1).
           05  NOE-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  NOE-ORIGINE     PIC X(4).

      *    ATT-STATUT : E = en souffrance, A = reapplique au bon
      *    compte, R = rendu a l'emetteur.
       FD  EN-ATTENTE.
       WORKING-STORAGE SECTION.

       01  WS-VEN-FILESTATUS   PIC X(2).
       01  WS-NOE-FILESTATUS   PIC X(2).

      *    interlock guichet/batch : ce programme ecrit les fichiers
      *    maitres et prend donc le verrou BATCH comme BATCH-JOUR,
           10  WS-PST-MONTANT  PIC 9(10)V9(2).
       01  WS-P                PIC 9(4).

      *    lignes rejetees, retenues en memoire avec leur contenu et
      *    consignees dans REJETS-LOTS.DAT seulement une fois le
      *    fichier rapproche : un fichier contrepasse repassera en
      *    entier, ses rejets avec lui.
       01  WS-PGM-REJET        PIC X(20) VALUE "CONSIGNER-REJET".
       01  WS-REJ-SOURCE       PIC X(20) VALUE "INTEGRATION-RECUS".
       01  WS-REJ-NUM-LIGNE    PIC 9(5).
       01  WS-REJ-LIGNE        PIC X(100).
       01  WS-POSITION         PIC 9(5) VALUE ZERO.
       01  WS-NB-RJT           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-RJT.
         05 WS-RJT  OCCURS 1000 TIMES.
           10  WS-RJT-NUM-LIGNE PIC 9(5).
           10  WS-RJT-MOTIF    PIC X(40).
           10  WS-RJT-LIGNE    PIC X(100).
       01  WS-R                PIC 9(4).

       PROCEDURE DIVISION.

       MAIN-INTEGRATION-RECUS.
           END-IF.
           IF WS-RAPPROCHE = "O"
               PERFORM ENREGISTRER-FICHIER-INTEGRE
               PERFORM CONSIGNER-LES-REJETS
           ELSE
               DISPLAY "*** RAPPROCHEMENT EN ECHEC, CONTREPASSATION "
                       "DE TOUS LES CREDITS POSES ***"
           END-IF.
           WRITE FIN-ENREG.
           CLOSE FICHIERS-INTEGRES.
      *    un fichier de reprise (reference RPR, produit par
      *    REPRISE-REJETS) reposte des lignes dont les fonds sont
      *    deja entres au nostro avec leur fichier d'origine.
           IF WS-REFERENCE(1:3) NOT = "RPR"
               PERFORM NOTER-ENTREE-NOSTRO
           END-IF.
           EXIT.
       FIN-ENREGISTRER-FICHIER-INTEGRE.

       CONSIGNER-LES-REJETS.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-RJT
               MOVE WS-RJT-NUM-LIGNE(WS-R) TO WS-REJ-NUM-LIGNE
               MOVE WS-RJT-MOTIF(WS-R)     TO WS-MOTIF
               MOVE WS-RJT-LIGNE(WS-R)     TO WS-REJ-LIGNE
               CALL WS-PGM-REJET USING WS-REJ-SOURCE WS-AUJOURD-HUI
                    WS-REJ-NUM-LIGNE WS-REFERENCE WS-MOTIF
                    WS-REJ-LIGNE
           END-PERFORM.
           EXIT.
       FIN-CONSIGNER-LES-REJETS.

      *    le correspondant credite notre compte nostro du total du
      *    fichier, lignes rejetees comprises (elles sont rendues a
      *    part), a la date du fichier et sous sa reference.
       NOTER-ENTREE-NOSTRO.
           MOVE SPACES        TO NOE-ENREG.
           MOVE WS-REF-DATE   TO NOE-DATE-VALEUR.
           MOVE WS-REFERENCE  TO NOE-REFERENCE.
           MOVE "C"           TO NOE-SENS.
           MOVE WS-TRL-TOTAL  TO NOE-MONTANT.
           MOVE SPACES        TO NOE-DEVISE.
           MOVE "VIN1"        TO NOE-ORIGINE.
           OPEN EXTEND ECRITURES-NOSTRO.
           IF WS-NOE-FILESTATUS = "35"
               OPEN OUTPUT ECRITURES-NOSTRO
           END-IF.
           WRITE NOE-ENREG.
           CLOSE ECRITURES-NOSTRO.
           EXIT.
       FIN-NOTER-ENTREE-NOSTRO.

       CONTREPASSER-TOUS-POSTES.
           OPEN I-O COMPTE-MASTER.
           PERFORM VARYING WS-P FROM 1 BY 1
                   NOT AT END
                       IF VEN-TRL-MARQUE NOT = "99999"
                          AND VEN-ENT-MARQUE NOT = "00000"
                           ADD 1 TO WS-POSITION
                           PERFORM POSER-UN-CREDIT
                       END-IF
               END-READ
           OPEN EXTEND EXCEPTIONS-OPERATIONS.
           WRITE EXC-RECORD.
           CLOSE EXCEPTIONS-OPERATIONS.
           IF WS-NB-RJT < 1000
               ADD 1 TO WS-NB-RJT
               MOVE WS-POSITION TO WS-RJT-NUM-LIGNE(WS-NB-RJT)
               MOVE WS-MOTIF    TO WS-RJT-MOTIF(WS-NB-RJT)
               MOVE VEN-ENREG   TO WS-RJT-LIGNE(WS-NB-RJT)
           END-IF.
           EXIT.
       FIN-REJETER-UNE-LIGNE.

