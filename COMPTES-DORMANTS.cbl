      *    supervisee au guichet (OPERATIONS) le reouvre. C'est a la
      *    fois une exigence de conformite et le moyen d'attraper les
      *    comptes qui ne vivent plus que pour fondre sous le minimum
      *    et manger des frais. Chaque mise en dormance est aussi
      *    consignee dans DORMANCES.DAT avec la date de la derniere
      *    activite : c'est de cette date que DESHERENCE-COMPTES
      *    compte le delai legal de desherence.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archives mensuelles posees par ARCHIVE-JOURNAL, memes
      *    cles que le journal vivant : lues compte par compte.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLE-JOURNAL
               ALTERNATE RECORD KEY IS ARC-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-ARC-FILESTATUS.

           SELECT RAPPORT-DORMANTS ASSIGN TO "DORMANTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

           SELECT DORMANCES-FICHIER ASSIGN TO "DORMANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans ARCHIVE-JOURNAL : longueur de
      *    JOURNAL-CPY, seules les cles sont nommees.
       FD  JOURNAL-ARCHIVE.
       01  ARC-ENREG.
           05  ARC-CLE-JOURNAL.
               10  ARC-DATE-OPE     PIC X(8).
               10  ARC-NUM-SEQ      PIC 9(5).
           05  ARC-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(118).

       FD  RAPPORT-DORMANTS.
       01  RAP-LIGNE           PIC X(100).

      *    une ligne par mise en dormance, jamais reecrite : un
      *    compte reactive puis redevenu dormant a plusieurs lignes,
      *    la plus recente fait foi.
       FD  DORMANCES-FICHIER.
       01  DRM-ENREG.
           05  DRM-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DRM-DATE-DORMANCE   PIC X(8).
           05  FILLER              PIC X(1).
           05  DRM-DERNIERE-ACT    PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-ARC-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-DRM-FILESTATUS   PIC X(2).
       01  WS-ARC-FILE-PATH    PIC X(100).

       01  WS-DATE-EXPLOIT     PIC X(8).
       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-INT         PIC 9(9).

      *    derniere activite client du compte examine, cherchee par
      *    la cle secondaire sur le compte dans le journal vif puis,
      *    a defaut, dans les 13 dernieres archives mensuelles.
       01  WS-ACT-TROUVEE      PIC X(8).
       01  WS-JRN-OUVERT       PIC X(1) VALUE "N".

       01  WS-M                PIC 9(2).
       01  WS-MOIS-ARCHIVE     PIC X(6).
       01  WS-ANNEE            PIC 9(4).
       01  WS-MOIS             PIC 9(2).
       01  WS-ACT-DATE         PIC X(8).
       01  WS-ACT-CODE         PIC X(4).
       01  WS-DERNIERE-ACT     PIC X(8).
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-DATE-LIMITE.

           PERFORM MARQUER-DORMANTS.

           DISPLAY "======== DETECTION DES COMPTES DORMANTS ========".
                                     WS-VERROU-RESULTAT.
           GOBACK.

      *    ecritures du compte dans le journal vif.
       CHERCHER-ACTIVITE-VIVE.
           IF WS-JRN-OUVERT NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           MOVE CPM-NUM-CPT TO JRN-NUM-CPT.
           START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
               INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
           END-START.
           PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
               READ JOURNAL-OPERATIONS NEXT RECORD
                   AT END MOVE "10" TO WS-JRN-FILESTATUS
                   NOT AT END
                       IF JRN-NUM-CPT NOT = CPM-NUM-CPT
                           MOVE "10" TO WS-JRN-FILESTATUS
                       ELSE
                           MOVE JRN-DATE-OPE TO WS-ACT-DATE
                           MOVE JRN-CODE-OPE TO WS-ACT-CODE
                           PERFORM RETENIR-ACTIVITE
                       END-IF
               END-READ
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-ACTIVITE-VIVE.

      *    remonte les 13 dernieres archives mensuelles, de la plus
      *    recente a la plus ancienne : le premier mois qui porte une
      *    activite du client donne la derniere. Un mois sans archive
      *    est simplement saute. L'archive reprend la mise en forme du
      *    journal : code operation en 20-23.
       CHERCHER-ACTIVITE-ARCHIVES.
           MOVE WS-DATE-EXPLOIT(1:4) TO WS-ANNEE.
           MOVE WS-DATE-EXPLOIT(5:2) TO WS-MOIS.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 13 OR WS-ACT-TROUVEE NOT = SPACES
               IF WS-MOIS = 1
                   MOVE 12 TO WS-MOIS
                   SUBTRACT 1 FROM WS-ANNEE
               PERFORM LIRE-UNE-ARCHIVE
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-ACTIVITE-ARCHIVES.

       LIRE-UNE-ARCHIVE.
           MOVE SPACES TO WS-ARC-FILE-PATH.
               DELIMITED BY SIZE INTO WS-ARC-FILE-PATH
           END-STRING.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF WS-ARC-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE CPM-NUM-CPT TO ARC-NUM-CPT.
           START JOURNAL-ARCHIVE KEY IS = ARC-NUM-CPT
               INVALID KEY MOVE "23" TO WS-ARC-FILESTATUS
           END-START.
           PERFORM UNTIL WS-ARC-FILESTATUS NOT = "00"
               READ JOURNAL-ARCHIVE NEXT RECORD
                   AT END MOVE "10" TO WS-ARC-FILESTATUS
                   NOT AT END
                       IF ARC-NUM-CPT NOT = CPM-NUM-CPT
                           MOVE "10" TO WS-ARC-FILESTATUS
                       ELSE
                           MOVE ARC-DATE-OPE   TO WS-ACT-DATE
                           MOVE ARC-ENREG(20:4) TO WS-ACT-CODE
                           PERFORM RETENIR-ACTIVITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-ARCHIVE.
           EXIT.
       FIN-LIRE-UNE-ARCHIVE.

              AND WS-ACT-CODE NOT = "DAT1"
               EXIT PARAGRAPH
           END-IF.
           IF WS-ACT-DATE > WS-ACT-TROUVEE
               MOVE WS-ACT-DATE TO WS-ACT-TROUVEE
           END-IF.
           EXIT.
       FIN-RETENIR-ACTIVITE.
           END-STRING.
           WRITE RAP-LIGNE.

           OPEN EXTEND DORMANCES-FICHIER.
           IF WS-DRM-FILESTATUS = "35"
               OPEN OUTPUT DORMANCES-FICHIER
           END-IF.
           OPEN INPUT CLIENT-MASTER.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE "O" TO WS-JRN-OUVERT
           END-IF.
           OPEN I-O COMPTE-MASTER.
           IF WS-CPT-FILESTATUS = "00"
               MOVE LOW-VALUE TO CPM-NUM-CPT
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
           END-IF.
           CLOSE CLIENT-MASTER.
           IF WS-JRN-OUVERT = "O"
               CLOSE JOURNAL-OPERATIONS
               MOVE "N" TO WS-JRN-OUVERT
           END-IF.
           CLOSE DORMANCES-FICHIER.

           IF WS-NBR-DORMANTS = 0
               MOVE "AUCUN COMPTE DORMANT" TO RAP-LIGNE

       EXAMINER-UN-COMPTE.
           MOVE CPM-DATE-CPT TO WS-DERNIERE-ACT.
           MOVE SPACES TO WS-ACT-TROUVEE.
           PERFORM CHERCHER-ACTIVITE-VIVE.
           IF WS-ACT-TROUVEE = SPACES
               PERFORM CHERCHER-ACTIVITE-ARCHIVES
           END-IF.
           IF WS-ACT-TROUVEE NOT = SPACES
              AND WS-ACT-TROUVEE > WS-DERNIERE-ACT
               MOVE WS-ACT-TROUVEE TO WS-DERNIERE-ACT
           END-IF.

           IF WS-DERNIERE-ACT < WS-DATE-LIMITE
               MOVE "D" TO CPM-STATUT
                               CPM-NUM-CPT
               END-REWRITE
               ADD 1 TO WS-NBR-DORMANTS
               MOVE SPACES          TO DRM-ENREG
               MOVE CPM-NUM-CPT     TO DRM-NUM-CPT
               MOVE WS-DATE-EXPLOIT TO DRM-DATE-DORMANCE
               MOVE WS-DERNIERE-ACT TO DRM-DERNIERE-ACT
               WRITE DRM-ENREG
               PERFORM ECRIRE-LIGNE-DORMANT
           END-IF.
           EXIT.
