       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINDEXER-JOURNAL.
       AUTHOR.    MOHAMED.

      *    conversion une fois du journal des operations et de ses
      *    archives mensuelles a l'ajout de la cle secondaire sur le
      *    compte (JRN-NUM-CPT, doublons admis) : consultations,
      *    releves et detection des dormants lisent desormais les
      *    seules ecritures d'un compte au lieu de tout le journal.
      *    Le journal vivant, indexe sur la seule date + sequence,
      *    est recopie dans JOURNAL-NEUF.DAT ; chaque archive
      *    JOURNAL-AAAAMM.DAT, jusqu'ici une image texte par ligne,
      *    est recopiee dans JOURNAL-AAAAMM-NEUF.DAT, indexee comme
      *    le journal. Les mois sont pris du mois donne dans la
      *    variable d'environnement REINDEXER-MOIS-DEBUT (AAAAMM)
      *    jusqu'au mois precedant le mois d'exploitation ; un mois
      *    sans archive est saute. Comme pour REINDEXER-COMPTES, les
      *    anciens fichiers ne sont jamais touches et l'exploitation
      *    met les fichiers neufs a leur place apres controle des
      *    compteurs affiches.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ancienne organisation du journal, sans cle secondaire.
           SELECT ANCIEN-JOURNAL ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-CLE-JOURNAL
               FILE STATUS IS WS-ANC-FILESTATUS.

           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL-NEUF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    ancienne archive mensuelle : une image de JOURNAL-RECORD
      *    par ligne.
           SELECT ANCIENNE-ARCHIVE ASSIGN TO WS-ANA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANA-FILESTATUS.

           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLE-JOURNAL
               ALTERNATE RECORD KEY IS ARC-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-ARC-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme longueur que JOURNAL-CPY, seule la cle est nommee.
       FD  ANCIEN-JOURNAL.
       01  ANC-ENREG.
           05  ANC-CLE-JOURNAL     PIC X(13).
           05  FILLER              PIC X(124).

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  ANCIENNE-ARCHIVE.
       01  ANA-LIGNE           PIC X(160).

      *    meme mise en forme que dans ARCHIVE-JOURNAL.
       FD  JOURNAL-ARCHIVE.
       01  ARC-ENREG.
           05  ARC-CLE-JOURNAL.
               10  ARC-DATE-OPE     PIC X(8).
               10  ARC-NUM-SEQ      PIC 9(5).
           05  ARC-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(118).

       WORKING-STORAGE SECTION.

       01  WS-ANC-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-ANA-FILESTATUS   PIC X(2).
       01  WS-ARC-FILESTATUS   PIC X(2).
       01  WS-ANA-FILE-PATH    PIC X(100).
       01  WS-ARC-FILE-PATH    PIC X(100).

       01  WS-DATE-EXPLOIT     PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-OUVERT      PIC X(6).
       01  WS-MOIS-DEBUT       PIC X(6).
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-MOIS-ANNEE       PIC 9(4).
       01  WS-MOIS-MM          PIC 9(2).

       01  WS-NB-LUS           PIC 9(7) VALUE ZERO.
       01  WS-NB-ECRITS        PIC 9(7) VALUE ZERO.
       01  WS-NB-REJETS        PIC 9(7) VALUE ZERO.
       01  WS-NB-ARCHIVES      PIC 9(3) VALUE ZERO.
       01  WS-NB-ARC-LUS       PIC 9(7) VALUE ZERO.
       01  WS-NB-ARC-ECRITS    PIC 9(7) VALUE ZERO.
       01  WS-NB-ARC-REJETS    PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-REINDEXER-JOURNAL.
           CALL WS-PGM-DATE-BQE USING WS-DATE-EXPLOIT.
           MOVE WS-DATE-EXPLOIT(1:6) TO WS-MOIS-OUVERT.
           ACCEPT WS-MOIS-DEBUT FROM ENVIRONMENT
               "REINDEXER-MOIS-DEBUT".

           PERFORM RECOPIER-JOURNAL-VIVANT.
           IF WS-MOIS-DEBUT NOT = SPACES
               MOVE WS-MOIS-DEBUT TO WS-MOIS-COURANT
               PERFORM UNTIL WS-MOIS-COURANT NOT < WS-MOIS-OUVERT
                   PERFORM RECOPIER-UNE-ARCHIVE
                   PERFORM AVANCER-MOIS
               END-PERFORM
           END-IF.

           DISPLAY "====== REINDEXATION DU JOURNAL ======".
           DISPLAY "ECRITURES LUES       : " WS-NB-LUS.
           DISPLAY "ECRITURES ECRITES    : " WS-NB-ECRITS.
           DISPLAY "REJETS               : " WS-NB-REJETS.
           IF WS-NB-ECRITS = WS-NB-LUS
               DISPLAY "JOURNAL-NEUF.DAT COMPLET, A METTRE A LA "
                       "PLACE DE JOURNAL.DAT"
           ELSE
               DISPLAY "*** ECRITURES MANQUANTES, NE PAS REMPLACER "
                       "LE JOURNAL ***"
           END-IF.
           DISPLAY "ARCHIVES CONVERTIES  : " WS-NB-ARCHIVES.
           DISPLAY "LIGNES D'ARCHIVE LUES: " WS-NB-ARC-LUS.
           DISPLAY "LIGNES RECOPIEES     : " WS-NB-ARC-ECRITS.
           DISPLAY "REJETS D'ARCHIVE     : " WS-NB-ARC-REJETS.
           IF WS-NB-ARC-ECRITS = WS-NB-ARC-LUS
               DISPLAY "JOURNAL-AAAAMM-NEUF.DAT COMPLETS, A METTRE A "
                       "LA PLACE DES ARCHIVES"
           ELSE
               DISPLAY "*** LIGNES MANQUANTES, NE PAS REMPLACER LES "
                       "ARCHIVES ***"
           END-IF.
           DISPLAY "=====================================".
           GOBACK.

       RECOPIER-JOURNAL-VIVANT.
           OPEN INPUT ANCIEN-JOURNAL.
           IF WS-ANC-FILESTATUS NOT = "00"
               DISPLAY "JOURNAL.DAT ILLISIBLE (STATUT "
                       WS-ANC-FILESTATUS "), JOURNAL NON CONVERTI"
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT JOURNAL-OPERATIONS.

           PERFORM UNTIL WS-ANC-FILESTATUS NOT = "00"
               READ ANCIEN-JOURNAL NEXT RECORD
                   AT END MOVE "10" TO WS-ANC-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       MOVE ANC-ENREG TO JOURNAL-RECORD
                       WRITE JOURNAL-RECORD
                           INVALID KEY
                               ADD 1 TO WS-NB-REJETS
                               DISPLAY "ECRITURE " JRN-CLE-JOURNAL
                                       " NON RECOPIEE"
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-OPERATIONS.
           CLOSE ANCIEN-JOURNAL.
           EXIT.
       FIN-RECOPIER-JOURNAL-VIVANT.

      *    un mois sans archive est saute sans bruit.
       RECOPIER-UNE-ARCHIVE.
           MOVE SPACES TO WS-ANA-FILE-PATH.
           STRING "JOURNAL-" WS-MOIS-COURANT ".DAT"
               DELIMITED BY SIZE INTO WS-ANA-FILE-PATH
           END-STRING.
           OPEN INPUT ANCIENNE-ARCHIVE.
           IF WS-ANA-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-ARC-FILE-PATH.
           STRING "JOURNAL-" WS-MOIS-COURANT "-NEUF.DAT"
               DELIMITED BY SIZE INTO WS-ARC-FILE-PATH
           END-STRING.
           OPEN OUTPUT JOURNAL-ARCHIVE.
           ADD 1 TO WS-NB-ARCHIVES.

           PERFORM UNTIL WS-ANA-FILESTATUS NOT = "00"
               READ ANCIENNE-ARCHIVE
                   AT END MOVE "10" TO WS-ANA-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-NB-ARC-LUS
                       MOVE ANA-LIGNE TO ARC-ENREG
                       WRITE ARC-ENREG
                           INVALID KEY
                               ADD 1 TO WS-NB-ARC-REJETS
                               DISPLAY "ARCHIVE " WS-MOIS-COURANT
                                       " ECRITURE " ARC-CLE-JOURNAL
                                       " NON RECOPIEE"
                           NOT INVALID KEY
                               ADD 1 TO WS-NB-ARC-ECRITS
                       END-WRITE
               END-READ
           END-PERFORM.

           CLOSE JOURNAL-ARCHIVE.
           CLOSE ANCIENNE-ARCHIVE.
           EXIT.
       FIN-RECOPIER-UNE-ARCHIVE.

       AVANCER-MOIS.
           MOVE WS-MOIS-COURANT(1:4) TO WS-MOIS-ANNEE.
           MOVE WS-MOIS-COURANT(5:2) TO WS-MOIS-MM.
           ADD 1 TO WS-MOIS-MM.
           IF WS-MOIS-MM > 12
               MOVE 1 TO WS-MOIS-MM
               ADD 1 TO WS-MOIS-ANNEE
           END-IF.
           MOVE WS-MOIS-ANNEE TO WS-MOIS-COURANT(1:4).
           MOVE WS-MOIS-MM    TO WS-MOIS-COURANT(5:2).
           EXIT.
       FIN-AVANCER-MOIS.

       END PROGRAM REINDEXER-JOURNAL.
