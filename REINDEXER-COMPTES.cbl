       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINDEXER-COMPTES.
       AUTHOR.    MOHAMED.

      *    conversion une fois du fichier maitre des comptes a
      *    l'ajout de la cle secondaire sur le titulaire
      *    (CPM-TITUL-CPT, doublons admis) : les comptes d'un client
      *    se lisent desormais par cle au lieu d'un parcours complet
      *    du fichier. L'ancien fichier, indexe sur le seul numero de
      *    compte, est lu tel quel et recopie enregistrement par
      *    enregistrement dans COMPTE-MASTER-NEUF.DAT, qui porte les
      *    deux cles ; comme pour RECONSTRUIRE-MASTER, l'ancien n'est
      *    jamais touche et l'exploitation met le fichier neuf a sa
      *    place apres controle des compteurs affiches.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    ancienne organisation, sans cle secondaire.
           SELECT ANCIEN-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANC-NUM-CPT
               FILE STATUS IS WS-ANC-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER-NEUF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme longueur que COMPTE-CPY, seul le numero est nomme.
       FD  ANCIEN-MASTER.
       01  ANC-ENREG.
           05  ANC-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(59).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-ANC-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-NB-LUS           PIC 9(7) VALUE ZERO.
       01  WS-NB-ECRITS        PIC 9(7) VALUE ZERO.
       01  WS-NB-REJETS        PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-REINDEXER-COMPTES.
           OPEN INPUT ANCIEN-MASTER.
           IF WS-ANC-FILESTATUS NOT = "00"
               DISPLAY "COMPTE-MASTER.DAT ILLISIBLE (STATUT "
                       WS-ANC-FILESTATUS "), CONVERSION ABANDONNEE"
               GOBACK
           END-IF.
           OPEN OUTPUT COMPTE-MASTER.

           PERFORM UNTIL WS-ANC-FILESTATUS NOT = "00"
               READ ANCIEN-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-ANC-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-NB-LUS
                       PERFORM RECOPIER-UN-COMPTE
               END-READ
           END-PERFORM.

           CLOSE COMPTE-MASTER.
           CLOSE ANCIEN-MASTER.

           DISPLAY "====== REINDEXATION DES COMPTES ======".
           DISPLAY "COMPTES LUS       : " WS-NB-LUS.
           DISPLAY "COMPTES ECRITS    : " WS-NB-ECRITS.
           DISPLAY "REJETS            : " WS-NB-REJETS.
           IF WS-NB-ECRITS = WS-NB-LUS
               DISPLAY "COMPTE-MASTER-NEUF.DAT COMPLET, A METTRE A LA "
                       "PLACE DE COMPTE-MASTER.DAT"
           ELSE
               DISPLAY "*** COMPTES MANQUANTS, NE PAS REMPLACER LE "
                       "FICHIER MAITRE ***"
           END-IF.
           DISPLAY "======================================".
           GOBACK.

       RECOPIER-UN-COMPTE.
           MOVE ANC-ENREG TO COMPTE-MASTER-RECORD.
           WRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-NB-REJETS
                   DISPLAY "COMPTE " CPM-NUM-CPT " NON RECOPIE"
               NOT INVALID KEY
                   ADD 1 TO WS-NB-ECRITS
           END-WRITE.
           EXIT.
       FIN-RECOPIER-UN-COMPTE.

       END PROGRAM REINDEXER-COMPTES.
