      *    traitement, et les virements remis sans acquittement
      *    depuis plus de DELAI-ACQUIT jours (parametre, 3 a defaut)
      *    partent au rapport ACQUITS-AAAAMMJJ.TXT pour relance de la
      *    banque destinataire. Chaque virement denoue est note dans
      *    ECRITURES-NOSTRO.DAT pour le rapprochement avec le releve
      *    du correspondant.

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

           SELECT ECRITURES-NOSTRO ASSIGN TO "ECRITURES-NOSTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOE-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.
       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

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

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-NOE-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
           IF ACQ-SORT = "A"
               MOVE "S" TO VSO-STATUT
               ADD 1 TO WS-NB-ACQUITTES
               PERFORM NOTER-SORTIE-NOSTRO
           ELSE
               PERFORM RECREDITER-EMETTEUR
               MOVE "J" TO VSO-STATUT
           EXIT.
       FIN-TRAITER-UN-ACQUIT.

      *    virement denoue : les fonds sortent de notre compte chez
      *    le correspondant, a la date du virement, sous sa
      *    reference externe.
       NOTER-SORTIE-NOSTRO.
           MOVE SPACES         TO NOE-ENREG.
           MOVE VSO-DATE       TO NOE-DATE-VALEUR.
           MOVE VSO-ID-EXTERNE TO NOE-REFERENCE.
           MOVE "D"            TO NOE-SENS.
           MOVE VSO-MONTANT    TO NOE-MONTANT.
           MOVE VSO-DEVISE     TO NOE-DEVISE.
           MOVE "VEX1"         TO NOE-ORIGINE.
           OPEN EXTEND ECRITURES-NOSTRO.
           IF WS-NOE-FILESTATUS = "35"
               OPEN OUTPUT ECRITURES-NOSTRO
           END-IF.
           WRITE NOE-ENREG.
           CLOSE ECRITURES-NOSTRO.
           EXIT.
       FIN-NOTER-SORTIE-NOSTRO.

      *    virement rejete par la banque destinataire : le compte
      *    emetteur est recredite d'office (VEX2, motif au libelle).
       RECREDITER-EMETTEUR.
