      *                      concorde, N sinon).
      *    Les caracteres non numeriques comptent pour zero, si bien
      *    que les vieux numeros a lettres gardent une cle stable.
      *    Un compte transfere d'agence (BANQUE-CLT) garde son ancien
      *    RIB valable : en verification, une cle qui ne concorde pas
      *    avec l'agence actuelle est encore acceptee si c'est l'une
      *    des anciennes cles du compte dans TRANSFERTS-AGENCE.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSFERTS-AGENCE ASSIGN TO "TRANSFERTS-AGENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRA-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans BANQUE-CLT.
       FD  TRANSFERTS-AGENCE.
       01  TRA-ENREG.
           05  TRA-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  TRA-ANC-AGENCE     PIC X(3).
           05  FILLER             PIC X(1).
           05  TRA-ANC-CLE        PIC X(2).
           05  FILLER             PIC X(1).
           05  TRA-NOU-AGENCE     PIC X(3).
           05  FILLER             PIC X(1).
           05  TRA-NOU-CLE        PIC X(2).
           05  FILLER             PIC X(1).
           05  TRA-DATE           PIC X(8).
           05  FILLER             PIC X(1).
           05  TRA-SUPERVISEUR    PIC 9(5).

       WORKING-STORAGE SECTION.

       01  WS-TRA-FILESTATUS PIC X(2).

       01  WS-CHAINE       PIC X(9).
       01  WS-I            PIC 9(2).
       01  WS-CAR          PIC X(1).
                   MOVE "O" TO LK-RESULTAT
               ELSE
                   MOVE "N" TO LK-RESULTAT
                   PERFORM CHERCHER-ANCIEN-RIB
               END-IF
           END-IF.
           GOBACK.
       FIN-MAIN-CLE-RIB.
           EXIT.

      *    cle d'avant un transfert d'agence du meme compte.
       CHERCHER-ANCIEN-RIB.
           OPEN INPUT TRANSFERTS-AGENCE.
           IF WS-TRA-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-TRA-FILESTATUS NOT = "00"
               READ TRANSFERTS-AGENCE
                   AT END MOVE "10" TO WS-TRA-FILESTATUS
                   NOT AT END
                       IF TRA-NUM-CPT = LK-NUM-CPT
                          AND TRA-ANC-CLE = LK-CLE
                           MOVE "O" TO LK-RESULTAT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TRANSFERTS-AGENCE.
           EXIT.
       FIN-CHERCHER-ANCIEN-RIB.

       END PROGRAM CLE-RIB.
