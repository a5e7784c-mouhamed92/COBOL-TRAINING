               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
       01  WS-PRF-ORDRE        PIC X(1).
       01  WS-PRF-SEUIL        PIC 9(8)V9(2).

      *    seuil de solde minimum lu dans la fiche du produit du
      *    compte, comme FRAIS-MINIMUM.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       COPY PRODUIT-CPY.

       01  WS-TUT-FILESTATUS   PIC X(2).
       01  WS-MAT-CLT          PIC X(6).
       MAIN-ALERTES-CLIENTS.
           CALL WS-PGM-DATE-BQE USING WS-DATE-EXPLOIT.

           MOVE SPACES TO WS-ALR-FILE-PATH.
           STRING "ALERTES-" WS-DATE-EXPLOIT ".TXT"
               DELIMITED BY SIZE INTO WS-ALR-FILE-PATH
       FIN-ALERTER-SOLDES-MINIMUM.

       EXAMINER-UN-SOLDE.
           CALL WS-PGM-PRODUIT USING CPM-TYPE-CPT PRODUIT-RECORD
                                     WS-PRD-TROUVE.
           IF WS-PRD-TROUVE = "O"
              AND CPM-SOLDE-CPT < PRD-SOLDE-MIN
               MOVE CPM-TITUL-CPT TO WS-MAT-CLT
               PERFORM RETROUVER-EMAIL
               PERFORM LIRE-PREFERENCES
               IF WS-PRF-SOLDE-MIN = "O"
                   MOVE SPACES TO WS-MESSAGE
                   STRING "SOLDE " CPM-SOLDE-CPT
                          " SOUS LE MINIMUM DU COMPTE "
                          CPM-NUM-CPT
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   END-STRING
                   PERFORM EMETTRE-ALERTE
               END-IF
           END-IF.
           EXIT.
       FIN-EXAMINER-UN-SOLDE.

