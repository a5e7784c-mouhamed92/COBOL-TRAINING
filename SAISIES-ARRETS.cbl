               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CO-TITULAIRES ASSIGN TO "CO-TITULAIRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT VIREMENTS-SORTANTS ASSIGN TO "VIREMENTS-SORTANTS.DAT"
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       WORKING-STORAGE SECTION.

           EXIT.
       FIN-ENREGISTRER-SAISIE.

      *    comptes dont le client est titulaire (cle secondaire du
      *    titulaire), puis comptes joints ou il n'est que
      *    co-titulaire.
       RECENSER-COMPTES-CLIENT.
           MOVE ZERO TO WS-NB-CPTS.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS = "00"
               MOVE WS-MAT-SAISI TO CPM-TITUL-CPT
               START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
                   INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
               END-START
               PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
                   READ COMPTE-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CPT-FILESTATUS
                       NOT AT END
                           IF CPM-TITUL-CPT NOT = WS-MAT-SAISI
                               MOVE "10" TO WS-CPT-FILESTATUS
                           ELSE
                               IF CPM-STATUT NOT = "C"
                                  AND WS-NB-CPTS < 20
                                   ADD 1 TO WS-NB-CPTS
                                   MOVE CPM-NUM-CPT TO
                                        WS-CPTS-NUM(WS-NB-CPTS)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
