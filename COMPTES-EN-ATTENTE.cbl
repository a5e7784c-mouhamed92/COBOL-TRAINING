               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT DOSSIERS-COMPTES ASSIGN TO "DOSSIERS-COMPTES.DAT"
                   READ DOSSIERS-COMPTES
                       AT END MOVE "10" TO WS-DOS-FILESTATUS
                       NOT AT END
      *                    une piece a date de reception a blanc
      *                    est seulement attendue (demande web).
                           IF DOS-NUM-CPT = CPM-NUM-CPT
                              AND DOS-DATE-RECUE NOT = SPACES
                               IF DOS-CODE-DOC = "CONVENTION"
                                   MOVE "O" TO WS-CONVENTION-VUE
                               END-IF
                               IF DOS-CODE-DOC = "CIN"
                                  OR DOS-CODE-DOC = "RC"
                                   MOVE "O" TO WS-CIN-VUE
                               END-IF
                           END-IF
