      *    programme restitue, dans l'ordre du journal, les lignes
      *    correspondantes (numero de recu, code operation, montant,
      *    solde apres), par ecran de 20 lignes - au lieu d'ouvrir
      *    JOURNAL.DAT dans un editeur. Les lignes du compte sont lues
      *    par la cle secondaire sur le compte, dans les archives
      *    mensuelles de la fourchette puis dans le journal vivant.
      *    Le mode investigation du controle interne filtre par
      *    n'importe quelle combinaison d'operateur, superviseur,
      *    code operation, agence et fourchette de montants, sur le

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS : la consultation se
      *    positionne directement sur le compte demande par la cle
      *    secondaire.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archives mensuelles posees par ARCHIVE-JOURNAL, memes
      *    cles que le journal vivant.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLE-JOURNAL
               ALTERNATE RECORD KEY IS ARC-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-ARC-FILESTATUS.

           SELECT EXPORT-CSV ASSIGN TO "EXPORT-JOURNAL.CSV"
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

       FD  EXPORT-CSV.
       01  CSV-LIGNE           PIC X(160).
           OPEN INPUT JOURNAL-ARCHIVE.
           IF WS-ARC-FILESTATUS = "00"
               PERFORM UNTIL WS-ARC-FILESTATUS NOT = "00"
                   READ JOURNAL-ARCHIVE NEXT RECORD
                       AT END MOVE "10" TO WS-ARC-FILESTATUS
                       NOT AT END
                           MOVE ARC-ENREG TO JOURNAL-RECORD
                           PERFORM FILTRER-UNE-LIGNE
                   END-READ
               END-PERFORM
           EXIT.
       FIN-FILTRER-UNE-LIGNE.

      *    lit les seules ecritures du compte demande, par la cle
      *    secondaire sur le compte : d'abord les archives des mois
      *    de la fourchette, puis le journal vivant ; chaque ligne
      *    dont la date tombe dans la fourchette est affichee, avec
      *    une pause tous les WS-TAILLE-ECRAN affichages.
       LISTER-OPERATIONS.
               MOVE ZERO TO WS-NBR-LIGNES.
               MOVE ZERO TO WS-LIGNES-ECRAN.

               MOVE WS-DATE-DEBUT(1:6) TO WS-MOIS-COURANT.
               PERFORM UNTIL WS-MOIS-COURANT > WS-DATE-FIN(1:6)
                   PERFORM LISTER-UNE-ARCHIVE
                   PERFORM AVANCER-MOIS
               END-PERFORM.

               OPEN INPUT JOURNAL-OPERATIONS.
               IF WS-JRN-FILESTATUS = "00"
                   MOVE WS-NUM-COMPTE TO JRN-NUM-CPT
                   START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
                       INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
                   END-START
                   PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                       READ JOURNAL-OPERATIONS NEXT RECORD
                           AT END MOVE "10" TO WS-JRN-FILESTATUS
                           NOT AT END
                               IF JRN-NUM-CPT NOT = WS-NUM-COMPTE
                                   MOVE "10" TO WS-JRN-FILESTATUS
                               ELSE
                                   PERFORM RETENIR-LIGNE-COMPTE
                               END-IF
                       END-READ
                   END-PERFORM
               EXIT.
       FIN-LISTER-OPERATIONS.

      *    ecritures du compte dans l'archive d'un mois ; un mois
      *    sans archive est saute sans bruit.
       LISTER-UNE-ARCHIVE.
               MOVE SPACES TO WS-ARC-FILE-PATH.
               STRING "JOURNAL-" WS-MOIS-COURANT ".DAT"
                   DELIMITED BY SIZE INTO WS-ARC-FILE-PATH
               END-STRING.
               OPEN INPUT JOURNAL-ARCHIVE.
               IF WS-ARC-FILESTATUS NOT = "00"
                   EXIT PARAGRAPH
               END-IF.
               MOVE WS-NUM-COMPTE TO ARC-NUM-CPT.
               START JOURNAL-ARCHIVE KEY IS = ARC-NUM-CPT
                   INVALID KEY MOVE "23" TO WS-ARC-FILESTATUS
               END-START.
               PERFORM UNTIL WS-ARC-FILESTATUS NOT = "00"
                   READ JOURNAL-ARCHIVE NEXT RECORD
                       AT END MOVE "10" TO WS-ARC-FILESTATUS
                       NOT AT END
                           IF ARC-NUM-CPT NOT = WS-NUM-COMPTE
                               MOVE "10" TO WS-ARC-FILESTATUS
                           ELSE
                               MOVE ARC-ENREG TO JOURNAL-RECORD
                               PERFORM RETENIR-LIGNE-COMPTE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE JOURNAL-ARCHIVE.
               EXIT.
       FIN-LISTER-UNE-ARCHIVE.

       RETENIR-LIGNE-COMPTE.
               IF JRN-DATE-OPE NOT < WS-DATE-DEBUT
                  AND JRN-DATE-OPE NOT > WS-DATE-FIN
                   PERFORM AFFICHER-LIGNE-JOURNAL
               END-IF.
               EXIT.
       FIN-RETENIR-LIGNE-COMPTE.

      *    affiche une ligne du journal et gere la pagination : apres
      *    un ecran complet, attend que l'operateur demande la suite.
       AFFICHER-LIGNE-JOURNAL.
