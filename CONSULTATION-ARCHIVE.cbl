      *    le compte archive par cle et on restitue la fiche complete
      *    avec l'identite du titulaire (jointure sur le fichier
      *    maitre des clients) - plus de grep dans un fichier texte.
      *    Si le solde a ete verse a l'Etat au titre de la
      *    desherence, la date, le montant et le recu du transfert
      *    sont repris du registre DESHERENCE.DAT, meme quand le
      *    compte n'est pas encore passe a l'archive.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

           SELECT DESHERENCE-FICHIER ASSIGN TO "DESHERENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSH-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

      *    meme mise en forme que dans DESHERENCE-COMPTES.
       FD  DESHERENCE-FICHIER.
       01  DSH-ENREG.
           05  DSH-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DSH-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  DSH-DERNIERE-ACT    PIC X(8).
           05  FILLER              PIC X(1).
           05  DSH-DATE-AVIS       PIC X(8).
           05  FILLER              PIC X(1).
           05  DSH-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  DSH-DATE-TRANSFERT  PIC X(8).
           05  FILLER              PIC X(1).
           05  DSH-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  DSH-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  DSH-NUM-SEQ         PIC 9(5).

       WORKING-STORAGE SECTION.

       01  WS-ARC-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-DSH-FILESTATUS   PIC X(2).
       01  WS-NUM-COMPTE       PIC X(6).
       01  WS-CONTINUER        PIC X(1) VALUE "O".

                   NOT INVALID KEY
                       PERFORM AFFICHER-COMPTE-ARCHIVE
               END-READ
               PERFORM AFFICHER-DESHERENCE

               DISPLAY "AUTRE CONSULTATION ? (O/N)"
               ACCEPT WS-CONTINUER
           EXIT.
       FIN-AFFICHER-COMPTE-ARCHIVE.

       AFFICHER-DESHERENCE.
           OPEN INPUT DESHERENCE-FICHIER.
           IF WS-DSH-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DSH-FILESTATUS NOT = "00"
               READ DESHERENCE-FICHIER
                   AT END MOVE "10" TO WS-DSH-FILESTATUS
                   NOT AT END
                       IF DSH-NUM-CPT = WS-NUM-COMPTE
                          AND DSH-STATUT = "T"
                           DISPLAY "VERSE A L'ETAT (DESHERENCE)"
                           DISPLAY "AVISE LE      : " DSH-DATE-AVIS
                           DISPLAY "TRANSFERE LE  : "
                                   DSH-DATE-TRANSFERT
                           DISPLAY "MONTANT       : " DSH-MONTANT
                                   " " DSH-DEVISE
                           DISPLAY "RECU JOURNAL  : " DSH-NUM-SEQ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DESHERENCE-FICHIER.
           EXIT.
       FIN-AFFICHER-DESHERENCE.

       END PROGRAM CONSULTATION-ARCHIVE.
