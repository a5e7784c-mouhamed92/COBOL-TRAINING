       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILAN-PERTES.
       AUTHOR.    MOHAMED.

      *    bilan annuel des pertes sur prets, etape de fin de mois de
      *    BATCH-JOUR qui ne produit qu'en decembre : par agence, les
      *    prets passes en perte dans l'annee (registre
      *    PERTES-PRETS.DAT tenu par PERTES-PRETS) contre les
      *    recouvrements encaisses dans l'annee
      *    (RECOUVREMENTS-PERTES.DAT), quelle que soit l'annee du
      *    passage en perte, avec le reste a recouvrer sur
      *    l'ensemble du registre en fin d'annee. Rapport
      *    BILAN-PERTES-AAAA.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PERTES-FICHIER ASSIGN TO "PERTES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-FILESTATUS.

           SELECT RECOUVREMENTS-FICHIER
               ASSIGN TO "RECOUVREMENTS-PERTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans PERTES-PRETS.
       FD  PERTES-FICHIER.
       01  PRP-ENREG.
           05  PRP-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  PRP-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  PRP-AGENCE          PIC X(3).
           05  FILLER              PIC X(1).
           05  PRP-DATE-PERTE      PIC X(8).
           05  FILLER              PIC X(1).
           05  PRP-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRP-PROVISION       PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRP-RECOUVRE        PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRP-VALIDEUR        PIC 9(5).
           05  FILLER              PIC X(1).
           05  PRP-STATUT          PIC X(1).

      *    meme mise en forme que dans PERTES-PRETS.
       FD  RECOUVREMENTS-FICHIER.
       01  REC-ENREG.
           05  REC-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-AGENCE          PIC X(3).
           05  FILLER              PIC X(1).
           05  REC-ORIGINE         PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-REFERENCE       PIC X(10).
           05  FILLER              PIC X(1).
           05  REC-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  REC-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-NUM-SEQ         PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-OPERATEUR       PIC 9(5).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-PRP-FILESTATUS   PIC X(2).
       01  WS-REC-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-ANNEE            PIC X(4).

      *    une ligne par agence rencontree ; au-dela de 50 agences
      *    les montants vont sur la derniere ligne, marquee "???".
       01  WS-NB-AGENCES       PIC 9(2) VALUE ZERO.
       01  WS-TABLE-AGENCES.
         05 WS-AGC  OCCURS 50 TIMES.
           10  WS-AGC-CODE        PIC X(3).
           10  WS-AGC-NB-PERTES   PIC 9(5).
           10  WS-AGC-PERTES      PIC 9(12)V9(2).
           10  WS-AGC-NB-RECOUVR  PIC 9(5).
           10  WS-AGC-RECOUVRE    PIC 9(12)V9(2).
           10  WS-AGC-RESTE       PIC 9(12)V9(2).
       01  WS-G                PIC 9(2).
       01  WS-AGENCE-CHERCHEE  PIC X(3).

       01  WS-TOT-NB-PERTES    PIC 9(5) VALUE ZERO.
       01  WS-TOT-PERTES       PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOT-NB-RECOUVR   PIC 9(5) VALUE ZERO.
       01  WS-TOT-RECOUVRE     PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOT-RESTE        PIC 9(12)V9(2) VALUE ZERO.
       01  WS-NET              PIC S9(12)V9(2).
       01  WS-RESTE            PIC 9(12)V9(2).

       PROCEDURE DIVISION.

       MAIN-BILAN-PERTES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           IF WS-AUJOURD-HUI(5:2) NOT = "12"
               DISPLAY "BILAN-PERTES : BILAN ANNUEL, ATTEND DECEMBRE"
               GOBACK
           END-IF.
           MOVE WS-AUJOURD-HUI(1:4) TO WS-ANNEE.
           INITIALIZE WS-TABLE-AGENCES.

           OPEN INPUT PERTES-FICHIER.
           IF WS-PRP-FILESTATUS = "00"
               PERFORM UNTIL WS-PRP-FILESTATUS NOT = "00"
                   READ PERTES-FICHIER
                       AT END MOVE "10" TO WS-PRP-FILESTATUS
                       NOT AT END
                           PERFORM CUMULER-UNE-PERTE
                   END-READ
               END-PERFORM
               CLOSE PERTES-FICHIER
           END-IF.

           OPEN INPUT RECOUVREMENTS-FICHIER.
           IF WS-REC-FILESTATUS = "00"
               PERFORM UNTIL WS-REC-FILESTATUS NOT = "00"
                   READ RECOUVREMENTS-FICHIER
                       AT END MOVE "10" TO WS-REC-FILESTATUS
                       NOT AT END
                           IF REC-DATE(1:4) = WS-ANNEE
                               MOVE REC-AGENCE TO WS-AGENCE-CHERCHEE
                               PERFORM TROUVER-AGENCE
                               ADD 1 TO WS-AGC-NB-RECOUVR(WS-G)
                               ADD REC-MONTANT TO WS-AGC-RECOUVRE(WS-G)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECOUVREMENTS-FICHIER
           END-IF.

           PERFORM EDITER-BILAN.
           DISPLAY "BILAN ANNUEL DES PERTES SUR PRETS DANS "
                   WS-RAP-FILE-PATH.
           GOBACK.

      *    passage en perte de l'annee, et reste a recouvrer de tout
      *    le registre.
       CUMULER-UNE-PERTE.
           MOVE PRP-AGENCE TO WS-AGENCE-CHERCHEE.
           PERFORM TROUVER-AGENCE.
           IF PRP-DATE-PERTE(1:4) = WS-ANNEE
               ADD 1 TO WS-AGC-NB-PERTES(WS-G)
               ADD PRP-MONTANT TO WS-AGC-PERTES(WS-G)
           END-IF.
           IF PRP-STATUT = "O"
               COMPUTE WS-RESTE = PRP-MONTANT - PRP-RECOUVRE
               ADD WS-RESTE TO WS-AGC-RESTE(WS-G)
           END-IF.
           EXIT.
       FIN-CUMULER-UNE-PERTE.

      *    rang WS-G de l'agence WS-AGENCE-CHERCHEE, ajoutee a la
      *    table a sa premiere apparition.
       TROUVER-AGENCE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-NB-AGENCES
                      OR WS-AGC-CODE(WS-G) = WS-AGENCE-CHERCHEE
               CONTINUE
           END-PERFORM.
           IF WS-G > WS-NB-AGENCES
               IF WS-NB-AGENCES < 50
                   ADD 1 TO WS-NB-AGENCES
                   MOVE WS-NB-AGENCES TO WS-G
                   MOVE WS-AGENCE-CHERCHEE TO WS-AGC-CODE(WS-G)
               ELSE
                   MOVE 50 TO WS-G
                   MOVE "???" TO WS-AGC-CODE(WS-G)
               END-IF
           END-IF.
           EXIT.
       FIN-TROUVER-AGENCE.

       EDITER-BILAN.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "BILAN-PERTES-" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "BILAN DES PERTES SUR PRETS - ANNEE " WS-ANNEE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "AGC  NB   PASSE EN PERTE  NB       RECOUVRE"
                  "        PERTE NETTE  RESTE A RECOUVRER"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-AGENCES
               COMPUTE WS-NET = WS-AGC-PERTES(WS-G)
                              - WS-AGC-RECOUVRE(WS-G)
               MOVE SPACES TO RAP-LIGNE
               STRING WS-AGC-CODE(WS-G) " "
                      WS-AGC-NB-PERTES(WS-G) " "
                      WS-AGC-PERTES(WS-G) " "
                      WS-AGC-NB-RECOUVR(WS-G) " "
                      WS-AGC-RECOUVRE(WS-G) " "
                      WS-NET " "
                      WS-AGC-RESTE(WS-G)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
               ADD WS-AGC-NB-PERTES(WS-G)  TO WS-TOT-NB-PERTES
               ADD WS-AGC-PERTES(WS-G)     TO WS-TOT-PERTES
               ADD WS-AGC-NB-RECOUVR(WS-G) TO WS-TOT-NB-RECOUVR
               ADD WS-AGC-RECOUVRE(WS-G)   TO WS-TOT-RECOUVRE
               ADD WS-AGC-RESTE(WS-G)      TO WS-TOT-RESTE
           END-PERFORM.
           COMPUTE WS-NET = WS-TOT-PERTES - WS-TOT-RECOUVRE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOT "
                  WS-TOT-NB-PERTES " "
                  WS-TOT-PERTES " "
                  WS-TOT-NB-RECOUVR " "
                  WS-TOT-RECOUVRE " "
                  WS-NET " "
                  WS-TOT-RESTE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-BILAN.

       END PROGRAM BILAN-PERTES.
