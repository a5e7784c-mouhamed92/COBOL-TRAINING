       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIGNER-REJET.
       AUTHOR.    MOHAMED.

      *    sous-programme appelable (comme TRACER-AUDIT) qui consigne
      *    une ligne de lot rejetee dans REJETS-LOTS.DAT avec son
      *    contenu d'origine, le programme emetteur, son rang dans le
      *    fichier d'entree, la reference du lot et le motif. La
      *    ligne y reste au statut A jusqu'a ce que l'ecran
      *    REPRISE-REJETS la resoumette ou l'annule : EXCEPTIONS.DAT
      *    garde le resume, ce registre garde de quoi reposer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REJETS-LOTS ASSIGN TO "REJETS-LOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REJETS-LOTS.
       COPY REJET-CPY.

       WORKING-STORAGE SECTION.

       01  WS-REJ-FILESTATUS   PIC X(2).

       LINKAGE SECTION.

       01  LK-SOURCE     PIC X(20).
       01  LK-DATE       PIC X(8).
       01  LK-NUM-LIGNE  PIC 9(5).
       01  LK-REF-LOT    PIC X(12).
       01  LK-MOTIF      PIC X(40).
       01  LK-LIGNE      PIC X(100).

       PROCEDURE DIVISION USING LK-SOURCE LK-DATE LK-NUM-LIGNE
                                LK-REF-LOT LK-MOTIF LK-LIGNE.

       MAIN-CONSIGNER-REJET.
           MOVE SPACES        TO REJ-ENREG.
           MOVE LK-DATE       TO REJ-DATE.
           MOVE LK-SOURCE     TO REJ-SOURCE.
           MOVE LK-NUM-LIGNE  TO REJ-NUM-LIGNE.
           MOVE LK-REF-LOT    TO REJ-REF-LOT.
           MOVE LK-MOTIF      TO REJ-MOTIF.
           MOVE "A"           TO REJ-STATUT.
           MOVE ZERO          TO REJ-OPERATEUR.
           MOVE ZERO          TO REJ-NUM-REPRISE.
           MOVE LK-LIGNE      TO REJ-LIGNE-ORIGINE.
           MOVE LK-LIGNE      TO REJ-LIGNE.

           OPEN EXTEND REJETS-LOTS.
           IF WS-REJ-FILESTATUS = "35"
               OPEN OUTPUT REJETS-LOTS
           END-IF.
           WRITE REJ-ENREG.
           CLOSE REJETS-LOTS.

           GOBACK.
       FIN-MAIN-CONSIGNER-REJET.
           EXIT.

       END PROGRAM CONSIGNER-REJET.
