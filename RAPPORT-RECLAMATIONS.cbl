       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPORT-RECLAMATIONS.
       AUTHOR.    MOHAMED.

      *    vieillissement des reclamations, dans la chaine BATCH-JOUR :
      *    les dossiers non clos de RECLAMATIONS.DAT (tenu par
      *    MAJ-RECLAMATIONS) sont ventiles par agence et par tranche
      *    d'anciennete (0-15, 16-30, 31-60, plus de 60 jours), puis
      *    listes un par un ; tout dossier ouvert depuis plus que le
      *    delai de reponse reglementaire (parametre
      *    DELAI-RECLAMATION, en jours, 60 a defaut) est signale
      *    HORS DELAI. Rapport RECLAMATIONS-AAAAMMJJ.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECLAMATIONS-FICHIER ASSIGN TO "RECLAMATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans MAJ-RECLAMATIONS.
       FD  RECLAMATIONS-FICHIER.
       01  REC-ENREG.
           05  REC-NUMERO          PIC 9(6).
           05  FILLER              PIC X(1).
           05  REC-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-DATE-OUVERTURE  PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-AGENCE          PIC X(3).
           05  FILLER              PIC X(1).
           05  REC-CATEGORIE       PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-CANAL           PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-RECU-PAR        PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-ASSIGNE         PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-LIEN-TYPE       PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-LIEN-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-LIEN-SEQ        PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-LIEN-CPT        PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-LIEN-BENEF      PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-OBJET           PIC X(30).
           05  FILLER              PIC X(1).
           05  REC-DATE-CLOTURE    PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-ISSUE           PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-RESOLUTION      PIC X(30).
           05  FILLER              PIC X(1).
           05  REC-REMB-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-REMB-SEQ        PIC 9(5).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-REC-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-DELAI-REPONSE    PIC 9(3) VALUE 60.

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-JOUR-EXPLOIT     PIC 9(9).
       01  WS-AGE-JOURS        PIC 9(5).
       01  WS-TRANCHE          PIC 9(1).

      *    ventilation par agence : 4 tranches d'anciennete et le
      *    nombre de dossiers hors delai.
       01  WS-NB-AGENCES       PIC 9(3) VALUE ZERO.
       01  WS-TABLE-AGENCES.
         05 WS-AGC  OCCURS 100 TIMES.
           10  WS-AGC-CODE     PIC X(3).
           10  WS-AGC-NB       PIC 9(5) OCCURS 4 TIMES.
           10  WS-AGC-HORS     PIC 9(5).
       01  WS-A                PIC 9(3).
       01  WS-T                PIC 9(1).
       01  WS-TROUVE           PIC X(1).

       01  WS-TOTAL-TRANCHE    PIC 9(5) OCCURS 4 TIMES.
       01  WS-NB-OUVERTS       PIC 9(5) VALUE ZERO.
       01  WS-NB-HORS-DELAI    PIC 9(5) VALUE ZERO.
       01  WS-MENTION          PIC X(12).

       PROCEDURE DIVISION.

       MAIN-RAPPORT-RECLAMATIONS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE "DELAI-RECLAMATION" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-DELAI-REPONSE
           END-IF.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-JOUR-EXPLOIT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               MOVE ZERO TO WS-TOTAL-TRANCHE(WS-T)
           END-PERFORM.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "RECLAMATIONS-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RECLAMATIONS EN COURS AU " WS-AUJOURD-HUI
                  " - DELAI DE REPONSE " WS-DELAI-REPONSE " JOURS"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE "---- DOSSIERS NON CLOS ----" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "NUMERO CLIENT OUVERTE   AGC CAT STA CHARGE  AGE"
               TO RAP-LIGNE.
           WRITE RAP-LIGNE.

           OPEN INPUT RECLAMATIONS-FICHIER.
           IF WS-REC-FILESTATUS = "00"
               PERFORM UNTIL WS-REC-FILESTATUS NOT = "00"
                   READ RECLAMATIONS-FICHIER
                       AT END MOVE "10" TO WS-REC-FILESTATUS
                       NOT AT END
                           IF REC-STATUT NOT = "C"
                               PERFORM VIEILLIR-UN-DOSSIER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECLAMATIONS-FICHIER
           END-IF.
           IF WS-NB-OUVERTS = 0
               MOVE "AUCUNE RECLAMATION EN COURS" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.

           PERFORM EDITER-VENTILATION.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "====== RECLAMATIONS EN COURS ======".
           DISPLAY "DOSSIERS NON CLOS    : " WS-NB-OUVERTS.
           DISPLAY "DONT HORS DELAI      : " WS-NB-HORS-DELAI.
           DISPLAY "DETAIL DANS " WS-RAP-FILE-PATH.
           DISPLAY "===================================".
           GOBACK.

       VIEILLIR-UN-DOSSIER.
           ADD 1 TO WS-NB-OUVERTS.
           MOVE REC-DATE-OUVERTURE TO WS-DATE-NUM.
           COMPUTE WS-AGE-JOURS = WS-JOUR-EXPLOIT
                   - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           EVALUATE TRUE
               WHEN WS-AGE-JOURS <= 15
                   MOVE 1 TO WS-TRANCHE
               WHEN WS-AGE-JOURS <= 30
                   MOVE 2 TO WS-TRANCHE
               WHEN WS-AGE-JOURS <= 60
                   MOVE 3 TO WS-TRANCHE
               WHEN OTHER
                   MOVE 4 TO WS-TRANCHE
           END-EVALUATE.
           ADD 1 TO WS-TOTAL-TRANCHE(WS-TRANCHE).

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-NB-AGENCES OR WS-TROUVE = "O"
               IF WS-AGC-CODE(WS-A) = REC-AGENCE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "O"
               SUBTRACT 1 FROM WS-A
           ELSE
               IF WS-NB-AGENCES < 100
                   ADD 1 TO WS-NB-AGENCES
                   MOVE WS-NB-AGENCES TO WS-A
                   MOVE REC-AGENCE TO WS-AGC-CODE(WS-A)
                   PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
                       MOVE ZERO TO WS-AGC-NB(WS-A, WS-T)
                   END-PERFORM
                   MOVE ZERO TO WS-AGC-HORS(WS-A)
               ELSE
                   MOVE ZERO TO WS-A
               END-IF
           END-IF.
           IF WS-A > 0
               ADD 1 TO WS-AGC-NB(WS-A, WS-TRANCHE)
           END-IF.

           MOVE SPACES TO WS-MENTION.
           IF WS-AGE-JOURS > WS-DELAI-REPONSE
               MOVE "HORS DELAI" TO WS-MENTION
               ADD 1 TO WS-NB-HORS-DELAI
               IF WS-A > 0
                   ADD 1 TO WS-AGC-HORS(WS-A)
               END-IF
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING REC-NUMERO " " REC-MAT-CLT " " REC-DATE-OUVERTURE
                  " " REC-AGENCE "  " REC-CATEGORIE "   "
                  REC-STATUT "  " REC-ASSIGNE "  " WS-AGE-JOURS
                  " J " WS-MENTION
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-VIEILLIR-UN-DOSSIER.

       EDITER-VENTILATION.
           MOVE "---- PAR AGENCE ET ANCIENNETE ----" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "AGC   0-15J  16-30J  31-60J   +60J  HORS DELAI"
               TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AGENCES
               MOVE SPACES TO RAP-LIGNE
               STRING WS-AGC-CODE(WS-A) "   "
                      WS-AGC-NB(WS-A, 1) "   "
                      WS-AGC-NB(WS-A, 2) "   "
                      WS-AGC-NB(WS-A, 3) "  "
                      WS-AGC-NB(WS-A, 4) "  "
                      WS-AGC-HORS(WS-A)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOT   " WS-TOTAL-TRANCHE(1) "   "
                  WS-TOTAL-TRANCHE(2) "   "
                  WS-TOTAL-TRANCHE(3) "  "
                  WS-TOTAL-TRANCHE(4) "  "
                  WS-NB-HORS-DELAI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-VENTILATION.

       END PROGRAM RAPPORT-RECLAMATIONS.
