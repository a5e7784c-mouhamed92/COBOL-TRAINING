       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILAN-RECLAMATIONS.
       AUTHOR.    MOHAMED.

      *    synthese mensuelle des reclamations pour la direction,
      *    etape de fin de mois de BATCH-JOUR : pour chaque categorie
      *    de RECLAMATIONS.DAT, les dossiers recus dans le mois, ceux
      *    clos dans le mois (dont fondes et rembourses) avec leur
      *    delai moyen de traitement, et ceux qui restent en cours en
      *    fin de mois dont les hors delai (parametre
      *    DELAI-RECLAMATION, 60 jours a defaut, comme pour
      *    RAPPORT-RECLAMATIONS). Rapport
      *    BILAN-RECLAMATIONS-AAAAMM.TXT.

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
       01  WS-JOUR-OUVERTURE   PIC 9(9).
       01  WS-DUREE            PIC 9(5).

      *    une ligne par categorie, dans l'ordre de MAJ-RECLAMATIONS ;
      *    la derniere ligne recoit les codes inconnus.
       01  WS-CODES-CATEGORIE  PIC X(6) VALUE "OFVCA?".
       01  WS-TABLE-CATEGORIES.
         05 WS-CAT  OCCURS 6 TIMES.
           10  WS-CAT-RECUES      PIC 9(5).
           10  WS-CAT-CLOSES      PIC 9(5).
           10  WS-CAT-FONDEES     PIC 9(5).
           10  WS-CAT-REMBOURSEES PIC 9(5).
           10  WS-CAT-EN-COURS    PIC 9(5).
           10  WS-CAT-HORS-DELAI  PIC 9(5).
           10  WS-CAT-JOURS       PIC 9(7).
       01  WS-LIBELLES-CATEGORIE.
           05  FILLER          PIC X(20) VALUE "OPERATION CONTESTEE".
           05  FILLER          PIC X(20) VALUE "FRAIS".
           05  FILLER          PIC X(20) VALUE "VIREMENT".
           05  FILLER          PIC X(20) VALUE "CARTE".
           05  FILLER          PIC X(20) VALUE "AUTRE".
           05  FILLER          PIC X(20) VALUE "NON CLASSEE".
       01  WS-LIBELLES-TABLE REDEFINES WS-LIBELLES-CATEGORIE.
           05  WS-CAT-LIBELLE  PIC X(20) OCCURS 6 TIMES.
       01  WS-C                PIC 9(1).
       01  WS-DELAI-MOYEN      PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-BILAN-RECLAMATIONS.
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
           INITIALIZE WS-TABLE-CATEGORIES.

           OPEN INPUT RECLAMATIONS-FICHIER.
           IF WS-REC-FILESTATUS = "00"
               PERFORM UNTIL WS-REC-FILESTATUS NOT = "00"
                   READ RECLAMATIONS-FICHIER
                       AT END MOVE "10" TO WS-REC-FILESTATUS
                       NOT AT END
                           PERFORM CUMULER-UN-DOSSIER
                   END-READ
               END-PERFORM
               CLOSE RECLAMATIONS-FICHIER
           END-IF.

           PERFORM EDITER-BILAN.
           DISPLAY "BILAN DES RECLAMATIONS DU MOIS DANS "
                   WS-RAP-FILE-PATH.
           GOBACK.

       CUMULER-UN-DOSSIER.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C = 6
                      OR WS-CODES-CATEGORIE(WS-C:1) = REC-CATEGORIE
               CONTINUE
           END-PERFORM.
           MOVE REC-DATE-OUVERTURE TO WS-DATE-NUM.
           COMPUTE WS-JOUR-OUVERTURE =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           IF REC-DATE-OUVERTURE(1:6) = WS-AUJOURD-HUI(1:6)
               ADD 1 TO WS-CAT-RECUES(WS-C)
           END-IF.
           IF REC-STATUT = "C"
              AND REC-DATE-CLOTURE(1:6) = WS-AUJOURD-HUI(1:6)
               ADD 1 TO WS-CAT-CLOSES(WS-C)
               IF REC-ISSUE = "F"
                   ADD 1 TO WS-CAT-FONDEES(WS-C)
               END-IF
               IF REC-REMB-SEQ NOT = ZERO
                   ADD 1 TO WS-CAT-REMBOURSEES(WS-C)
               END-IF
               MOVE REC-DATE-CLOTURE TO WS-DATE-NUM
               COMPUTE WS-DUREE = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       - WS-JOUR-OUVERTURE
               ADD WS-DUREE TO WS-CAT-JOURS(WS-C)
           END-IF.
           IF REC-STATUT NOT = "C"
               ADD 1 TO WS-CAT-EN-COURS(WS-C)
               IF WS-JOUR-EXPLOIT - WS-JOUR-OUVERTURE
                  > WS-DELAI-REPONSE
                   ADD 1 TO WS-CAT-HORS-DELAI(WS-C)
               END-IF
           END-IF.
           EXIT.
       FIN-CUMULER-UN-DOSSIER.

       EDITER-BILAN.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "BILAN-RECLAMATIONS-" WS-AUJOURD-HUI(1:6) ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "BILAN DES RECLAMATIONS - MOIS "
                  WS-AUJOURD-HUI(1:4) "-" WS-AUJOURD-HUI(5:2)
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CATEGORIE            RECUES CLOSES FONDEES REMB"
                  "  DELAI MOY EN COURS HORS DELAI"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 6
               IF WS-CAT-CLOSES(WS-C) > 0
                   COMPUTE WS-DELAI-MOYEN ROUNDED =
                           WS-CAT-JOURS(WS-C) / WS-CAT-CLOSES(WS-C)
               ELSE
                   MOVE ZERO TO WS-DELAI-MOYEN
               END-IF
               MOVE SPACES TO RAP-LIGNE
               STRING WS-CAT-LIBELLE(WS-C) " "
                      WS-CAT-RECUES(WS-C) "  "
                      WS-CAT-CLOSES(WS-C) "  "
                      WS-CAT-FONDEES(WS-C) " "
                      WS-CAT-REMBOURSEES(WS-C) " "
                      WS-DELAI-MOYEN " J  "
                      WS-CAT-EN-COURS(WS-C) "  "
                      WS-CAT-HORS-DELAI(WS-C)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-BILAN.

       END PROGRAM BILAN-RECLAMATIONS.
