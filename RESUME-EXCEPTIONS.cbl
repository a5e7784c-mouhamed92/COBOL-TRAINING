      *    un client a rappeler pour un plafond plus haut), et trace
      *    la tendance mois par mois. Le fichier brut reste la piste
      *    d'audit ; RESUME-EXCEPTIONS.TXT donne chaque matin quelque
      *    chose d'actionnable. Il rappelle aussi les lignes de lot
      *    rejetees encore en souffrance dans REJETS-LOTS.DAT (ni
      *    resoumises ni annulees depuis REPRISE-REJETS), par
      *    programme d'origine avec la date du plus ancien rejet.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-FILESTATUS.

           SELECT REJETS-LOTS ASSIGN TO "REJETS-LOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILESTATUS.

           SELECT RAPPORT-RESUME ASSIGN TO "RESUME-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.
       FD  EXCEPTIONS-OPERATIONS.
       COPY EXCEPTION-CPY.

       FD  REJETS-LOTS.
       COPY REJET-CPY.

       FD  RAPPORT-RESUME.
       01  RAP-LIGNE           PIC X(100).


       01  WS-EXC-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-REJ-FILESTATUS   PIC X(2).

       01  WS-DATE-EXPLOIT     PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-TROUVE           PIC X(1).
       01  WS-NB-JOUR          PIC 9(5) VALUE ZERO.

      *    rejets de lots en souffrance par programme d'origine.
       01  WS-NB-SOURCES       PIC 9(2) VALUE ZERO.
       01  WS-TABLE-SOURCES.
         05 WS-SRC  OCCURS 10 TIMES.
           10  WS-SRC-NOM      PIC X(20).
           10  WS-SRC-NB-A     PIC 9(5).
           10  WS-SRC-NB-C     PIC 9(5).
           10  WS-SRC-PLUS-ANCIEN PIC X(8).
       01  WS-NB-EN-SOUFFRANCE PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-RESUME-EXCEPTIONS.
               CLOSE EXCEPTIONS-OPERATIONS
           END-IF.

           OPEN INPUT REJETS-LOTS.
           IF WS-REJ-FILESTATUS = "00"
               PERFORM UNTIL WS-REJ-FILESTATUS NOT = "00"
                   READ REJETS-LOTS
                       AT END MOVE "10" TO WS-REJ-FILESTATUS
                       NOT AT END
                           IF REJ-STATUT = "A" OR REJ-STATUT = "C"
                               PERFORM CUMULER-UN-REJET-LOT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJETS-LOTS
           END-IF.

           PERFORM EDITER-RESUME.

           DISPLAY "====== RESUME DES EXCEPTIONS ======".
           DISPLAY "REJETS DE LA JOURNEE : " WS-NB-JOUR.
           DISPLAY "REJETS DE LOTS EN SOUFFRANCE : "
                   WS-NB-EN-SOUFFRANCE.
           DISPLAY "DETAIL DANS RESUME-EXCEPTIONS.TXT".
           DISPLAY "===================================".
           GOBACK.
           EXIT.
       FIN-CUMULER-UNE-EXCEPTION.

       CUMULER-UN-REJET-LOT.
           ADD 1 TO WS-NB-EN-SOUFFRANCE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-SOURCES OR WS-TROUVE = "O"
               IF WS-SRC-NOM(WS-I) = REJ-SOURCE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "O"
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-NB-SOURCES >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-SOURCES
               MOVE WS-NB-SOURCES TO WS-I
               MOVE REJ-SOURCE TO WS-SRC-NOM(WS-I)
               MOVE ZERO TO WS-SRC-NB-A(WS-I)
               MOVE ZERO TO WS-SRC-NB-C(WS-I)
               MOVE REJ-DATE TO WS-SRC-PLUS-ANCIEN(WS-I)
           END-IF.
           IF REJ-STATUT = "A"
               ADD 1 TO WS-SRC-NB-A(WS-I)
           ELSE
               ADD 1 TO WS-SRC-NB-C(WS-I)
           END-IF.
           IF REJ-DATE < WS-SRC-PLUS-ANCIEN(WS-I)
               MOVE REJ-DATE TO WS-SRC-PLUS-ANCIEN(WS-I)
           END-IF.
           EXIT.
       FIN-CUMULER-UN-REJET-LOT.

       EDITER-RESUME.
           OPEN OUTPUT RAPPORT-RESUME.
           MOVE SPACES TO RAP-LIGNE.
               WRITE RAP-LIGNE
           END-PERFORM.

           MOVE "---- REJETS DE LOTS EN SOUFFRANCE ----" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-SOURCES
               MOVE SPACES TO RAP-LIGNE
               STRING WS-SRC-NOM(WS-I) " : "
                      WS-SRC-NB-A(WS-I) " A TRAITER, "
                      WS-SRC-NB-C(WS-I) " A RESOUMETTRE, "
                      "PLUS ANCIEN DU " WS-SRC-PLUS-ANCIEN(WS-I)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           IF WS-NB-SOURCES = 0
               MOVE "AUCUN REJET DE LOT EN SOUFFRANCE" TO RAP-LIGNE
               WRITE RAP-LIGNE
           ELSE
               MOVE "A REPRENDRE DEPUIS REPRISE-REJETS" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.

           CLOSE RAPPORT-RESUME.
           EXIT.
       FIN-EDITER-RESUME.
