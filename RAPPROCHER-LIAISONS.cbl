       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHER-LIAISONS.
       AUTHOR.    MOHAMED.

      *    rapprochement de nuit des comptes de liaison inter-agences
      *    poses par EXTRACTION-GL dans LIAISONS-AAAAMMJJ.DAT : chaque
      *    jambe d'une agence doit trouver chez sa contrepartie la
      *    jambe inverse (meme recu, meme montant, sens oppose), et
      *    la position de chaque agence envers chacune des autres
      *    doit s'annuler avec celle de l'autre agence envers elle -
      *    par devise. Les jambes orphelines et les couples d'agences
      *    qui ne s'annulent pas sont listes dans
      *    LIAISONS-RAP-AAAAMMJJ.TXT ; tant qu'il en reste, les
      *    chiffres par agence de RAPPORT-REVENUS et POSITION-ESPECES
      *    sont a prendre avec reserve.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT LIAISONS-FICHIER ASSIGN TO WS-LIA-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIA-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans EXTRACTION-GL.
       FD  LIAISONS-FICHIER.
       01  LIA-ENREG.
           05  LIA-DATE         PIC X(8).
           05  FILLER           PIC X(1).
           05  LIA-NUM-SEQ      PIC 9(5).
           05  FILLER           PIC X(1).
           05  LIA-AGENCE       PIC X(3).
           05  FILLER           PIC X(1).
           05  LIA-CONTREPARTIE PIC X(3).
           05  FILLER           PIC X(1).
           05  LIA-SENS         PIC X(1).
           05  FILLER           PIC X(1).
           05  LIA-MONTANT      PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  LIA-DEVISE       PIC X(3).
           05  FILLER           PIC X(1).
           05  LIA-NUM-CPT      PIC X(6).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-LIA-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-LIA-FILE-PATH    PIC X(100).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    jambes de la journee ; WS-JMB-APPARIEE passe a O quand la
      *    jambe inverse de la contrepartie a ete trouvee.
       01  WS-NB-JAMBES        PIC 9(4) VALUE ZERO.
       01  WS-JMB-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-JAMBES.
         05 WS-JMB  OCCURS 4000 TIMES.
           10  WS-JMB-IMAGE    PIC X(60).
           10  WS-JMB-APPARIEE PIC X(1).
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-LIA-AUTRE.
           05  WS-AUT-DATE         PIC X(8).
           05  FILLER              PIC X(1).
           05  WS-AUT-NUM-SEQ      PIC 9(5).
           05  FILLER              PIC X(1).
           05  WS-AUT-AGENCE       PIC X(3).
           05  FILLER              PIC X(1).
           05  WS-AUT-CONTREPARTIE PIC X(3).
           05  FILLER              PIC X(1).
           05  WS-AUT-SENS         PIC X(1).
           05  FILLER              PIC X(1).
           05  WS-AUT-MONTANT      PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  WS-AUT-DEVISE       PIC X(3).
           05  FILLER              PIC X(1).
           05  WS-AUT-NUM-CPT      PIC X(6).

      *    position de chaque agence envers chaque contrepartie, par
      *    devise : creances (D) moins dettes (C).
       01  WS-NB-POS           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-POSITIONS.
         05 WS-POS  OCCURS 300 TIMES.
           10  WS-POS-AGENCE   PIC X(3).
           10  WS-POS-CONTRE   PIC X(3).
           10  WS-POS-DEVISE   PIC X(3).
           10  WS-POS-SOLDE    PIC S9(12)V9(2).
       01  WS-P                PIC 9(3).
       01  WS-Q                PIC 9(3).
       01  WS-POS-TROUVEE      PIC X(1).
       01  WS-SOLDE-INVERSE    PIC S9(12)V9(2).
       01  WS-ECART            PIC S9(12)V9(2).
       01  WS-SOLDE-EDITE      PIC -(12)9.99.
       01  WS-ECART-EDITE      PIC -(12)9.99.

       01  WS-NB-APPARIEES     PIC 9(4) VALUE ZERO.
       01  WS-NB-ORPHELINES    PIC 9(4) VALUE ZERO.
       01  WS-NB-COUPLES-KO    PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-RAPPROCHER-LIAISONS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           MOVE SPACES TO WS-LIA-FILE-PATH.
           STRING "LIAISONS-" WS-AUJOURD-HUI ".DAT"
               DELIMITED BY SIZE INTO WS-LIA-FILE-PATH
           END-STRING.
           PERFORM CHARGER-JAMBES.
           IF WS-JMB-SURCHARGE = "O"
               DISPLAY "PLUS DE 4000 JAMBES DE LIAISON, TABLE PLEINE, "
                       "RAPPROCHEMENT REFUSE"
               GOBACK
           END-IF.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "LIAISONS-RAP-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RAPPROCHEMENT DES LIAISONS INTER-AGENCES DU "
                  WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE ALL "=" TO RAP-LIGNE.
           WRITE RAP-LIGNE.

           PERFORM APPARIER-JAMBES.
           PERFORM CUMULER-POSITIONS.
           PERFORM CONTROLER-COUPLES.

           MOVE ALL "=" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "JAMBES " WS-NB-JAMBES
                  " APPARIEES " WS-NB-APPARIEES
                  " ORPHELINES " WS-NB-ORPHELINES
                  " COUPLES EN ECART " WS-NB-COUPLES-KO
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "====== RAPPROCHEMENT DES LIAISONS ======".
           DISPLAY "JOURNEE            : " WS-AUJOURD-HUI.
           DISPLAY "JAMBES             : " WS-NB-JAMBES.
           DISPLAY "APPARIEES          : " WS-NB-APPARIEES.
           DISPLAY "ORPHELINES         : " WS-NB-ORPHELINES.
           DISPLAY "COUPLES EN ECART   : " WS-NB-COUPLES-KO.
           IF WS-NB-ORPHELINES > 0 OR WS-NB-COUPLES-KO > 0
               DISPLAY "*** LIAISONS NON SOLDEES, VOIR "
                       WS-RAP-FILE-PATH " ***"
           ELSE
               DISPLAY "PREUVE OK : CHAQUE LIAISON S'ANNULE"
           END-IF.
           DISPLAY "========================================".
           GOBACK.

       CHARGER-JAMBES.
           OPEN INPUT LIAISONS-FICHIER.
           IF WS-LIA-FILESTATUS NOT = "00"
               DISPLAY "PAS DE LIAISONS POUR LA JOURNEE "
                       WS-AUJOURD-HUI
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-LIA-FILESTATUS NOT = "00"
               READ LIAISONS-FICHIER
                   AT END MOVE "10" TO WS-LIA-FILESTATUS
                   NOT AT END
                       IF WS-NB-JAMBES < 4000
                           ADD 1 TO WS-NB-JAMBES
                           MOVE LIA-ENREG TO
                                WS-JMB-IMAGE(WS-NB-JAMBES)
                           MOVE "N" TO WS-JMB-APPARIEE(WS-NB-JAMBES)
                       ELSE
                           MOVE "O" TO WS-JMB-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIAISONS-FICHIER.
           EXIT.
       FIN-CHARGER-JAMBES.

      *    chaque jambe cherche, parmi les jambes encore libres, son
      *    miroir chez la contrepartie ; sans miroir elle est listee.
       APPARIER-JAMBES.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-JAMBES
               IF WS-JMB-APPARIEE(WS-I) = "N"
                   PERFORM CHERCHER-JAMBE-MIROIR
               END-IF
           END-PERFORM.
           EXIT.
       FIN-APPARIER-JAMBES.

       CHERCHER-JAMBE-MIROIR.
           MOVE WS-JMB-IMAGE(WS-I) TO LIA-ENREG.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-JAMBES
               IF WS-J NOT = WS-I AND WS-JMB-APPARIEE(WS-J) = "N"
                   MOVE WS-JMB-IMAGE(WS-J) TO WS-LIA-AUTRE
                   IF WS-AUT-DATE = LIA-DATE
                      AND WS-AUT-NUM-SEQ = LIA-NUM-SEQ
                      AND WS-AUT-AGENCE = LIA-CONTREPARTIE
                      AND WS-AUT-CONTREPARTIE = LIA-AGENCE
                      AND WS-AUT-SENS NOT = LIA-SENS
                      AND WS-AUT-MONTANT = LIA-MONTANT
                      AND WS-AUT-DEVISE = LIA-DEVISE
                       MOVE "O" TO WS-JMB-APPARIEE(WS-I)
                       MOVE "O" TO WS-JMB-APPARIEE(WS-J)
                       ADD 2 TO WS-NB-APPARIEES
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-ORPHELINES.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ORPHELINE : RECU " LIA-NUM-SEQ
                  " AGENCE " LIA-AGENCE " / " LIA-CONTREPARTIE
                  " SENS " LIA-SENS " " LIA-MONTANT " " LIA-DEVISE
                  " COMPTE " LIA-NUM-CPT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-CHERCHER-JAMBE-MIROIR.

       CUMULER-POSITIONS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-JAMBES
               MOVE WS-JMB-IMAGE(WS-I) TO LIA-ENREG
               PERFORM CUMULER-UNE-JAMBE
           END-PERFORM.
           EXIT.
       FIN-CUMULER-POSITIONS.

       CUMULER-UNE-JAMBE.
           MOVE "N" TO WS-POS-TROUVEE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-NB-POS OR WS-POS-TROUVEE = "O"
               IF WS-POS-AGENCE(WS-P) = LIA-AGENCE
                  AND WS-POS-CONTRE(WS-P) = LIA-CONTREPARTIE
                  AND WS-POS-DEVISE(WS-P) = LIA-DEVISE
                   MOVE "O" TO WS-POS-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-POS-TROUVEE = "O"
               SUBTRACT 1 FROM WS-P
           ELSE
               IF WS-NB-POS >= 300
                   DISPLAY "TROP DE COUPLES D'AGENCES, JAMBE "
                           LIA-NUM-SEQ " NON CUMULEE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-POS
               MOVE WS-NB-POS        TO WS-P
               MOVE LIA-AGENCE       TO WS-POS-AGENCE(WS-P)
               MOVE LIA-CONTREPARTIE TO WS-POS-CONTRE(WS-P)
               MOVE LIA-DEVISE       TO WS-POS-DEVISE(WS-P)
               MOVE ZERO             TO WS-POS-SOLDE(WS-P)
           END-IF.
           IF LIA-SENS = "D"
               ADD LIA-MONTANT TO WS-POS-SOLDE(WS-P)
           ELSE
               SUBTRACT LIA-MONTANT FROM WS-POS-SOLDE(WS-P)
           END-IF.
           EXIT.
       FIN-CUMULER-UNE-JAMBE.

      *    position de A envers B et de B envers A : leur somme doit
      *    etre nulle ; chaque agence est listee avec ses positions.
       CONTROLER-COUPLES.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "POSITIONS PAR AGENCE (CREANCE + / DETTE -) :"
               TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-POS
               MOVE ZERO TO WS-SOLDE-INVERSE
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > WS-NB-POS
                   IF WS-POS-AGENCE(WS-Q) = WS-POS-CONTRE(WS-P)
                      AND WS-POS-CONTRE(WS-Q) = WS-POS-AGENCE(WS-P)
                      AND WS-POS-DEVISE(WS-Q) = WS-POS-DEVISE(WS-P)
                       MOVE WS-POS-SOLDE(WS-Q) TO WS-SOLDE-INVERSE
                   END-IF
               END-PERFORM
               COMPUTE WS-ECART =
                   WS-POS-SOLDE(WS-P) + WS-SOLDE-INVERSE
               MOVE WS-POS-SOLDE(WS-P) TO WS-SOLDE-EDITE
               MOVE SPACES TO RAP-LIGNE
               STRING "AGENCE " WS-POS-AGENCE(WS-P)
                      " ENVERS " WS-POS-CONTRE(WS-P)
                      " " WS-POS-DEVISE(WS-P)
                      " : " WS-SOLDE-EDITE
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               IF WS-ECART NOT = ZERO
                   ADD 1 TO WS-NB-COUPLES-KO
                   MOVE WS-ECART TO WS-ECART-EDITE
                   STRING "  *** ECART " WS-ECART-EDITE
                       DELIMITED BY SIZE INTO RAP-LIGNE(58:40)
                   END-STRING
               END-IF
               WRITE RAP-LIGNE
           END-PERFORM.
           EXIT.
       FIN-CONTROLER-COUPLES.

       END PROGRAM RAPPROCHER-LIAISONS.
