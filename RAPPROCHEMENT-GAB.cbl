       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHEMENT-GAB.
       AUTHOR.    MOHAMED.

      *    rapprochement quotidien des GAB, dans la chaine BATCH-JOUR.
      *    Chaque cycle d'alimentation tenu par MAJ-GAB (une ligne de
      *    CYCLES-GAB.DAT par chargement et par devise) est oppose
      *    aux retraits poses sur ce GAB (RETRAITS-GAB.DAT, ecrit par
      *    POSTER-LOT pour les debits carte CRT1 delivres par un GAB
      *    de la banque) :
      *      - un retrait appartient au cycle du GAB et de la devise
      *        charge le jour du retrait ou avant, et decharge apres
      *        (le jour d'un rechargement, il part au nouveau cycle) ;
      *      - un cycle decharge (statut D) est rapproche : billets
      *        sortis (charge - restant) moins retraits poses donne
      *        l'ecart, manquant si des billets sont sortis sans
      *        retrait pose, excedent dans le cas contraire. Le cycle
      *        passe au statut R avec ses retraits et son ecart ;
      *      - un cycle encore ouvert (statut O) est edite avec ses
      *        retraits a date et le restant theorique du GAB.
      *    Les retraits du jour qui ne tombent dans aucun cycle (GAB
      *    inconnu ou non charge) sont listes a part. Rapport par GAB
      *    et par cycle dans RAPPROCHEMENT-GAB-AAAAMMJJ.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GABS-FICHIER ASSIGN TO "GABS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAB-FILESTATUS.

           SELECT CYCLES-GAB ASSIGN TO "CYCLES-GAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILESTATUS.

           SELECT RETRAITS-GAB ASSIGN TO "RETRAITS-GAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RGB-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans MAJ-GAB.
       FD  GABS-FICHIER.
       01  GAB-ENREG.
           05  GAB-ID          PIC X(8).
           05  FILLER          PIC X(1).
           05  GAB-AGENCE      PIC X(3).
           05  FILLER          PIC X(1).
           05  GAB-EMPLACEMENT PIC X(30).
           05  FILLER          PIC X(1).
           05  GAB-STATUT      PIC X(1).
           05  FILLER          PIC X(1).
           05  GAB-NB-CASSETTES PIC 9(1).
           05  GAB-CASSETTE OCCURS 4 TIMES.
               10  FILLER          PIC X(1).
               10  GAB-CAS-DEVISE  PIC X(3).
               10  FILLER          PIC X(1).
               10  GAB-CAS-COUPURE PIC 9(4).

      *    meme mise en forme que dans MAJ-GAB.
       FD  CYCLES-GAB.
       01  CYC-ENREG.
           05  CYC-GAB             PIC X(8).
           05  FILLER              PIC X(1).
           05  CYC-NUMERO          PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  CYC-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  CYC-DATE-CHARGE     PIC X(8).
           05  FILLER              PIC X(1).
           05  CYC-MONTANT-CHARGE  PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-OPER-CHARGE     PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-SUPER-CHARGE    PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-DATE-DECHARGE   PIC X(8).
           05  FILLER              PIC X(1).
           05  CYC-MONTANT-RESTANT PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-OPER-DECHARGE   PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-SUPER-DECHARGE  PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-RETRAITS        PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-SENS-ECART      PIC X(1).
           05  FILLER              PIC X(1).
           05  CYC-ECART           PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-DATE-RAPPRO     PIC X(8).

      *    meme mise en forme que dans POSTER-LOT.
       FD  RETRAITS-GAB.
       01  RGB-ENREG.
           05  RGB-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  RGB-GAB         PIC X(8).
           05  FILLER          PIC X(1).
           05  RGB-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  RGB-NUM-CARTE   PIC X(16).
           05  FILLER          PIC X(1).
           05  RGB-MONTANT     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  RGB-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  RGB-NUM-SEQ     PIC 9(5).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-GAB-FILESTATUS   PIC X(2).
       01  WS-CYC-FILESTATUS   PIC X(2).
       01  WS-RGB-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-NB-GAB           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-GAB.
         05 WS-GAB  OCCURS 200 TIMES.
           10  WS-GAB-IMAGE    PIC X(90).
       01  WS-G                PIC 9(3).

      *    cycles charges en table avec le cumul des retraits qui
      *    leur reviennent, puis reecrits en entier.
       01  WS-NB-CYC           PIC 9(4) VALUE ZERO.
       01  WS-CYC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CYC.
         05 WS-CYC  OCCURS 3000 TIMES.
           10  WS-CYC-IMAGE    PIC X(160).
           10  WS-CYC-CUMUL    PIC 9(10)V9(2).
           10  WS-CYC-NB       PIC 9(5).
       01  WS-Y                PIC 9(4).
       01  WS-CYC-POS          PIC 9(4).

       01  WS-BILLETS-SORTIS   PIC 9(10)V9(2).
       01  WS-RESTANT-THEO     PIC S9(10)V9(2).
       01  WS-LIBELLE-ECART    PIC X(10).
       01  WS-GAB-MANQUANT     PIC 9(12)V9(2).
       01  WS-GAB-EXCEDENT     PIC 9(12)V9(2).
       01  WS-GAB-LIGNES       PIC 9(4).

      *    totaux du passage.
       01  WS-NB-RAPPROCHES    PIC 9(4) VALUE ZERO.
       01  WS-NB-MANQUANTS     PIC 9(4) VALUE ZERO.
       01  WS-NB-EXCEDENTS     PIC 9(4) VALUE ZERO.
       01  WS-NB-EN-COURS      PIC 9(4) VALUE ZERO.
       01  WS-NB-HORS-CYCLE    PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-MANQUANT   PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-EXCEDENT   PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-HORS-CYCLE PIC 9(12)V9(2) VALUE ZERO.

       01  WS-ED-CHARGE        PIC Z(9)9.99.
       01  WS-ED-RESTANT       PIC Z(9)9.99.
       01  WS-ED-RETRAITS      PIC Z(9)9.99.
       01  WS-ED-ECART         PIC Z(9)9.99.
       01  WS-ED-THEO          PIC -(10)9.99.
       01  WS-ED-TOTAL         PIC Z(11)9.99.
       01  WS-ED-TOTAL-2       PIC Z(11)9.99.

       PROCEDURE DIVISION.

       MAIN-RAPPROCHEMENT-GAB.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           PERFORM CHARGER-GABS.
           PERFORM CHARGER-CYCLES.
           IF WS-CYC-SURCHARGE = "O"
               DISPLAY "PLUS DE 3000 CYCLES DE GAB, RAPPROCHEMENT "
                       "ABANDONNE"
               GOBACK
           END-IF.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "RAPPROCHEMENT-GAB-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RAPPROCHEMENT DES GAB AU " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           PERFORM AFFECTER-RETRAITS.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GAB
               PERFORM EDITER-GAB
           END-PERFORM.
           PERFORM SAUVER-CYCLES.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE WS-TOTAL-MANQUANT TO WS-ED-TOTAL.
           MOVE WS-TOTAL-EXCEDENT TO WS-ED-TOTAL-2.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL DU JOUR : MANQUANTS " WS-ED-TOTAL
                  " EXCEDENTS " WS-ED-TOTAL-2
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "========== RAPPROCHEMENT DES GAB ==========".
           DISPLAY "CYCLES RAPPROCHES     : " WS-NB-RAPPROCHES.
           DISPLAY "  DONT MANQUANTS      : " WS-NB-MANQUANTS
                   " POUR " WS-ED-TOTAL.
           DISPLAY "  DONT EXCEDENTS      : " WS-NB-EXCEDENTS
                   " POUR " WS-ED-TOTAL-2.
           DISPLAY "CYCLES EN COURS       : " WS-NB-EN-COURS.
           MOVE WS-TOTAL-HORS-CYCLE TO WS-ED-TOTAL.
           DISPLAY "RETRAITS HORS CYCLE   : " WS-NB-HORS-CYCLE
                   " POUR " WS-ED-TOTAL.
           DISPLAY "===========================================".
           GOBACK.

      *    chaque retrait est cumule sur le cycle non encore
      *    rapproche qui le couvre ; ceux du jour sans cycle sont
      *    listes en tete du rapport.
       AFFECTER-RETRAITS.
           OPEN INPUT RETRAITS-GAB.
           IF WS-RGB-FILESTATUS = "00"
               PERFORM UNTIL WS-RGB-FILESTATUS NOT = "00"
                   READ RETRAITS-GAB
                       AT END MOVE "10" TO WS-RGB-FILESTATUS
                       NOT AT END
                           PERFORM AFFECTER-UN-RETRAIT
                   END-READ
               END-PERFORM
               CLOSE RETRAITS-GAB
           END-IF.
           EXIT.
       FIN-AFFECTER-RETRAITS.

       AFFECTER-UN-RETRAIT.
           MOVE ZERO TO WS-CYC-POS.
           PERFORM VARYING WS-Y FROM 1 BY 1
                   UNTIL WS-Y > WS-NB-CYC OR WS-CYC-POS > 0
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               IF CYC-GAB = RGB-GAB AND CYC-DEVISE = RGB-DEVISE
                  AND CYC-DATE-CHARGE NOT > RGB-DATE
                   IF CYC-STATUT = "O"
                      OR (CYC-STATUT = "D"
                          AND RGB-DATE < CYC-DATE-DECHARGE)
                       MOVE WS-Y TO WS-CYC-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CYC-POS > 0
               ADD RGB-MONTANT TO WS-CYC-CUMUL(WS-CYC-POS)
               ADD 1 TO WS-CYC-NB(WS-CYC-POS)
               EXIT PARAGRAPH
           END-IF.
           IF RGB-DATE NOT = WS-AUJOURD-HUI
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-HORS-CYCLE.
           ADD RGB-MONTANT TO WS-TOTAL-HORS-CYCLE.
           MOVE RGB-MONTANT TO WS-ED-RETRAITS.
           MOVE SPACES TO RAP-LIGNE.
           STRING "*** RETRAIT HORS CYCLE : GAB " RGB-GAB
                  " COMPTE " RGB-NUM-CPT
                  " RECU " RGB-NUM-SEQ
                  " " RGB-DEVISE " " WS-ED-RETRAITS
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-AFFECTER-UN-RETRAIT.

      *    cycles du GAB WS-G : rapprochement des cycles decharges,
      *    position des cycles ouverts, total par GAB.
       EDITER-GAB.
           MOVE WS-GAB-IMAGE(WS-G) TO GAB-ENREG.
           MOVE ZERO TO WS-GAB-MANQUANT.
           MOVE ZERO TO WS-GAB-EXCEDENT.
           MOVE ZERO TO WS-GAB-LIGNES.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NB-CYC
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               IF CYC-GAB = GAB-ID
                   IF CYC-STATUT = "D" OR CYC-STATUT = "O"
                       IF WS-GAB-LIGNES = 0
                           PERFORM EDITER-ENTETE-GAB
                       END-IF
                       ADD 1 TO WS-GAB-LIGNES
                   END-IF
                   IF CYC-STATUT = "D"
                       PERFORM RAPPROCHER-CYCLE
                   END-IF
                   IF CYC-STATUT = "O"
                       PERFORM EDITER-CYCLE-OUVERT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GAB-MANQUANT > 0 OR WS-GAB-EXCEDENT > 0
               MOVE WS-GAB-MANQUANT TO WS-ED-TOTAL
               MOVE WS-GAB-EXCEDENT TO WS-ED-TOTAL-2
               MOVE SPACES TO RAP-LIGNE
               STRING "    TOTAL GAB " GAB-ID
                      " MANQUANTS " WS-ED-TOTAL
                      " EXCEDENTS " WS-ED-TOTAL-2
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           EXIT.
       FIN-EDITER-GAB.

       EDITER-ENTETE-GAB.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "GAB " GAB-ID " AGENCE " GAB-AGENCE
                  " STATUT " GAB-STATUT " " GAB-EMPLACEMENT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-ENTETE-GAB.

       RAPPROCHER-CYCLE.
           COMPUTE WS-BILLETS-SORTIS =
                   CYC-MONTANT-CHARGE - CYC-MONTANT-RESTANT.
           MOVE WS-CYC-CUMUL(WS-Y) TO CYC-RETRAITS.
           IF WS-BILLETS-SORTIS > CYC-RETRAITS
               MOVE "M" TO CYC-SENS-ECART
               COMPUTE CYC-ECART = WS-BILLETS-SORTIS - CYC-RETRAITS
               MOVE "MANQUANT" TO WS-LIBELLE-ECART
               ADD 1 TO WS-NB-MANQUANTS
               ADD CYC-ECART TO WS-TOTAL-MANQUANT
               ADD CYC-ECART TO WS-GAB-MANQUANT
           ELSE
               IF WS-BILLETS-SORTIS < CYC-RETRAITS
                   MOVE "E" TO CYC-SENS-ECART
                   COMPUTE CYC-ECART =
                           CYC-RETRAITS - WS-BILLETS-SORTIS
                   MOVE "EXCEDENT" TO WS-LIBELLE-ECART
                   ADD 1 TO WS-NB-EXCEDENTS
                   ADD CYC-ECART TO WS-TOTAL-EXCEDENT
                   ADD CYC-ECART TO WS-GAB-EXCEDENT
               ELSE
                   MOVE SPACE TO CYC-SENS-ECART
                   MOVE ZERO TO CYC-ECART
                   MOVE "EQUILIBRE" TO WS-LIBELLE-ECART
               END-IF
           END-IF.
           MOVE "R" TO CYC-STATUT.
           MOVE WS-AUJOURD-HUI TO CYC-DATE-RAPPRO.
           MOVE CYC-ENREG TO WS-CYC-IMAGE(WS-Y).
           ADD 1 TO WS-NB-RAPPROCHES.

           MOVE CYC-MONTANT-CHARGE  TO WS-ED-CHARGE.
           MOVE CYC-MONTANT-RESTANT TO WS-ED-RESTANT.
           MOVE CYC-RETRAITS        TO WS-ED-RETRAITS.
           MOVE CYC-ECART           TO WS-ED-ECART.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  CYCLE " CYC-NUMERO " " CYC-DEVISE
                  " DU " CYC-DATE-CHARGE " AU " CYC-DATE-DECHARGE
                  " CHARGE " WS-ED-CHARGE
                  " RESTANT " WS-ED-RESTANT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "        RETRAITS " WS-CYC-NB(WS-Y)
                  " POUR " WS-ED-RETRAITS
                  " ECART " WS-ED-ECART " " WS-LIBELLE-ECART
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-RAPPROCHER-CYCLE.

       EDITER-CYCLE-OUVERT.
           ADD 1 TO WS-NB-EN-COURS.
           COMPUTE WS-RESTANT-THEO =
                   CYC-MONTANT-CHARGE - WS-CYC-CUMUL(WS-Y).
           MOVE CYC-MONTANT-CHARGE TO WS-ED-CHARGE.
           MOVE WS-CYC-CUMUL(WS-Y) TO WS-ED-RETRAITS.
           MOVE WS-RESTANT-THEO    TO WS-ED-THEO.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  CYCLE " CYC-NUMERO " " CYC-DEVISE
                  " EN COURS DEPUIS LE " CYC-DATE-CHARGE
                  " CHARGE " WS-ED-CHARGE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "        RETRAITS " WS-CYC-NB(WS-Y)
                  " POUR " WS-ED-RETRAITS
                  " RESTANT THEORIQUE " WS-ED-THEO
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-RESTANT-THEO < 0
               MOVE SPACES TO RAP-LIGNE
               STRING "        *** RETRAITS SUPERIEURS AU CHARGEMENT"
                      " ***"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           EXIT.
       FIN-EDITER-CYCLE-OUVERT.

       CHARGER-GABS.
           MOVE ZERO TO WS-NB-GAB.
           OPEN INPUT GABS-FICHIER.
           IF WS-GAB-FILESTATUS = "00"
               PERFORM UNTIL WS-GAB-FILESTATUS NOT = "00"
                   READ GABS-FICHIER
                       AT END MOVE "10" TO WS-GAB-FILESTATUS
                       NOT AT END
                           IF WS-NB-GAB < 200
                               ADD 1 TO WS-NB-GAB
                               MOVE GAB-ENREG TO
                                    WS-GAB-IMAGE(WS-NB-GAB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GABS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-GABS.

       CHARGER-CYCLES.
           MOVE ZERO TO WS-NB-CYC.
           MOVE "N" TO WS-CYC-SURCHARGE.
           OPEN INPUT CYCLES-GAB.
           IF WS-CYC-FILESTATUS = "00"
               PERFORM UNTIL WS-CYC-FILESTATUS NOT = "00"
                   READ CYCLES-GAB
                       AT END MOVE "10" TO WS-CYC-FILESTATUS
                       NOT AT END
                           IF WS-NB-CYC < 3000
                               ADD 1 TO WS-NB-CYC
                               MOVE CYC-ENREG TO
                                    WS-CYC-IMAGE(WS-NB-CYC)
                               MOVE ZERO TO WS-CYC-CUMUL(WS-NB-CYC)
                               MOVE ZERO TO WS-CYC-NB(WS-NB-CYC)
                           ELSE
                               MOVE "O" TO WS-CYC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLES-GAB
           END-IF.
           EXIT.
       FIN-CHARGER-CYCLES.

       SAUVER-CYCLES.
           IF WS-NB-RAPPROCHES = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CYCLES-GAB.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NB-CYC
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               WRITE CYC-ENREG
           END-PERFORM.
           CLOSE CYCLES-GAB.
           EXIT.
       FIN-SAUVER-CYCLES.

       END PROGRAM RAPPROCHEMENT-GAB.
