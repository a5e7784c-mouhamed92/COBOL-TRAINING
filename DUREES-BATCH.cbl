       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUREES-BATCH.
       AUTHOR.    MOHAMED.

      *    historique des durees du batch et etat de tenue des delais.
      *    Appele par BATCH-JOUR une fois la chaine terminee, avec la
      *    date d'exploitation du batch (DATE-BANQUE.DAT est deja
      *    passee au jour suivant par CLOTURE-JOURNEE) : relit les
      *    lignes D/F de RUN-CONTROL.DAT pour cette date, calcule la
      *    duree de chaque etape (du dernier D au F, donc la passe
      *    qui a abouti), et range les durees du jour dans
      *    HISTO-BATCH.DAT - les lignes deja posees pour la meme date
      *    (batch relance) sont remplacees, celles de plus de
      *    WS-RETENTION jours sont purgees.
      *
      *    l'etat DUREES-BATCH-AAAAMMJJ.TXT met chaque duree en face
      *    de la moyenne des 30 dernieres dates d'exploitation
      *    connues, signale les etapes anormalement longues (au-dela
      *    de SEUIL-DUREE-BATCH pour cent de la moyenne, 150 par
      *    defaut), les etapes tombees puis relancees (plusieurs
      *    lignes D) ou restees sans ligne F, et compare la fenetre
      *    totale du batch (premier D au dernier F) a l'heure
      *    d'ouverture des agences (HEURE-OUVERTURE en HHMM, 0800 par
      *    defaut).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RC-FILESTATUS.

           SELECT HISTO-BATCH ASSIGN TO "HISTO-BATCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HB-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans BATCH-JOUR.
       FD  RUN-CONTROL.
       01  RC-ENREG.
           05  RC-DATE-EXPLOIT  PIC X(8).
           05  FILLER           PIC X(1).
           05  RC-ETAPE         PIC X(20).
           05  FILLER           PIC X(1).
           05  RC-STATUT        PIC X(1).
           05  FILLER           PIC X(1).
           05  RC-HORODATAGE    PIC X(20).

      *    une ligne par date d'exploitation et par etape : duree en
      *    secondes, O si l'etape a ete relancee ce jour-la.
       FD  HISTO-BATCH.
       01  HB-ENREG.
           05  HB-DATE-EXPLOIT  PIC X(8).
           05  FILLER           PIC X(1).
           05  HB-ETAPE         PIC X(20).
           05  FILLER           PIC X(1).
           05  HB-DUREE         PIC 9(6).
           05  FILLER           PIC X(1).
           05  HB-RELANCE       PIC X(1).
           05  FILLER           PIC X(1).
           05  HB-DEBUT         PIC X(14).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-RC-FILESTATUS    PIC X(2).
       01  WS-HB-FILESTATUS    PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-DATE-EXPLOIT     PIC X(8).

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-SEUIL            PIC 9(4) VALUE 150.
       01  WS-HEURE-OUVERTURE  PIC 9(4) VALUE 0800.

      *    en dessous d'une minute d'ecart, une etape courte qui
      *    double de duree n'est pas un sujet.
       01  WS-ECART-MINIMUM    PIC 9(6) VALUE 60.
      *    profondeur de l'historique garde, en jours calendaires -
      *    de quoi couvrir largement 30 dates d'exploitation.
       01  WS-RETENTION        PIC 9(3) VALUE 60.
       01  WS-NB-DATES-MOY     PIC 9(2) VALUE 30.

      *    etapes du jour, dans l'ordre de leur premiere ligne D.
       01  WS-NB-ETP           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ETP.
         05 WS-ETP  OCCURS 100 TIMES.
           10  WS-ETP-PGM       PIC X(20).
           10  WS-ETP-NB-D      PIC 9(3).
           10  WS-ETP-FINIE     PIC X(1).
           10  WS-ETP-DEBUT     PIC X(14).
           10  WS-ETP-SEC-DEB   PIC 9(11).
           10  WS-ETP-SEC-FIN   PIC 9(11).
           10  WS-ETP-DUREE     PIC 9(6).
           10  WS-ETP-SOMME     PIC 9(9).
           10  WS-ETP-NB-HIST   PIC 9(3).

      *    historique garde (hors date du jour), dans l'ordre du
      *    fichier - donc des dates croissantes.
       01  WS-NB-HIST          PIC 9(5) VALUE ZERO.
       01  WS-TABLE-HIST.
         05 WS-HIST  OCCURS 6000 TIMES.
           10  WS-HIST-DATE     PIC X(8).
           10  WS-HIST-ETAPE    PIC X(20).
           10  WS-HIST-DUREE    PIC 9(6).
           10  WS-HIST-RELANCE  PIC X(1).
           10  WS-HIST-DEBUT    PIC X(14).

      *    dates distinctes de l'historique, pour borner la moyenne
      *    aux 30 dernieres.
       01  WS-NB-DATES         PIC 9(3) VALUE ZERO.
       01  WS-TABLE-DATES.
         05 WS-HDATE  OCCURS 400 TIMES PIC X(8).
       01  WS-DATE-DEBUT-MOY   PIC X(8) VALUE SPACES.

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-LIMITE      PIC X(8).
       01  WS-JOUR-NUM         PIC 9(8).
       01  WS-SECONDES         PIC 9(11).
       01  WS-HORO             PIC X(20).
       01  WS-HORO-HH          PIC 9(2).
       01  WS-HORO-MN          PIC 9(2).
       01  WS-HORO-SS          PIC 9(2).

       01  WS-I                PIC 9(5).
       01  WS-J                PIC 9(5).
       01  WS-TROUVE           PIC X(1).
       01  WS-MOYENNE          PIC 9(6).
       01  WS-ECART-PCT        PIC S9(5).
       01  WS-OBSERVATION      PIC X(40).
       01  WS-OBS-PRECEDENTE   PIC X(40).

      *    fenetre du batch et echeance d'ouverture des agences.
       01  WS-SEC-PREMIER-D    PIC 9(11) VALUE ZERO.
       01  WS-SEC-DERNIER-F    PIC 9(11) VALUE ZERO.
       01  WS-SEC-OUVERTURE    PIC 9(11).
       01  WS-OUV-HH           PIC 9(2).
       01  WS-OUV-MN           PIC 9(2).
       01  WS-HEURE-DEBUT      PIC 9(4).
       01  WS-FENETRE          PIC 9(6) VALUE ZERO.
       01  WS-MARGE            PIC S9(7) VALUE ZERO.
       01  WS-DUREE-HMS        PIC X(8).
       01  WS-DUREE-CALC       PIC 9(6).
       01  WS-MOYENNE-HMS      PIC X(8).
       01  WS-HMS-HH           PIC 9(2).
       01  WS-HMS-MN           PIC 9(2).
       01  WS-HMS-SS           PIC 9(2).
       01  WS-ECART-EDITE      PIC -(4)9.
       01  WS-MARGE-EDITEE     PIC -(6)9.

       01  WS-NBR-LONGUES      PIC 9(3) VALUE ZERO.
       01  WS-NBR-RELANCEES    PIC 9(3) VALUE ZERO.
       01  WS-NBR-SANS-FIN     PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.

       01  LK-DATE-EXPLOIT     PIC X(8).

       PROCEDURE DIVISION USING LK-DATE-EXPLOIT.

       MAIN-DUREES-BATCH.
           MOVE LK-DATE-EXPLOIT TO WS-DATE-EXPLOIT.

           MOVE "SEUIL-DUREE-BATCH" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-DATE-EXPLOIT
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O" AND WS-PARAM-VALEUR > 100
               MOVE WS-PARAM-VALEUR TO WS-SEUIL
           END-IF.
           MOVE "HEURE-OUVERTURE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-DATE-EXPLOIT
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O" AND WS-PARAM-VALEUR < 2400
               MOVE WS-PARAM-VALEUR TO WS-HEURE-OUVERTURE
           END-IF.

           PERFORM LIRE-RUN-CONTROL.
           IF WS-NB-ETP = 0
               DISPLAY "AUCUNE ETAPE DANS RUN-CONTROL POUR LE "
                       WS-DATE-EXPLOIT ", HISTORIQUE INCHANGE"
               GOBACK
           END-IF.

           PERFORM CHARGER-HISTORIQUE.
           PERFORM CALCULER-MOYENNES.
           PERFORM ECRIRE-HISTORIQUE.
           PERFORM CALCULER-FENETRE.
           PERFORM EDITER-RAPPORT.

           DISPLAY "====== DUREES DU BATCH ======".
           DISPLAY "ETAPES MESUREES       : " WS-NB-ETP.
           DISPLAY "ETAPES LONGUES        : " WS-NBR-LONGUES.
           DISPLAY "ETAPES RELANCEES      : " WS-NBR-RELANCEES.
           DISPLAY "ETAPES SANS FIN       : " WS-NBR-SANS-FIN.
           DISPLAY "MARGE AVANT OUVERTURE : " WS-MARGE-EDITEE " S".
           DISPLAY "ETAT " WS-RAP-FILE-PATH.
           DISPLAY "=============================".
           GOBACK.
       FIN-MAIN-DUREES-BATCH.

      *    une etape par programme : chaque D compte une passe et
      *    repart de zero, le F clot la derniere passe.
       LIRE-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL.
           IF WS-RC-FILESTATUS NOT = "00"
               DISPLAY "FICHIER RUN-CONTROL.DAT INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RC-FILESTATUS NOT = "00"
               READ RUN-CONTROL
                   AT END MOVE "10" TO WS-RC-FILESTATUS
                   NOT AT END
                       IF RC-DATE-EXPLOIT = WS-DATE-EXPLOIT
                           PERFORM TRAITER-LIGNE-RC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-CONTROL.
           EXIT.
       FIN-LIRE-RUN-CONTROL.

       TRAITER-LIGNE-RC.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-ETP OR WS-TROUVE = "O"
               IF WS-ETP-PGM(WS-I) = RC-ETAPE
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "O"
               SUBTRACT 1 FROM WS-I
           ELSE
               IF WS-NB-ETP >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-ETP
               MOVE WS-NB-ETP TO WS-I
               MOVE RC-ETAPE TO WS-ETP-PGM(WS-I)
               MOVE ZERO TO WS-ETP-NB-D(WS-I) WS-ETP-SEC-DEB(WS-I)
                            WS-ETP-SEC-FIN(WS-I) WS-ETP-DUREE(WS-I)
                            WS-ETP-SOMME(WS-I) WS-ETP-NB-HIST(WS-I)
               MOVE "N" TO WS-ETP-FINIE(WS-I)
               MOVE SPACES TO WS-ETP-DEBUT(WS-I)
           END-IF.

           MOVE RC-HORODATAGE TO WS-HORO.
           PERFORM CONVERTIR-HORODATAGE.
           IF RC-STATUT = "D"
               ADD 1 TO WS-ETP-NB-D(WS-I)
               MOVE "N" TO WS-ETP-FINIE(WS-I)
               MOVE WS-HORO(1:14) TO WS-ETP-DEBUT(WS-I)
               MOVE WS-SECONDES TO WS-ETP-SEC-DEB(WS-I)
               IF WS-SEC-PREMIER-D = 0
                  OR WS-SECONDES < WS-SEC-PREMIER-D
                   MOVE WS-SECONDES TO WS-SEC-PREMIER-D
                   MOVE WS-HORO(9:4) TO WS-HEURE-DEBUT
               END-IF
           END-IF.
           IF RC-STATUT = "F"
               MOVE "O" TO WS-ETP-FINIE(WS-I)
               MOVE WS-SECONDES TO WS-ETP-SEC-FIN(WS-I)
               IF WS-SECONDES >= WS-ETP-SEC-DEB(WS-I)
                   COMPUTE WS-ETP-DUREE(WS-I) =
                       WS-SECONDES - WS-ETP-SEC-DEB(WS-I)
               END-IF
               IF WS-SECONDES > WS-SEC-DERNIER-F
                   MOVE WS-SECONDES TO WS-SEC-DERNIER-F
               END-IF
           END-IF.
           EXIT.
       FIN-TRAITER-LIGNE-RC.

      *    horodatage AAAAMMJJHHMMSS en secondes depuis l'origine du
      *    calendrier : le passage de minuit tombe juste.
       CONVERTIR-HORODATAGE.
           MOVE WS-HORO(1:8) TO WS-JOUR-NUM.
           MOVE WS-HORO(9:2) TO WS-HORO-HH.
           MOVE WS-HORO(11:2) TO WS-HORO-MN.
           MOVE WS-HORO(13:2) TO WS-HORO-SS.
           COMPUTE WS-SECONDES =
               FUNCTION INTEGER-OF-DATE(WS-JOUR-NUM) * 86400
               + WS-HORO-HH * 3600 + WS-HORO-MN * 60 + WS-HORO-SS.
           EXIT.
       FIN-CONVERTIR-HORODATAGE.

      *    garde l'historique des WS-RETENTION derniers jours, hors
      *    date du jour qui sera reecrite.
       CHARGER-HISTORIQUE.
           MOVE WS-DATE-EXPLOIT TO WS-DATE-NUM.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-RETENTION).
           MOVE WS-DATE-NUM TO WS-DATE-LIMITE.

           OPEN INPUT HISTO-BATCH.
           IF WS-HB-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HB-FILESTATUS NOT = "00"
               READ HISTO-BATCH
                   AT END MOVE "10" TO WS-HB-FILESTATUS
                   NOT AT END
                       IF HB-DATE-EXPLOIT NOT = WS-DATE-EXPLOIT
                          AND HB-DATE-EXPLOIT >= WS-DATE-LIMITE
                          AND WS-NB-HIST < 6000
                           ADD 1 TO WS-NB-HIST
                           MOVE HB-DATE-EXPLOIT
                             TO WS-HIST-DATE(WS-NB-HIST)
                           MOVE HB-ETAPE TO WS-HIST-ETAPE(WS-NB-HIST)
                           MOVE HB-DUREE TO WS-HIST-DUREE(WS-NB-HIST)
                           MOVE HB-RELANCE
                             TO WS-HIST-RELANCE(WS-NB-HIST)
                           MOVE HB-DEBUT TO WS-HIST-DEBUT(WS-NB-HIST)
                           PERFORM NOTER-DATE-HISTORIQUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTO-BATCH.
           EXIT.
       FIN-CHARGER-HISTORIQUE.

       NOTER-DATE-HISTORIQUE.
           IF HB-DATE-EXPLOIT < WS-DATE-EXPLOIT
              AND WS-NB-DATES < 400
               IF WS-NB-DATES = 0
                   ADD 1 TO WS-NB-DATES
                   MOVE HB-DATE-EXPLOIT TO WS-HDATE(WS-NB-DATES)
               ELSE
                   IF HB-DATE-EXPLOIT NOT = WS-HDATE(WS-NB-DATES)
                       ADD 1 TO WS-NB-DATES
                       MOVE HB-DATE-EXPLOIT TO WS-HDATE(WS-NB-DATES)
                   END-IF
               END-IF
           END-IF.
           EXIT.
       FIN-NOTER-DATE-HISTORIQUE.

      *    moyenne par etape sur les 30 dernieres dates anterieures a
      *    la date du jour (une date rejouee apres coup n'entre pas
      *    dans sa propre moyenne).
       CALCULER-MOYENNES.
           IF WS-NB-DATES > WS-NB-DATES-MOY
               COMPUTE WS-I = WS-NB-DATES - WS-NB-DATES-MOY + 1
               MOVE WS-HDATE(WS-I) TO WS-DATE-DEBUT-MOY
           ELSE
               IF WS-NB-DATES > 0
                   MOVE WS-HDATE(1) TO WS-DATE-DEBUT-MOY
               END-IF
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-HIST
               IF WS-HIST-DATE(WS-J) >= WS-DATE-DEBUT-MOY
                  AND WS-HIST-DATE(WS-J) < WS-DATE-EXPLOIT
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-NB-ETP
                       IF WS-ETP-PGM(WS-I) = WS-HIST-ETAPE(WS-J)
                           ADD WS-HIST-DUREE(WS-J)
                             TO WS-ETP-SOMME(WS-I)
                           ADD 1 TO WS-ETP-NB-HIST(WS-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CALCULER-MOYENNES.

      *    reecrit l'historique garde puis les durees du jour ; une
      *    etape restee sans F n'a pas de duree et n'y entre pas.
       ECRIRE-HISTORIQUE.
           OPEN OUTPUT HISTO-BATCH.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-HIST
               MOVE SPACES TO HB-ENREG
               MOVE WS-HIST-DATE(WS-J)    TO HB-DATE-EXPLOIT
               MOVE WS-HIST-ETAPE(WS-J)   TO HB-ETAPE
               MOVE WS-HIST-DUREE(WS-J)   TO HB-DUREE
               MOVE WS-HIST-RELANCE(WS-J) TO HB-RELANCE
               MOVE WS-HIST-DEBUT(WS-J)   TO HB-DEBUT
               WRITE HB-ENREG
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ETP
               IF WS-ETP-FINIE(WS-I) = "O"
                   MOVE SPACES TO HB-ENREG
                   MOVE WS-DATE-EXPLOIT     TO HB-DATE-EXPLOIT
                   MOVE WS-ETP-PGM(WS-I)    TO HB-ETAPE
                   MOVE WS-ETP-DUREE(WS-I)  TO HB-DUREE
                   IF WS-ETP-NB-D(WS-I) > 1
                       MOVE "O" TO HB-RELANCE
                   ELSE
                       MOVE "N" TO HB-RELANCE
                   END-IF
                   MOVE WS-ETP-DEBUT(WS-I)  TO HB-DEBUT
                   WRITE HB-ENREG
               END-IF
           END-PERFORM.
           CLOSE HISTO-BATCH.
           EXIT.
       FIN-ECRIRE-HISTORIQUE.

      *    l'echeance est la premiere ouverture des agences qui suit
      *    le depart du batch : le jour meme s'il est parti avant
      *    l'heure d'ouverture, le lendemain sinon.
       CALCULER-FENETRE.
           IF WS-SEC-DERNIER-F > WS-SEC-PREMIER-D
               COMPUTE WS-FENETRE =
                   WS-SEC-DERNIER-F - WS-SEC-PREMIER-D
           END-IF.
           MOVE WS-HEURE-OUVERTURE(1:2) TO WS-OUV-HH.
           MOVE WS-HEURE-OUVERTURE(3:2) TO WS-OUV-MN.
           COMPUTE WS-SEC-OUVERTURE =
               WS-SEC-PREMIER-D
               - FUNCTION MOD(WS-SEC-PREMIER-D, 86400)
               + WS-OUV-HH * 3600 + WS-OUV-MN * 60.
           IF WS-HEURE-DEBUT >= WS-HEURE-OUVERTURE
               ADD 86400 TO WS-SEC-OUVERTURE
           END-IF.
           COMPUTE WS-MARGE = WS-SEC-OUVERTURE - WS-SEC-DERNIER-F.
           MOVE WS-MARGE TO WS-MARGE-EDITEE.
           EXIT.
       FIN-CALCULER-FENETRE.

       EDITER-RAPPORT.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "DUREES-BATCH-" WS-DATE-EXPLOIT ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "DUREES DU BATCH - DATE D'EXPLOITATION "
                  WS-DATE-EXPLOIT " - SEUIL " WS-SEUIL
                  " % DE LA MOYENNE SUR " WS-NB-DATES-MOY " DATES"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ETAPE                DEBUT           DUREE     "
                  "MOYENNE   NB J  ECART %  OBSERVATION"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ETP
               PERFORM EDITER-ETAPE
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE WS-FENETRE TO WS-DUREE-CALC.
           PERFORM FORMATER-DUREE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "FENETRE DU BATCH (PREMIER D AU DERNIER F) : "
                  WS-DUREE-HMS
                  " - OUVERTURE DES AGENCES A " WS-HEURE-OUVERTURE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           IF WS-MARGE < 0
               STRING "*** BATCH TERMINE APRES L'OUVERTURE : RETARD "
                      "DE " WS-MARGE-EDITEE " SECONDES ***"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           ELSE
               STRING "MARGE AVANT OUVERTURE : " WS-MARGE-EDITEE
                      " SECONDES"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ETAPES " WS-NB-ETP
                  " - LONGUES " WS-NBR-LONGUES
                  " - RELANCEES " WS-NBR-RELANCEES
                  " - SANS FIN " WS-NBR-SANS-FIN
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-RAPPORT.

       EDITER-ETAPE.
           MOVE SPACES TO WS-OBSERVATION.
           MOVE ZERO TO WS-MOYENNE WS-ECART-PCT.
           IF WS-ETP-NB-HIST(WS-I) > 0
               COMPUTE WS-MOYENNE ROUNDED =
                   WS-ETP-SOMME(WS-I) / WS-ETP-NB-HIST(WS-I)
           END-IF.
           IF WS-MOYENNE > 0
               COMPUTE WS-ECART-PCT ROUNDED =
                   (WS-ETP-DUREE(WS-I) - WS-MOYENNE) * 100
                   / WS-MOYENNE
           END-IF.

           IF WS-ETP-FINIE(WS-I) NOT = "O"
               MOVE "*** SANS LIGNE F ***" TO WS-OBSERVATION
               ADD 1 TO WS-NBR-SANS-FIN
           ELSE
               IF WS-MOYENNE > 0
                  AND WS-ETP-DUREE(WS-I) * 100 > WS-MOYENNE * WS-SEUIL
                  AND WS-ETP-DUREE(WS-I) - WS-MOYENNE
                      >= WS-ECART-MINIMUM
                   MOVE "*** LONGUE ***" TO WS-OBSERVATION
                   ADD 1 TO WS-NBR-LONGUES
               END-IF
           END-IF.
           IF WS-ETP-NB-D(WS-I) > 1
               ADD 1 TO WS-NBR-RELANCEES
               IF WS-OBSERVATION = SPACES
                   MOVE "*** RELANCEE ***" TO WS-OBSERVATION
               ELSE
                   MOVE WS-OBSERVATION TO WS-OBS-PRECEDENTE
                   MOVE SPACES TO WS-OBSERVATION
                   STRING WS-OBS-PRECEDENTE DELIMITED BY "  "
                          " *** RELANCEE ***" DELIMITED BY SIZE
                       INTO WS-OBSERVATION
                   END-STRING
               END-IF
           END-IF.

           MOVE WS-MOYENNE TO WS-DUREE-CALC.
           PERFORM FORMATER-DUREE.
           MOVE WS-DUREE-HMS TO WS-MOYENNE-HMS.
           MOVE WS-ETP-DUREE(WS-I) TO WS-DUREE-CALC.
           PERFORM FORMATER-DUREE.
           MOVE WS-ECART-PCT TO WS-ECART-EDITE.
           MOVE SPACES TO RAP-LIGNE.
           STRING WS-ETP-PGM(WS-I) " "
                  WS-ETP-DEBUT(WS-I) "  "
                  WS-DUREE-HMS "  "
                  WS-MOYENNE-HMS "  "
                  WS-ETP-NB-HIST(WS-I) "   "
                  WS-ECART-EDITE "  "
                  WS-OBSERVATION
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-ETAPE.

      *    secondes en HH:MM:SS pour l'etat.
       FORMATER-DUREE.
           COMPUTE WS-HMS-HH = WS-DUREE-CALC / 3600.
           COMPUTE WS-HMS-MN =
               FUNCTION MOD(WS-DUREE-CALC, 3600) / 60.
           COMPUTE WS-HMS-SS = FUNCTION MOD(WS-DUREE-CALC, 60).
           MOVE SPACES TO WS-DUREE-HMS.
           STRING WS-HMS-HH ":" WS-HMS-MN ":" WS-HMS-SS
               DELIMITED BY SIZE INTO WS-DUREE-HMS
           END-STRING.
           EXIT.
       FIN-FORMATER-DUREE.

       END PROGRAM DUREES-BATCH.
