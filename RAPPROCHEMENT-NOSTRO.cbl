       IDENTIFICATION DIVISION.
       PROGRAM-ID. RAPPROCHEMENT-NOSTRO.
       AUTHOR.    MOHAMED.

      *    rapprochement de nuit de notre compte nostro chez le
      *    correspondant : les virements sortants denoues
      *    (ACQUITS-INTERBANCAIRES) et les fichiers de virements
      *    recus integres (INTEGRATION-RECUS) sont notes dans
      *    ECRITURES-NOSTRO.DAT ; le correspondant depose son releve
      *    du jour dans RELEVE-NOSTRO.DAT. Chaque ligne du releve est
      *    appariee a une ecriture de nos livres de meme reference,
      *    meme sens, meme montant et meme date de valeur : les deux
      *    sont apurees. Ce qui reste d'un cote comme de l'autre est
      *    conserve dans le fichier des suspens NOSTRO-SUSPENS.DAT,
      *    repris et reapparie chaque nuit, et liste par anciennete
      *    dans NOSTRO-AAAAMMJJ.TXT ; au-dela de DELAI-NOSTRO jours
      *    (parametre, 2 a defaut) le suspens est marque a relancer.
      *    Les ecritures et le releve sont vides apres traitement,
      *    comme le fichier des acquits.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ECRITURES-NOSTRO ASSIGN TO "ECRITURES-NOSTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOE-FILESTATUS.

           SELECT RELEVE-NOSTRO ASSIGN TO "RELEVE-NOSTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCO-FILESTATUS.

           SELECT SUSPENS-NOSTRO ASSIGN TO "NOSTRO-SUSPENS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSU-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans ACQUITS-INTERBANCAIRES.
       FD  ECRITURES-NOSTRO.
       01  NOE-ENREG.
           05  NOE-DATE-VALEUR PIC X(8).
           05  FILLER          PIC X(1).
           05  NOE-REFERENCE   PIC X(12).
           05  FILLER          PIC X(1).
           05  NOE-SENS        PIC X(1).
           05  FILLER          PIC X(1).
           05  NOE-MONTANT     PIC 9(12)V9(2).
           05  FILLER          PIC X(1).
           05  NOE-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  NOE-ORIGINE     PIC X(4).

      *    format fixe convenu avec le correspondant : une ligne par
      *    mouvement passe sur notre compte chez lui. RCO-SENS :
      *    D = notre compte debite (sortie de fonds), C = credite.
       FD  RELEVE-NOSTRO.
       01  RCO-ENREG.
           05  RCO-DATE-VALEUR PIC X(8).
           05  RCO-REFERENCE   PIC X(12).
           05  RCO-SENS        PIC X(1).
           05  RCO-MONTANT     PIC 9(12)V9(2).
           05  RCO-DEVISE      PIC X(3).
           05  RCO-LIBELLE     PIC X(30).

      *    un suspens par ligne. NSU-COTE : L = nos livres (attendu
      *    sur le releve), R = releve du correspondant (inconnu de
      *    nos livres). NSU-DATE-ENTREE : premiere nuit ou le suspens
      *    a ete constate.
       FD  SUSPENS-NOSTRO.
       01  NSU-ENREG.
           05  NSU-COTE        PIC X(1).
           05  FILLER          PIC X(1).
           05  NSU-DATE-VALEUR PIC X(8).
           05  FILLER          PIC X(1).
           05  NSU-REFERENCE   PIC X(12).
           05  FILLER          PIC X(1).
           05  NSU-SENS        PIC X(1).
           05  FILLER          PIC X(1).
           05  NSU-MONTANT     PIC 9(12)V9(2).
           05  FILLER          PIC X(1).
           05  NSU-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  NSU-ORIGINE     PIC X(4).
           05  FILLER          PIC X(1).
           05  NSU-DATE-ENTREE PIC X(8).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-NOE-FILESTATUS   PIC X(2).
       01  WS-RCO-FILESTATUS   PIC X(2).
       01  WS-NSU-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    delai au-dela duquel un suspens est a relancer (parametre
      *    DELAI-NOSTRO, 2 jours a defaut).
       01  WS-DELAI-NOSTRO     PIC 9(3) VALUE 2.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).

      *    suspens repris, ecritures de nos livres et lignes du
      *    releve du jour, dans une meme table ; WS-SUS-APURE passe
      *    a O quand le suspens trouve son vis-a-vis.
       01  WS-NB-SUS           PIC 9(4) VALUE ZERO.
       01  WS-SURCHARGE        PIC X(1) VALUE "N".
       01  WS-TABLE-SUSPENS.
         05 WS-SUS  OCCURS 2000 TIMES.
           10  WS-SUS-COTE         PIC X(1).
           10  WS-SUS-DATE-VALEUR  PIC X(8).
           10  WS-SUS-REFERENCE    PIC X(12).
           10  WS-SUS-SENS         PIC X(1).
           10  WS-SUS-MONTANT      PIC 9(12)V9(2).
           10  WS-SUS-DEVISE       PIC X(3).
           10  WS-SUS-ORIGINE      PIC X(4).
           10  WS-SUS-DATE-ENTREE  PIC X(8).
           10  WS-SUS-APURE        PIC X(1).
       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-TROUVE           PIC X(1).

       01  WS-NB-ECRITURES     PIC 9(4) VALUE ZERO.
       01  WS-NB-RELEVE        PIC 9(4) VALUE ZERO.
       01  WS-NB-APURES        PIC 9(4) VALUE ZERO.
       01  WS-NB-RESTANTS      PIC 9(4) VALUE ZERO.
       01  WS-NB-A-RELANCER    PIC 9(4) VALUE ZERO.

      *    anciennete d'un suspens : jours entre sa date de valeur
      *    (a defaut sa date d'entree) et la date d'exploitation.
       01  WS-JOURS            PIC S9(5).
       01  WS-DATE-NUM-A       PIC 9(8).
       01  WS-DATE-NUM-B       PIC 9(8).
       01  WS-COTE-EDITE       PIC X(1).
       01  WS-LIBELLE-COTE     PIC X(40).
       01  WS-RELANCE          PIC X(12).

      *    ventilation par tranche d'anciennete, par cote : 1 = nos
      *    livres, 2 = releve ; tranches 0-2, 3-5, 6-10, plus de 10
      *    jours.
       01  WS-TABLE-TRANCHES.
         05 WS-TRC-COTE  OCCURS 2 TIMES.
           10 WS-TRC  OCCURS 4 TIMES.
             15  WS-TRC-NOMBRE   PIC 9(4).
             15  WS-TRC-MONTANT  PIC 9(12)V9(2).
       01  WS-C                PIC 9(1).
       01  WS-T                PIC 9(1).
       01  WS-LIBELLE-TRANCHE  PIC X(12).

       PROCEDURE DIVISION.

       MAIN-RAPPROCHEMENT-NOSTRO.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           MOVE "DELAI-NOSTRO" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-DELAI-NOSTRO
           END-IF.

           PERFORM CHARGER-SUSPENS.
           PERFORM CHARGER-ECRITURES.
           PERFORM CHARGER-RELEVE.
      *    table pleine : reecrire les suspens depuis une table
      *    tronquee en perdrait - le passage est refuse sans rien
      *    toucher, ecritures et releve restent en place.
           IF WS-SURCHARGE = "O"
               DISPLAY "NOSTRO : PLUS DE 2000 SUSPENS, TABLE PLEINE, "
                       "RAPPROCHEMENT REFUSE"
               GOBACK
           END-IF.

           PERFORM OUVRIR-RAPPORT.
           PERFORM APPARIER-RELEVE.
           PERFORM EDITER-SUSPENS.
           CLOSE RAPPORT-FICHIER.

           PERFORM SAUVER-SUSPENS.
           PERFORM VIDER-ENTREES.

           DISPLAY "====== RAPPROCHEMENT NOSTRO ======".
           DISPLAY "ECRITURES DE NOS LIVRES : " WS-NB-ECRITURES.
           DISPLAY "LIGNES DU RELEVE        : " WS-NB-RELEVE.
           DISPLAY "COUPLES APURES          : " WS-NB-APURES.
           DISPLAY "SUSPENS RESTANTS        : " WS-NB-RESTANTS.
           DISPLAY "A RELANCER (> " WS-DELAI-NOSTRO " J)      : "
                   WS-NB-A-RELANCER.
           DISPLAY "DETAIL DANS " WS-RAP-FILE-PATH.
           DISPLAY "==================================".
           GOBACK.

       CHARGER-SUSPENS.
           OPEN INPUT SUSPENS-NOSTRO.
           IF WS-NSU-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-NSU-FILESTATUS NOT = "00"
               READ SUSPENS-NOSTRO
                   AT END MOVE "10" TO WS-NSU-FILESTATUS
                   NOT AT END
                       IF WS-NB-SUS < 2000
                           ADD 1 TO WS-NB-SUS
                           MOVE NSU-COTE        TO
                                WS-SUS-COTE(WS-NB-SUS)
                           MOVE NSU-DATE-VALEUR TO
                                WS-SUS-DATE-VALEUR(WS-NB-SUS)
                           MOVE NSU-REFERENCE   TO
                                WS-SUS-REFERENCE(WS-NB-SUS)
                           MOVE NSU-SENS        TO
                                WS-SUS-SENS(WS-NB-SUS)
                           MOVE NSU-MONTANT     TO
                                WS-SUS-MONTANT(WS-NB-SUS)
                           MOVE NSU-DEVISE      TO
                                WS-SUS-DEVISE(WS-NB-SUS)
                           MOVE NSU-ORIGINE     TO
                                WS-SUS-ORIGINE(WS-NB-SUS)
                           MOVE NSU-DATE-ENTREE TO
                                WS-SUS-DATE-ENTREE(WS-NB-SUS)
                           MOVE "N" TO WS-SUS-APURE(WS-NB-SUS)
                       ELSE
                           MOVE "O" TO WS-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUSPENS-NOSTRO.
           EXIT.
       FIN-CHARGER-SUSPENS.

       CHARGER-ECRITURES.
           OPEN INPUT ECRITURES-NOSTRO.
           IF WS-NOE-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-NOE-FILESTATUS NOT = "00"
               READ ECRITURES-NOSTRO
                   AT END MOVE "10" TO WS-NOE-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-NB-ECRITURES
                       IF WS-NB-SUS < 2000
                           ADD 1 TO WS-NB-SUS
                           MOVE "L"             TO
                                WS-SUS-COTE(WS-NB-SUS)
                           MOVE NOE-DATE-VALEUR TO
                                WS-SUS-DATE-VALEUR(WS-NB-SUS)
                           MOVE NOE-REFERENCE   TO
                                WS-SUS-REFERENCE(WS-NB-SUS)
                           MOVE NOE-SENS        TO
                                WS-SUS-SENS(WS-NB-SUS)
                           MOVE NOE-MONTANT     TO
                                WS-SUS-MONTANT(WS-NB-SUS)
                           MOVE NOE-DEVISE      TO
                                WS-SUS-DEVISE(WS-NB-SUS)
                           MOVE NOE-ORIGINE     TO
                                WS-SUS-ORIGINE(WS-NB-SUS)
                           MOVE WS-AUJOURD-HUI  TO
                                WS-SUS-DATE-ENTREE(WS-NB-SUS)
                           MOVE "N" TO WS-SUS-APURE(WS-NB-SUS)
                       ELSE
                           MOVE "O" TO WS-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ECRITURES-NOSTRO.
           EXIT.
       FIN-CHARGER-ECRITURES.

       CHARGER-RELEVE.
           OPEN INPUT RELEVE-NOSTRO.
           IF WS-RCO-FILESTATUS NOT = "00"
               DISPLAY "PAS DE RELEVE DU CORRESPONDANT, LES SUSPENS "
                       "VIEILLISSENT D'UN JOUR"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-RCO-FILESTATUS NOT = "00"
               READ RELEVE-NOSTRO
                   AT END MOVE "10" TO WS-RCO-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-NB-RELEVE
                       IF WS-NB-SUS < 2000
                           ADD 1 TO WS-NB-SUS
                           MOVE "R"             TO
                                WS-SUS-COTE(WS-NB-SUS)
                           MOVE RCO-DATE-VALEUR TO
                                WS-SUS-DATE-VALEUR(WS-NB-SUS)
                           MOVE RCO-REFERENCE   TO
                                WS-SUS-REFERENCE(WS-NB-SUS)
                           MOVE RCO-SENS        TO
                                WS-SUS-SENS(WS-NB-SUS)
                           MOVE RCO-MONTANT     TO
                                WS-SUS-MONTANT(WS-NB-SUS)
                           MOVE RCO-DEVISE      TO
                                WS-SUS-DEVISE(WS-NB-SUS)
                           MOVE "RCO "          TO
                                WS-SUS-ORIGINE(WS-NB-SUS)
                           MOVE WS-AUJOURD-HUI  TO
                                WS-SUS-DATE-ENTREE(WS-NB-SUS)
                           MOVE "N" TO WS-SUS-APURE(WS-NB-SUS)
                       ELSE
                           MOVE "O" TO WS-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RELEVE-NOSTRO.
           EXIT.
       FIN-CHARGER-RELEVE.

       OUVRIR-RAPPORT.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "NOSTRO-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RAPPROCHEMENT DU COMPTE NOSTRO AU " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE ALL "=" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "APUREMENTS DE LA NUIT :" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-OUVRIR-RAPPORT.

      *    chaque ligne de releve non apuree (du jour ou reprise des
      *    suspens) cherche une ecriture de nos livres non apuree de
      *    meme reference, meme sens, meme montant et meme date de
      *    valeur.
       APPARIER-RELEVE.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUS
               IF WS-SUS-COTE(WS-I) = "R"
                  AND WS-SUS-APURE(WS-I) = "N"
                   PERFORM CHERCHER-VIS-A-VIS
               END-IF
           END-PERFORM.
           IF WS-NB-APURES = 0
               MOVE "  AUCUN" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.
           EXIT.
       FIN-APPARIER-RELEVE.

       CHERCHER-VIS-A-VIS.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-SUS OR WS-TROUVE = "O"
               IF WS-SUS-COTE(WS-J) = "L"
                  AND WS-SUS-APURE(WS-J) = "N"
                  AND WS-SUS-REFERENCE(WS-J) = WS-SUS-REFERENCE(WS-I)
                  AND WS-SUS-SENS(WS-J) = WS-SUS-SENS(WS-I)
                  AND WS-SUS-MONTANT(WS-J) = WS-SUS-MONTANT(WS-I)
                  AND WS-SUS-DATE-VALEUR(WS-J) =
                      WS-SUS-DATE-VALEUR(WS-I)
                   MOVE "O" TO WS-TROUVE
                   MOVE "O" TO WS-SUS-APURE(WS-I)
                   MOVE "O" TO WS-SUS-APURE(WS-J)
                   ADD 1 TO WS-NB-APURES
                   MOVE SPACES TO RAP-LIGNE
                   STRING "  " WS-SUS-REFERENCE(WS-I)
                          " " WS-SUS-SENS(WS-I)
                          " " WS-SUS-MONTANT(WS-I)
                          " " WS-SUS-DEVISE(WS-I)
                          " VALEUR " WS-SUS-DATE-VALEUR(WS-I)
                          " (" WS-SUS-ORIGINE(WS-J) ")"
                       DELIMITED BY SIZE INTO RAP-LIGNE
                   END-STRING
                   WRITE RAP-LIGNE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-VIS-A-VIS.

      *    suspens restants, cote par cote, avec leur anciennete,
      *    puis la ventilation par tranche.
       EDITER-SUSPENS.
           INITIALIZE WS-TABLE-TRANCHES.
           MOVE "L" TO WS-COTE-EDITE.
           MOVE "EN SUSPENS DANS NOS LIVRES (ABSENTS DU RELEVE) :"
               TO WS-LIBELLE-COTE.
           PERFORM EDITER-UN-COTE.
           MOVE "R" TO WS-COTE-EDITE.
           MOVE "EN SUSPENS AU RELEVE (INCONNUS DE NOS LIVRES) :"
               TO WS-LIBELLE-COTE.
           PERFORM EDITER-UN-COTE.

           MOVE ALL "=" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "ANCIENNETE DES SUSPENS        NOS LIVRES        RELEVE"
               TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 4
               EVALUATE WS-T
                   WHEN 1 MOVE "0 A 2 J"     TO WS-LIBELLE-TRANCHE
                   WHEN 2 MOVE "3 A 5 J"     TO WS-LIBELLE-TRANCHE
                   WHEN 3 MOVE "6 A 10 J"    TO WS-LIBELLE-TRANCHE
                   WHEN 4 MOVE "PLUS DE 10 J" TO WS-LIBELLE-TRANCHE
               END-EVALUATE
               MOVE SPACES TO RAP-LIGNE
               STRING "  " WS-LIBELLE-TRANCHE
                      " " WS-TRC-NOMBRE(1, WS-T)
                      " " WS-TRC-MONTANT(1, WS-T)
                      " " WS-TRC-NOMBRE(2, WS-T)
                      " " WS-TRC-MONTANT(2, WS-T)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           EXIT.
       FIN-EDITER-SUSPENS.

       EDITER-UN-COTE.
           MOVE ALL "-" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE WS-LIBELLE-COTE TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           IF WS-COTE-EDITE = "L"
               MOVE 1 TO WS-C
           ELSE
               MOVE 2 TO WS-C
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUS
               IF WS-SUS-COTE(WS-I) = WS-COTE-EDITE
                  AND WS-SUS-APURE(WS-I) = "N"
                   PERFORM EDITER-UN-SUSPENS
               END-IF
           END-PERFORM.
           EXIT.
       FIN-EDITER-UN-COTE.

       EDITER-UN-SUSPENS.
           ADD 1 TO WS-NB-RESTANTS.
           IF WS-SUS-DATE-VALEUR(WS-I) IS NUMERIC
               MOVE WS-SUS-DATE-VALEUR(WS-I) TO WS-DATE-NUM-A
           ELSE
               MOVE WS-SUS-DATE-ENTREE(WS-I) TO WS-DATE-NUM-A
           END-IF.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM-B.
           COMPUTE WS-JOURS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A).
           IF WS-JOURS < 0
               MOVE ZERO TO WS-JOURS
           END-IF.

           EVALUATE TRUE
               WHEN WS-JOURS NOT > 2  MOVE 1 TO WS-T
               WHEN WS-JOURS NOT > 5  MOVE 2 TO WS-T
               WHEN WS-JOURS NOT > 10 MOVE 3 TO WS-T
               WHEN OTHER             MOVE 4 TO WS-T
           END-EVALUATE.
           ADD 1 TO WS-TRC-NOMBRE(WS-C, WS-T).
           ADD WS-SUS-MONTANT(WS-I) TO WS-TRC-MONTANT(WS-C, WS-T).

           MOVE SPACES TO WS-RELANCE.
           IF WS-JOURS > WS-DELAI-NOSTRO
               MOVE "A RELANCER" TO WS-RELANCE
               ADD 1 TO WS-NB-A-RELANCER
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  " WS-SUS-REFERENCE(WS-I)
                  " " WS-SUS-SENS(WS-I)
                  " " WS-SUS-MONTANT(WS-I)
                  " " WS-SUS-DEVISE(WS-I)
                  " VALEUR " WS-SUS-DATE-VALEUR(WS-I)
                  " (" WS-SUS-ORIGINE(WS-I) ")"
                  " DEPUIS " WS-SUS-DATE-ENTREE(WS-I)
                  " " WS-JOURS " J " WS-RELANCE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-UN-SUSPENS.

      *    reecrit les suspens avec les seules lignes non apurees.
       SAUVER-SUSPENS.
           OPEN OUTPUT SUSPENS-NOSTRO.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-SUS
               IF WS-SUS-APURE(WS-I) = "N"
                   MOVE SPACES                   TO NSU-ENREG
                   MOVE WS-SUS-COTE(WS-I)        TO NSU-COTE
                   MOVE WS-SUS-DATE-VALEUR(WS-I) TO NSU-DATE-VALEUR
                   MOVE WS-SUS-REFERENCE(WS-I)   TO NSU-REFERENCE
                   MOVE WS-SUS-SENS(WS-I)        TO NSU-SENS
                   MOVE WS-SUS-MONTANT(WS-I)     TO NSU-MONTANT
                   MOVE WS-SUS-DEVISE(WS-I)      TO NSU-DEVISE
                   MOVE WS-SUS-ORIGINE(WS-I)     TO NSU-ORIGINE
                   MOVE WS-SUS-DATE-ENTREE(WS-I) TO NSU-DATE-ENTREE
                   WRITE NSU-ENREG
               END-IF
           END-PERFORM.
           CLOSE SUSPENS-NOSTRO.
           EXIT.
       FIN-SAUVER-SUSPENS.

      *    ecritures et releve sont desormais portes par les
      *    suspens : on les vide pour ne pas les reprendre deux fois.
       VIDER-ENTREES.
           OPEN OUTPUT ECRITURES-NOSTRO.
           CLOSE ECRITURES-NOSTRO.
           OPEN OUTPUT RELEVE-NOSTRO.
           CLOSE RELEVE-NOSTRO.
           EXIT.
       FIN-VIDER-ENTREES.

       END PROGRAM RAPPROCHEMENT-NOSTRO.
