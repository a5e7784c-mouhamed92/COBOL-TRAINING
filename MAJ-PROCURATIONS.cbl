       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-PROCURATIONS.
       AUTHOR.    MOHAMED.

      *    registre des procurations : une ligne par tiers autorise a
      *    faire fonctionner le compte d'un client (le fils d'un
      *    parent age, le comptable d'une societe...). Le mandataire
      *    est identifie par son matricule client ou sa CIN ; la
      *    portee de la procuration fixe ce qu'il peut faire au
      *    guichet, les dates de debut et de fin sa duree. OPERATIONS
      *    controle ce registre des qu'un autre que le titulaire agit
      *    et porte l'identifiant du mandataire sur la ligne de
      *    journal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROCURATIONS-FICHIER ASSIGN TO "PROCURATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRC-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    PRC-PORTEE, chaque niveau comprenant les precedents :
      *    C = consultation seule, V = versements, R = retraits dans
      *    la limite de PRC-PLAFOND par operation, T = virements dans
      *    la meme limite. PRC-DATE-FIN a blanc = sans terme.
      *    PRC-STATUT : A = active, R = revoquee.
       FD  PROCURATIONS-FICHIER.
       01  PRC-ENREG.
           05  PRC-NUM-CPT        PIC X(6).
           05  FILLER             PIC X(1).
           05  PRC-MANDATAIRE     PIC X(10).
           05  FILLER             PIC X(1).
           05  PRC-NOM            PIC X(25).
           05  FILLER             PIC X(1).
           05  PRC-PORTEE         PIC X(1).
           05  FILLER             PIC X(1).
           05  PRC-PLAFOND        PIC 9(8)V9(2).
           05  FILLER             PIC X(1).
           05  PRC-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  PRC-DATE-FIN       PIC X(8).
           05  FILLER             PIC X(1).
           05  PRC-STATUT         PIC X(1).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-PRC-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).

      *    controle calendaire commun a toutes les dates saisies.
       01  WS-PGM-CTRL-DATE    PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).

       01  WS-CHOIX            PIC 9(1).
       01  WS-COMPTE-SAISI     PIC X(6).
       01  WS-MANDATAIRE-SAISI PIC X(10).
       01  WS-NOM-SAISI        PIC X(25).
       01  WS-PORTEE-SAISIE    PIC X(1).
       01  WS-PLAFOND-SAISI    PIC 9(8)V9(2).
       01  WS-DATE-DEBUT       PIC X(8).
       01  WS-DATE-FIN         PIC X(8).

      *    revocations : procurations chargees puis reecrites en
      *    totalite.
       01  WS-NB-PRC           PIC 9(3) VALUE ZERO.
       01  WS-PRC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-PRC.
         05 WS-PRC  OCCURS 300 TIMES.
           10  WS-PRC-IMAGE    PIC X(80).
       01  WS-P                PIC 9(3).
       01  WS-PRC-TROUVEE      PIC X(1).

       PROCEDURE DIVISION.

       MAIN-MAJ-PROCURATIONS.
           DISPLAY "1-ENREGISTRER UNE PROCURATION".
           DISPLAY "2-REVOQUER UNE PROCURATION".
           DISPLAY "3-LISTER LES PROCURATIONS D'UN COMPTE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM ENREGISTRER-PROCURATION
               WHEN 2
                   PERFORM REVOQUER-PROCURATION
               WHEN 3
                   PERFORM LISTER-PROCURATIONS
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       ENREGISTRER-PROCURATION.
           DISPLAY "NUM COMPTE DU MANDANT :".
           ACCEPT WS-COMPTE-SAISI.

           OPEN INPUT COMPTE-MASTER.
           MOVE WS-COMPTE-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE INTROUVABLE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE NON ACTIF, PROCURATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "MATRICULE OU CIN DU MANDATAIRE :".
           ACCEPT WS-MANDATAIRE-SAISI.
           IF WS-MANDATAIRE-SAISI = SPACES
               DISPLAY "MANDATAIRE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-MANDATAIRE-SAISI = CPM-TITUL-CPT
               DISPLAY "LE TITULAIRE NE PEUT ETRE SON PROPRE "
                       "MANDATAIRE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "NOM DU MANDATAIRE :".
           ACCEPT WS-NOM-SAISI.

           DISPLAY "PORTEE (C=CONSULTATION, V=VERSEMENTS, "
                   "R=RETRAITS, T=VIREMENTS) :".
           ACCEPT WS-PORTEE-SAISIE.
           IF WS-PORTEE-SAISIE NOT = "C" AND WS-PORTEE-SAISIE NOT = "V"
              AND WS-PORTEE-SAISIE NOT = "R"
              AND WS-PORTEE-SAISIE NOT = "T"
               DISPLAY "PORTEE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-PLAFOND-SAISI.
           IF WS-PORTEE-SAISIE = "R" OR WS-PORTEE-SAISIE = "T"
               DISPLAY "PLAFOND PAR OPERATION :"
               ACCEPT WS-PLAFOND-SAISI
               IF WS-PLAFOND-SAISI = 0
                   DISPLAY "PLAFOND NUL REFUSE"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE "N" TO WS-CTRL-VALIDE.
           PERFORM UNTIL WS-CTRL-VALIDE = "O"
               DISPLAY "DATE DE DEBUT (AAAAMMJJ) :"
               ACCEPT WS-DATE-DEBUT
               MOVE "C" TO WS-CTRL-MODE
               CALL WS-PGM-CTRL-DATE USING WS-DATE-DEBUT
                    WS-CTRL-MODE WS-CTRL-VALIDE
               IF WS-CTRL-VALIDE = "N"
                   DISPLAY "DATE DE DEBUT INVALIDE !"
               END-IF
           END-PERFORM.

           DISPLAY "DATE DE FIN (AAAAMMJJ, VIDE = SANS TERME) :".
           ACCEPT WS-DATE-FIN.
           IF WS-DATE-FIN NOT = SPACES
               MOVE "A" TO WS-CTRL-MODE
               CALL WS-PGM-CTRL-DATE USING WS-DATE-FIN
                    WS-CTRL-MODE WS-CTRL-VALIDE
               IF WS-CTRL-VALIDE = "N" OR WS-DATE-FIN <= WS-DATE-DEBUT
                   DISPLAY "DATE DE FIN INVALIDE, PROCURATION REFUSEE"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE SPACES              TO PRC-ENREG.
           MOVE WS-COMPTE-SAISI     TO PRC-NUM-CPT.
           MOVE WS-MANDATAIRE-SAISI TO PRC-MANDATAIRE.
           MOVE WS-NOM-SAISI        TO PRC-NOM.
           MOVE WS-PORTEE-SAISIE    TO PRC-PORTEE.
           MOVE WS-PLAFOND-SAISI    TO PRC-PLAFOND.
           MOVE WS-DATE-DEBUT       TO PRC-DATE-DEBUT.
           MOVE WS-DATE-FIN         TO PRC-DATE-FIN.
           MOVE "A"                 TO PRC-STATUT.
           OPEN EXTEND PROCURATIONS-FICHIER.
           IF WS-PRC-FILESTATUS = "35"
               OPEN OUTPUT PROCURATIONS-FICHIER
           END-IF.
           WRITE PRC-ENREG.
           CLOSE PROCURATIONS-FICHIER.
           DISPLAY "PROCURATION DE " WS-MANDATAIRE-SAISI " SUR "
                   WS-COMPTE-SAISI " ENREGISTREE.".
           EXIT.
       FIN-ENREGISTRER-PROCURATION.

       REVOQUER-PROCURATION.
           DISPLAY "NUM COMPTE DU MANDANT :".
           ACCEPT WS-COMPTE-SAISI.
           DISPLAY "MATRICULE OU CIN DU MANDATAIRE :".
           ACCEPT WS-MANDATAIRE-SAISI.
           PERFORM CHARGER-PROCURATIONS.
           IF WS-PRC-SURCHARGE = "O"
               DISPLAY "PLUS DE 300 PROCURATIONS, TABLE PLEINE, "
                       "REVOCATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-PRC-TROUVEE.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRC
               MOVE WS-PRC-IMAGE(WS-P) TO PRC-ENREG
               IF PRC-NUM-CPT = WS-COMPTE-SAISI
                  AND PRC-MANDATAIRE = WS-MANDATAIRE-SAISI
                  AND PRC-STATUT = "A"
                   MOVE "R" TO PRC-STATUT
                   MOVE PRC-ENREG TO WS-PRC-IMAGE(WS-P)
                   MOVE "O" TO WS-PRC-TROUVEE
               END-IF
           END-PERFORM.
           IF WS-PRC-TROUVEE = "N"
               DISPLAY "PROCURATION ACTIVE INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAUVER-PROCURATIONS.
           DISPLAY "PROCURATION REVOQUEE.".
           EXIT.
       FIN-REVOQUER-PROCURATION.

       LISTER-PROCURATIONS.
           DISPLAY "NUM COMPTE :".
           ACCEPT WS-COMPTE-SAISI.
           PERFORM CHARGER-PROCURATIONS.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRC
               MOVE WS-PRC-IMAGE(WS-P) TO PRC-ENREG
               IF PRC-NUM-CPT = WS-COMPTE-SAISI
                   DISPLAY "  " PRC-MANDATAIRE " " PRC-NOM
                           " PORTEE " PRC-PORTEE
                           " PLAFOND " PRC-PLAFOND
                           " DU " PRC-DATE-DEBUT
                           " AU " PRC-DATE-FIN
                           " STATUT " PRC-STATUT
               END-IF
           END-PERFORM.
           EXIT.
       FIN-LISTER-PROCURATIONS.

       CHARGER-PROCURATIONS.
           MOVE ZERO TO WS-NB-PRC.
           MOVE "N" TO WS-PRC-SURCHARGE.
           OPEN INPUT PROCURATIONS-FICHIER.
           IF WS-PRC-FILESTATUS = "00"
               PERFORM UNTIL WS-PRC-FILESTATUS NOT = "00"
                   READ PROCURATIONS-FICHIER
                       AT END MOVE "10" TO WS-PRC-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRC < 300
                               ADD 1 TO WS-NB-PRC
                               MOVE PRC-ENREG TO
                                    WS-PRC-IMAGE(WS-NB-PRC)
                           ELSE
                               MOVE "O" TO WS-PRC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCURATIONS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-PROCURATIONS.

       SAUVER-PROCURATIONS.
           OPEN OUTPUT PROCURATIONS-FICHIER.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRC
               MOVE WS-PRC-IMAGE(WS-P) TO PRC-ENREG
               WRITE PRC-ENREG
           END-PERFORM.
           CLOSE PROCURATIONS-FICHIER.
           EXIT.
       FIN-SAUVER-PROCURATIONS.

       END PROGRAM MAJ-PROCURATIONS.
