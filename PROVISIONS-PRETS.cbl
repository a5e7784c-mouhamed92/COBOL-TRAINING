      *    reprise du mois sont posees au journal sous PRV1/PRV2 pour
      *    que l'extraction comptable les ventile. Le garde-fou de
      *    CONTROLE-MENSUEL.DAT empeche un double passage du mois.
      *    Un pret restructure (SAISIE-PRETS) reste au moins en
      *    classe 2 pendant sa periode probatoire (parametre
      *    PROBATION-RESTRUCT en jours, 365 a defaut).
      *    Avec PROVISIONS-SIMULATION=O dans l'environnement, le job
      *    tourne en simulation : le meme etat, pret par pret et
      *    avec les totaux, part dans
      *    SIMULATION-PROVISIONS-PRETS-AAAAMM.TXT suivi des ecritures
      *    PRV1/PRV2 qui seraient posees, mais rien n'est ecrit au
      *    journal, dans PROVISIONS-STOCK.DAT ni dans
      *    CONTROLE-MENSUEL.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

      *    meme mise en forme que dans ARRIERES-PRETS.
       FD  ARRIERES-FICHIER.
           05  CTM-JOB          PIC X(20).
           05  FILLER           PIC X(1).
           05  CTM-MOIS         PIC X(6).
      *    volume et montant du passage, fichier produit : repris
      *    dans le dossier de cloture par CLOTURE-MENSUELLE.
           05  CTM-SUITE.
               10  FILLER       PIC X(1).
               10  CTM-NB       PIC 9(7).
               10  FILLER       PIC X(1).
               10  CTM-MONTANT  PIC 9(13)V9(2).
               10  FILLER       PIC X(1).
               10  CTM-SORTIE   PIC X(40).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).
       01  WS-TRAITEMENT-OK    PIC X(1) VALUE "O".
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

           10  WS-CLS-CAPITAL  PIC 9(12)V9(2).
           10  WS-CLS-PROVISION PIC 9(12)V9(2).
       01  WS-CLASSE           PIC 9(1).
       01  WS-PROBATION-JOURS  PIC 9(5) VALUE 365.
       01  WS-EN-PROBATION     PIC X(1).
       01  WS-MENTION          PIC X(12).
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-SENS-JRN         PIC X(1).
       01  WS-LIBELLE-JRN      PIC X(30).

      *    simulation (PROVISIONS-SIMULATION=O) : l'etat est produit,
      *    les ecritures sont editees au lieu d'etre posees.
       01  WS-SIMULATION       PIC X(1) VALUE "N".
       01  WS-MONTANT-EDITE    PIC -(12)9.99.

       PROCEDURE DIVISION.

       MAIN-PROVISIONS-PRETS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.

           ACCEPT WS-SIMULATION FROM ENVIRONMENT
                  "PROVISIONS-SIMULATION".
           IF WS-SIMULATION = "O"
               PERFORM CHARGER-TAUX-CLASSES
               PERFORM CHARGER-ARRIERES
               PERFORM CHARGER-STOCK
               PERFORM PROVISIONNER-LES-PRETS
               PERFORM POSER-MOUVEMENTS-JOURNAL
               DISPLAY "SIMULATION : RIEN N'A ETE POSE, ETAT "
                       WS-RAP-FILE-PATH
               GOBACK
           END-IF.
           MOVE "N" TO WS-SIMULATION.

           PERFORM CONTROLER-MOIS.
           IF WS-TRAITEMENT-OK NOT = "O"
               GOBACK
                   READ CONTROLE-MENSUEL
                       AT END MOVE "10" TO WS-CTM-FILESTATUS
                       NOT AT END
                           IF WS-NB-CTM < 20
                               ADD 1 TO WS-NB-CTM
                               MOVE CTM-JOB  TO WS-CTM-JOB(WS-NB-CTM)
                               MOVE CTM-MOIS TO WS-CTM-MOIS(WS-NB-CTM)
                               MOVE CTM-SUITE TO
                                    WS-CTM-SUITE(WS-NB-CTM)
                           END-IF
                   END-READ
               END-PERFORM
       FIN-CONTROLER-MOIS.

       ENREGISTRER-MOIS-FAIT.
           MOVE SPACES TO CTM-ENREG.
           MOVE WS-NB-ARR TO CTM-NB.
           MOVE WS-TOTAL-DOTATION TO CTM-MONTANT.
           MOVE WS-RAP-FILE-PATH TO CTM-SORTIE.
           MOVE "N" TO WS-CTM-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                   MOVE WS-MOIS-COURANT TO WS-CTM-MOIS(WS-C)
                   MOVE CTM-SUITE TO WS-CTM-SUITE(WS-C)
                   MOVE "O" TO WS-CTM-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CTM-TROUVE = "N" AND WS-NB-CTM < 20
               ADD 1 TO WS-NB-CTM
               MOVE WS-NOM-JOB      TO WS-CTM-JOB(WS-NB-CTM)
               MOVE WS-MOIS-COURANT TO WS-CTM-MOIS(WS-NB-CTM)
               MOVE CTM-SUITE TO WS-CTM-SUITE(WS-NB-CTM)
           END-IF.
           OPEN OUTPUT CONTROLE-MENSUEL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               MOVE WS-CTM-JOB(WS-C)  TO CTM-JOB
               MOVE WS-CTM-MOIS(WS-C) TO CTM-MOIS
               MOVE WS-CTM-SUITE(WS-C) TO CTM-SUITE
               WRITE CTM-ENREG
           END-PERFORM.
           CLOSE CONTROLE-MENSUEL.
               MOVE ZERO TO WS-CLS-CAPITAL(WS-CLASSE)
               MOVE ZERO TO WS-CLS-PROVISION(WS-CLASSE)
           END-PERFORM.
           MOVE "PROBATION-RESTRUCT" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-PROBATION-JOURS
           END-IF.
           EXIT.
       FIN-CHARGER-TAUX-CLASSES.

      *    l'etat mensuel.
       PROVISIONNER-LES-PRETS.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           IF WS-SIMULATION = "O"
               STRING "SIMULATION-" WS-NOM-JOB DELIMITED BY SPACE
                      "-" WS-MOIS-COURANT ".TXT" DELIMITED BY SIZE
                   INTO WS-RAP-FILE-PATH
               END-STRING
           ELSE
               STRING "PROVISIONS-" WS-MOIS-COURANT ".TXT"
                   DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
               END-STRING
           END-IF.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ETAT DE PROVISIONNEMENT DES PRETS - MOIS "
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-SIMULATION = "O"
               MOVE "SIMULATION - AUCUNE ECRITURE POSEE" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.

           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
           END-IF.

      *    prets provisionnes le mois dernier et sortis du stock
      *    (soldes, rembourses) : reprise integrale. Un pret passe en
      *    perte n'y figure plus, PERTES-PRETS ayant deja repris sa
      *    provision.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-STK
               IF WS-STK-REPRIS(WS-I) = "N"
                  AND WS-STK-PROV(WS-I) > 0
               WHEN OTHER
                   MOVE 4 TO WS-CLASSE
           END-EVALUATE.
           MOVE SPACES TO WS-MENTION.
           IF PRT-RESTRUCTURE = "R"
               PERFORM MESURER-PROBATION
               IF WS-EN-PROBATION = "O"
                   MOVE " RESTRUCTURE" TO WS-MENTION
                   IF WS-CLASSE < 2
                       MOVE 2 TO WS-CLASSE
                   END-IF
               END-IF
           END-IF.

           COMPUTE WS-PROVISION ROUNDED =
                   PRT-CAPITAL-RESTANT * WS-CLS-TAUX(WS-CLASSE).
                  " RETARD " WS-JOURS-MAX " J"
                  " CAPITAL " PRT-CAPITAL-RESTANT
                  " PROVISION " WS-PROVISION
                  " MOUVEMENT " WS-MOUVEMENT WS-MENTION
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-PROVISIONNER-UN-PRET.

      *    le pret restructure est-il encore dans sa periode
      *    probatoire ?
       MESURER-PROBATION.
           MOVE "N" TO WS-EN-PROBATION.
           MOVE PRT-DATE-RESTRUCT TO WS-DATE-NUM-A.
           MOVE WS-AUJOURD-HUI    TO WS-DATE-NUM-B.
           IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A)
              < WS-PROBATION-JOURS
               MOVE "O" TO WS-EN-PROBATION
           END-IF.
           EXIT.
       FIN-MESURER-PROBATION.

       EDITER-TOTAUX-CLASSES.
           PERFORM VARYING WS-CLASSE FROM 1 BY 1 UNTIL WS-CLASSE > 4
               MOVE SPACES TO RAP-LIGNE
      *    lignes a destination du grand livre, ventilees par
      *    EXTRACTION-GL comme les autres codes.
       POSER-MOUVEMENTS-JOURNAL.
           IF WS-SIMULATION = "O"
               OPEN EXTEND RAPPORT-FICHIER
               MOVE "ECRITURES QUI SERAIENT POSEES :" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.
           IF WS-TOTAL-DOTATION > 0
               MOVE WS-TOTAL-DOTATION TO WS-MONTANT-JRN
               MOVE "PRV1" TO WS-CODE-JRN
               STRING "DOTATION PROVISIONS " WS-MOIS-COURANT
                   DELIMITED BY SIZE INTO WS-LIBELLE-JRN
               END-STRING
               PERFORM POSER-UN-MOUVEMENT
           END-IF.
           IF WS-TOTAL-REPRISE > 0
               MOVE WS-TOTAL-REPRISE TO WS-MONTANT-JRN
               STRING "REPRISE PROVISIONS " WS-MOIS-COURANT
                   DELIMITED BY SIZE INTO WS-LIBELLE-JRN
               END-STRING
               PERFORM POSER-UN-MOUVEMENT
           END-IF.
           IF WS-SIMULATION = "O"
               CLOSE RAPPORT-FICHIER
           END-IF.
           EXIT.
       FIN-POSER-MOUVEMENTS-JOURNAL.

      *    en simulation l'ecriture est seulement editee.
       POSER-UN-MOUVEMENT.
           IF WS-SIMULATION = "O"
               MOVE WS-MONTANT-JRN TO WS-MONTANT-EDITE
               MOVE SPACES TO RAP-LIGNE
               STRING "  " WS-CODE-JRN " " WS-SENS-JRN " "
                      WS-MONTANT-EDITE " " WS-LIBELLE-JRN
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           ELSE
               PERFORM JOURNALISER-PROVISION
           END-IF.
           EXIT.
       FIN-POSER-UN-MOUVEMENT.

       JOURNALISER-PROVISION.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
