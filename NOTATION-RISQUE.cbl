       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTATION-RISQUE.
       AUTHOR.    MOHAMED.

      *    notation de risque LCB-FT de chaque client, dans la chaine
      *    BATCH-JOUR apres RAPPORT-CONFORMITE. Le score additionne
      *    ce que la banque sait deja du client :
      *      - profession sensible (mot cle dans CLM-PROFESSION-CLT)
      *      - touches de filtrage (HITS-WATCHLIST.DAT) : touche non
      *        revue ou confirmee, PEP blanchi, autre touche blanchie
      *      - signalements de RAPPORT-CONFORMITE sur douze mois
      *        (SIGNALEMENTS-CONFORMITE.DAT) : gros montants et
      *        cumuls, fractionnement presume
      *      - virements sortants en devise etrangere sur douze mois
      *      - comptes tenus en devise etrangere
      *      - relation de moins d'un an (plus ancien compte)
      *    et le classe F (faible), M (moyen) ou E (eleve) selon les
      *    seuils SEUIL-RISQUE-MOYEN et SEUIL-RISQUE-ELEVE (25 et 60
      *    a defaut). La notation et la date de prochaine revue KYC
      *    (5, 3 ou 1 an) sont portees sur la fiche client ; toute
      *    notation qui change est tracee dans la piste d'audit avec
      *    son score et ses motifs. Les revues echues des clients
      *    ayant un compte vivant partent, agence par agence, dans
      *    REVUES-KYC-AAAAMMJJ.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT HITS-FICHIER ASSIGN TO "HITS-WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIT-FILESTATUS.

           SELECT SIGNALEMENTS-FICHIER ASSIGN TO
                                     "SIGNALEMENTS-CONFORMITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SGN-FILESTATUS.

           SELECT VIREMENTS-SORTANTS ASSIGN TO "VIREMENTS-SORTANTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VSO-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

      *    meme mise en forme que dans FILTRER-WATCHLIST.
       FD  HITS-FICHIER.
       01  HIT-ENREG.
           05  HIT-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  HIT-ORIGINE     PIC X(10).
           05  FILLER          PIC X(1).
           05  HIT-NOM         PIC X(30).
           05  FILLER          PIC X(1).
           05  HIT-CIN         PIC X(10).
           05  FILLER          PIC X(1).
           05  HIT-SOURCE      PIC X(10).
           05  FILLER          PIC X(1).
           05  HIT-STATUT      PIC X(1).

      *    meme mise en forme que dans RAPPORT-CONFORMITE.
       FD  SIGNALEMENTS-FICHIER.
       01  SGN-ENREG.
           05  SGN-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  SGN-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  SGN-NATURE      PIC X(1).
           05  FILLER          PIC X(1).
           05  SGN-MONTANT     PIC 9(12)V9(2).

      *    meme mise en forme que dans OPERATIONS.
       FD  VIREMENTS-SORTANTS.
       01  VSO-ENREG.
           05  VSO-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  VSO-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  VSO-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  VSO-DEVISE      PIC X(3).
           05  FILLER          PIC X(1).
           05  VSO-ID-EXTERNE  PIC X(8).
           05  FILLER          PIC X(1).
           05  VSO-CODE-BANQUE PIC X(5).
           05  FILLER          PIC X(1).
           05  VSO-NOM-BENEF   PIC X(30).
           05  FILLER          PIC X(1).
           05  VSO-STATUT      PIC X(1).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-HIT-FILESTATUS   PIC X(2).
       01  WS-SGN-FILESTATUS   PIC X(2).
       01  WS-VSO-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-DEVISE-MAD       PIC X(3) VALUE "MAD".

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-SEUIL-MOYEN      PIC 9(3) VALUE 25.
       01  WS-SEUIL-ELEVE      PIC 9(3) VALUE 60.

      *    piste d'audit commune des mises a jour de fiches.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "NOTATION-RISQUE".
       01  WS-AUD-OPERATEUR    PIC 9(5) VALUE ZERO.
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-IL-Y-A-UN-AN     PIC X(8).

      *    professions sensibles : mots cles cherches dans la
      *    profession declaree.
       01  WS-MOTS-PROFESSION.
           05  FILLER          PIC X(12) VALUE "BIJOU".
           05  FILLER          PIC 9(2)  VALUE 5.
           05  FILLER          PIC X(12) VALUE "CHANGE".
           05  FILLER          PIC 9(2)  VALUE 6.
           05  FILLER          PIC X(12) VALUE "IMMOBILIER".
           05  FILLER          PIC 9(2)  VALUE 10.
           05  FILLER          PIC X(12) VALUE "CASINO".
           05  FILLER          PIC 9(2)  VALUE 6.
           05  FILLER          PIC X(12) VALUE "DIAMANT".
           05  FILLER          PIC 9(2)  VALUE 7.
           05  FILLER          PIC X(12) VALUE "ARMES".
           05  FILLER          PIC 9(2)  VALUE 5.
           05  FILLER          PIC X(12) VALUE "POLITI".
           05  FILLER          PIC 9(2)  VALUE 6.
           05  FILLER          PIC X(12) VALUE "NOTAIRE".
           05  FILLER          PIC 9(2)  VALUE 7.
           05  FILLER          PIC X(12) VALUE "AVOCAT".
           05  FILLER          PIC 9(2)  VALUE 6.
           05  FILLER          PIC X(12) VALUE "AUTOMOBILE".
           05  FILLER          PIC 9(2)  VALUE 10.
       01  WS-TABLE-MOTS REDEFINES WS-MOTS-PROFESSION.
         05 WS-MOT  OCCURS 10 TIMES.
           10  WS-MOT-TEXTE    PIC X(12).
           10  WS-MOT-LONGUEUR PIC 9(2).
       01  WS-K                PIC 9(2).
       01  WS-NB-MOTS-TROUVES  PIC 9(3).

      *    touches de filtrage portant sur des fiches clients.
       01  WS-NB-HIT           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-HIT.
         05 WS-HIT  OCCURS 1000 TIMES.
           10  WS-HIT-NOM      PIC X(20).
           10  WS-HIT-CIN      PIC X(10).
           10  WS-HIT-SOURCE   PIC X(10).
           10  WS-HIT-STATUT   PIC X(1).
       01  WS-H                PIC 9(4).

      *    donnees rassemblees par client avant la notation.
       01  WS-NB-AGR           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-AGR.
         05 WS-AGR  OCCURS 3000 TIMES.
           10  WS-AGR-MAT        PIC X(6).
           10  WS-AGR-AGENCE     PIC X(3).
           10  WS-AGR-PREMIER    PIC X(8).
           10  WS-AGR-VIVANTS    PIC 9(3).
           10  WS-AGR-DEVISE     PIC 9(3).
           10  WS-AGR-SEUIL      PIC 9(4).
           10  WS-AGR-FRACTION   PIC 9(4).
           10  WS-AGR-ETRANGER   PIC 9(4).
       01  WS-A                PIC 9(4).
       01  WS-MAT-CHERCHE      PIC X(6).

       01  WS-SCORE            PIC 9(3).
       01  WS-MOTIFS           PIC X(40).
       01  WS-MOTIFS-PTR       PIC 9(2).
       01  WS-NOUVEAU-RISQUE   PIC X(1).
       01  WS-ANCIEN-RISQUE    PIC X(1).
       01  WS-ANCIENNE-REVUE   PIC X(8).
       01  WS-ANNEES-REVUE     PIC 9(1).
       01  WS-REVUE-NUM        PIC 9(8).
       01  WS-PIRE-TOUCHE      PIC 9(3).
       01  WS-PIECE-FILTREE    PIC X(10).
       01  WS-RANG-ANCIEN      PIC 9(1).
       01  WS-RANG-NOUVEAU     PIC 9(1).

      *    revues echues, editees agence par agence.
       01  WS-NB-ECHUES        PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ECHUES.
         05 WS-ECH  OCCURS 3000 TIMES.
           10  WS-ECH-AGENCE   PIC X(3).
           10  WS-ECH-MAT      PIC X(6).
           10  WS-ECH-NOM      PIC X(20).
           10  WS-ECH-PRENOM   PIC X(20).
           10  WS-ECH-RISQUE   PIC X(1).
           10  WS-ECH-REVUE    PIC X(8).
           10  WS-ECH-EDITE    PIC X(1).
       01  WS-E                PIC 9(4).
       01  WS-E2               PIC 9(4).
       01  WS-AGENCE-EN-COURS  PIC X(3).

       01  WS-NB-NOTES         PIC 9(5) VALUE ZERO.
       01  WS-NB-CHANGES       PIC 9(5) VALUE ZERO.
       01  WS-NB-FAIBLES       PIC 9(5) VALUE ZERO.
       01  WS-NB-MOYENS        PIC 9(5) VALUE ZERO.
       01  WS-NB-ELEVES        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-NOTATION-RISQUE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE "SEUIL-RISQUE-MOYEN" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-SEUIL-MOYEN
           END-IF.
           MOVE "SEUIL-RISQUE-ELEVE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-SEUIL-ELEVE
           END-IF.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           SUBTRACT 10000 FROM WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-IL-Y-A-UN-AN.

           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               GOBACK
           END-IF.
           PERFORM RECENSER-COMPTES.
           PERFORM CHARGER-TOUCHES.
           PERFORM CHARGER-SIGNALEMENTS.
           PERFORM CHARGER-VIREMENTS-ETRANGER.
           CLOSE COMPTE-MASTER.

           OPEN I-O CLIENT-MASTER.
           IF WS-CLT-FILESTATUS = "00"
               MOVE LOW-VALUE TO CLM-MAT-CLT
               START CLIENT-MASTER KEY IS NOT LESS THAN CLM-MAT-CLT
                   INVALID KEY MOVE "23" TO WS-CLT-FILESTATUS
               END-START
               PERFORM UNTIL WS-CLT-FILESTATUS NOT = "00"
                   READ CLIENT-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CLT-FILESTATUS
                       NOT AT END
                           PERFORM NOTER-UN-CLIENT
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER
           ELSE
               DISPLAY "FICHIER MAITRE DES CLIENTS INTROUVABLE"
           END-IF.

           PERFORM EDITER-REVUES-ECHUES.

           DISPLAY "========= NOTATION DE RISQUE CLIENTS =========".
           DISPLAY "CLIENTS NOTES            : " WS-NB-NOTES.
           DISPLAY "  FAIBLE / MOYEN / ELEVE : " WS-NB-FAIBLES " / "
                   WS-NB-MOYENS " / " WS-NB-ELEVES.
           DISPLAY "NOTATIONS CHANGEES       : " WS-NB-CHANGES.
           DISPLAY "REVUES KYC ECHUES        : " WS-NB-ECHUES.
           DISPLAY "DETAIL DANS " WS-RAP-FILE-PATH.
           DISPLAY "==============================================".
           GOBACK.

      *    un passage sur les comptes : agence (celle du premier
      *    compte rencontre), anciennete de la relation, comptes
      *    vivants et comptes en devise etrangere par titulaire.
       RECENSER-COMPTES.
           MOVE LOW-VALUE TO CPM-NUM-CPT.
           START COMPTE-MASTER KEY IS NOT LESS THAN CPM-NUM-CPT
               INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       MOVE CPM-TITUL-CPT TO WS-MAT-CHERCHE
                       PERFORM TROUVER-AGREGAT
                       IF WS-A > 0
                           PERFORM CUMULER-UN-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CPT-FILESTATUS.
           EXIT.
       FIN-RECENSER-COMPTES.

       CUMULER-UN-COMPTE.
           IF WS-AGR-AGENCE(WS-A) = SPACES
               MOVE CPM-AGENCE TO WS-AGR-AGENCE(WS-A)
           END-IF.
           IF WS-AGR-PREMIER(WS-A) = SPACES
              OR CPM-DATE-CPT < WS-AGR-PREMIER(WS-A)
               MOVE CPM-DATE-CPT TO WS-AGR-PREMIER(WS-A)
           END-IF.
           IF CPM-STATUT NOT = "C"
               ADD 1 TO WS-AGR-VIVANTS(WS-A)
               IF CPM-DEVISE-CPT NOT = WS-DEVISE-MAD
                   ADD 1 TO WS-AGR-DEVISE(WS-A)
               END-IF
           END-IF.
           EXIT.
       FIN-CUMULER-UN-COMPTE.

      *    position du client WS-MAT-CHERCHE dans la table, creee a
      *    la premiere rencontre ; zero quand la table est pleine.
       TROUVER-AGREGAT.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-NB-AGR
                      OR WS-AGR-MAT(WS-A) = WS-MAT-CHERCHE
               CONTINUE
           END-PERFORM.
           IF WS-A > WS-NB-AGR
               IF WS-NB-AGR < 3000
                   ADD 1 TO WS-NB-AGR
                   MOVE WS-NB-AGR TO WS-A
                   MOVE WS-MAT-CHERCHE TO WS-AGR-MAT(WS-A)
                   MOVE SPACES TO WS-AGR-AGENCE(WS-A)
                   MOVE SPACES TO WS-AGR-PREMIER(WS-A)
                   MOVE ZERO TO WS-AGR-VIVANTS(WS-A)
                   MOVE ZERO TO WS-AGR-DEVISE(WS-A)
                   MOVE ZERO TO WS-AGR-SEUIL(WS-A)
                   MOVE ZERO TO WS-AGR-FRACTION(WS-A)
                   MOVE ZERO TO WS-AGR-ETRANGER(WS-A)
               ELSE
                   MOVE ZERO TO WS-A
               END-IF
           END-IF.
           EXIT.
       FIN-TROUVER-AGREGAT.

       CHARGER-TOUCHES.
           OPEN INPUT HITS-FICHIER.
           IF WS-HIT-FILESTATUS = "00"
               PERFORM UNTIL WS-HIT-FILESTATUS NOT = "00"
                   READ HITS-FICHIER
                       AT END MOVE "10" TO WS-HIT-FILESTATUS
                       NOT AT END
                           IF HIT-ORIGINE = "CLIENT"
                              AND WS-NB-HIT < 1000
                               ADD 1 TO WS-NB-HIT
                               MOVE HIT-NOM(1:20) TO
                                    WS-HIT-NOM(WS-NB-HIT)
                               MOVE HIT-CIN    TO WS-HIT-CIN(WS-NB-HIT)
                               MOVE HIT-SOURCE TO
                                    WS-HIT-SOURCE(WS-NB-HIT)
                               MOVE HIT-STATUT TO
                                    WS-HIT-STATUT(WS-NB-HIT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HITS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-TOUCHES.

      *    signalements de conformite des douze derniers mois.
       CHARGER-SIGNALEMENTS.
           OPEN INPUT SIGNALEMENTS-FICHIER.
           IF WS-SGN-FILESTATUS = "00"
               PERFORM UNTIL WS-SGN-FILESTATUS NOT = "00"
                   READ SIGNALEMENTS-FICHIER
                       AT END MOVE "10" TO WS-SGN-FILESTATUS
                       NOT AT END
                           IF SGN-DATE > WS-IL-Y-A-UN-AN
                               MOVE SGN-MAT-CLT TO WS-MAT-CHERCHE
                               PERFORM TROUVER-AGREGAT
                               IF WS-A > 0
                                   IF SGN-NATURE = "F"
                                       ADD 1 TO WS-AGR-FRACTION(WS-A)
                                   ELSE
                                       ADD 1 TO WS-AGR-SEUIL(WS-A)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNALEMENTS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-SIGNALEMENTS.

      *    virements sortants des douze derniers mois libelles dans
      *    une autre devise que le dirham : transfrontaliers.
       CHARGER-VIREMENTS-ETRANGER.
           OPEN INPUT VIREMENTS-SORTANTS.
           IF WS-VSO-FILESTATUS = "00"
               PERFORM UNTIL WS-VSO-FILESTATUS NOT = "00"
                   READ VIREMENTS-SORTANTS
                       AT END MOVE "10" TO WS-VSO-FILESTATUS
                       NOT AT END
                           IF VSO-DATE > WS-IL-Y-A-UN-AN
                              AND VSO-DEVISE NOT = WS-DEVISE-MAD
                               PERFORM IMPUTER-VIREMENT-ETRANGER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VIREMENTS-SORTANTS
           END-IF.
           EXIT.
       FIN-CHARGER-VIREMENTS-ETRANGER.

       IMPUTER-VIREMENT-ETRANGER.
           MOVE VSO-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY EXIT PARAGRAPH
           END-READ.
           MOVE CPM-TITUL-CPT TO WS-MAT-CHERCHE.
           PERFORM TROUVER-AGREGAT.
           IF WS-A > 0
               ADD 1 TO WS-AGR-ETRANGER(WS-A)
           END-IF.
           EXIT.
       FIN-IMPUTER-VIREMENT-ETRANGER.

       NOTER-UN-CLIENT.
           MOVE CLM-MAT-CLT TO WS-MAT-CHERCHE.
           PERFORM TROUVER-AGREGAT.
           MOVE ZERO TO WS-SCORE.
           MOVE SPACES TO WS-MOTIFS.
           MOVE 1 TO WS-MOTIFS-PTR.

           MOVE ZERO TO WS-NB-MOTS-TROUVES.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 10
               INSPECT CLM-PROFESSION-CLT TALLYING WS-NB-MOTS-TROUVES
                   FOR ALL WS-MOT-TEXTE(WS-K)(1:WS-MOT-LONGUEUR(WS-K))
           END-PERFORM.
           IF WS-NB-MOTS-TROUVES > 0
               ADD 25 TO WS-SCORE
               STRING "PROF " DELIMITED BY SIZE
                   INTO WS-MOTIFS WITH POINTER WS-MOTIFS-PTR
               END-STRING
           END-IF.

           PERFORM EVALUER-TOUCHES.

           IF WS-A > 0
               IF WS-AGR-FRACTION(WS-A) > 0
                   ADD 40 TO WS-SCORE
                   STRING "FRACT " DELIMITED BY SIZE
                       INTO WS-MOTIFS WITH POINTER WS-MOTIFS-PTR
                   END-STRING
               END-IF
               IF WS-AGR-SEUIL(WS-A) > 0
                   ADD 20 TO WS-SCORE
                   STRING "SEUIL " DELIMITED BY SIZE
                       INTO WS-MOTIFS WITH POINTER WS-MOTIFS-PTR
                   END-STRING
               END-IF
               IF WS-AGR-ETRANGER(WS-A) >= 5
                   ADD 25 TO WS-SCORE
               ELSE
                   IF WS-AGR-ETRANGER(WS-A) > 0
                       ADD 15 TO WS-SCORE
                   END-IF
               END-IF
               IF WS-AGR-ETRANGER(WS-A) > 0
                   STRING "ETRANGER " DELIMITED BY SIZE
                       INTO WS-MOTIFS WITH POINTER WS-MOTIFS-PTR
                   END-STRING
               END-IF
               IF WS-AGR-DEVISE(WS-A) > 0
                   ADD 10 TO WS-SCORE
                   STRING "DEVISE " DELIMITED BY SIZE
                       INTO WS-MOTIFS WITH POINTER WS-MOTIFS-PTR
                   END-STRING
               END-IF
               IF WS-AGR-PREMIER(WS-A) > WS-IL-Y-A-UN-AN
                   ADD 10 TO WS-SCORE
                   STRING "RECENT " DELIMITED BY SIZE
                       INTO WS-MOTIFS WITH POINTER WS-MOTIFS-PTR
                   END-STRING
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-SCORE >= WS-SEUIL-ELEVE
                   MOVE "E" TO WS-NOUVEAU-RISQUE
                   MOVE 1 TO WS-ANNEES-REVUE
                   ADD 1 TO WS-NB-ELEVES
               WHEN WS-SCORE >= WS-SEUIL-MOYEN
                   MOVE "M" TO WS-NOUVEAU-RISQUE
                   MOVE 3 TO WS-ANNEES-REVUE
                   ADD 1 TO WS-NB-MOYENS
               WHEN OTHER
                   MOVE "F" TO WS-NOUVEAU-RISQUE
                   MOVE 5 TO WS-ANNEES-REVUE
                   ADD 1 TO WS-NB-FAIBLES
           END-EVALUATE.
           ADD 1 TO WS-NB-NOTES.

           MOVE CLM-RISQUE-CLT TO WS-ANCIEN-RISQUE.
           MOVE CLM-REVUE-KYC  TO WS-ANCIENNE-REVUE.
           IF WS-NOUVEAU-RISQUE NOT = WS-ANCIEN-RISQUE
              OR CLM-REVUE-KYC = SPACES
               PERFORM FIXER-ECHEANCE-REVUE
               MOVE WS-NOUVEAU-RISQUE TO CLM-RISQUE-CLT
               REWRITE CLIENT-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC NOTATION CLIENT " CLM-MAT-CLT
                   NOT INVALID KEY
                       PERFORM TRACER-CHANGEMENT
               END-REWRITE
           END-IF.

           IF CLM-REVUE-KYC NOT = SPACES
              AND CLM-REVUE-KYC < WS-AUJOURD-HUI
              AND WS-A > 0
               IF WS-AGR-VIVANTS(WS-A) > 0 AND WS-NB-ECHUES < 3000
                   ADD 1 TO WS-NB-ECHUES
                   MOVE WS-AGR-AGENCE(WS-A) TO
                        WS-ECH-AGENCE(WS-NB-ECHUES)
                   MOVE CLM-MAT-CLT    TO WS-ECH-MAT(WS-NB-ECHUES)
                   MOVE CLM-NOM-CLT    TO WS-ECH-NOM(WS-NB-ECHUES)
                   MOVE CLM-PRENOM-CLT TO WS-ECH-PRENOM(WS-NB-ECHUES)
                   MOVE CLM-RISQUE-CLT TO WS-ECH-RISQUE(WS-NB-ECHUES)
                   MOVE CLM-REVUE-KYC  TO WS-ECH-REVUE(WS-NB-ECHUES)
                   MOVE "N"            TO WS-ECH-EDITE(WS-NB-ECHUES)
               END-IF
           END-IF.
           EXIT.
       FIN-NOTER-UN-CLIENT.

      *    touches de filtrage de la fiche : la plus grave compte.
      *    Non revue ou confirmee = eleve d'office ; PEP blanchi par
      *    la conformite = eleve aussi (PEP suivi renforce) ; autre
      *    touche blanchie = homonymie, simple point de vigilance.
       EVALUER-TOUCHES.
           MOVE ZERO TO WS-PIRE-TOUCHE.
      *    une personne morale est filtree sur son registre du
      *    commerce, faute de CIN.
           MOVE CLM-CIN-CLT TO WS-PIECE-FILTREE.
           IF CLM-TYPE-CLT = "M"
               MOVE CLM-RC-CLT TO WS-PIECE-FILTREE
           END-IF.
           PERFORM VARYING WS-H FROM 1 BY 1 UNTIL WS-H > WS-NB-HIT
               IF WS-HIT-NOM(WS-H) = CLM-NOM-CLT
                  AND WS-HIT-CIN(WS-H) = WS-PIECE-FILTREE
                   EVALUATE TRUE
                       WHEN WS-HIT-STATUT(WS-H) = "E"
                         OR WS-HIT-STATUT(WS-H) = "B"
                           MOVE 100 TO WS-PIRE-TOUCHE
                       WHEN WS-HIT-SOURCE(WS-H)(1:3) = "PEP"
                           IF WS-PIRE-TOUCHE < 60
                               MOVE 60 TO WS-PIRE-TOUCHE
                           END-IF
                       WHEN OTHER
                           IF WS-PIRE-TOUCHE < 10
                               MOVE 10 TO WS-PIRE-TOUCHE
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-PIRE-TOUCHE > 0
               ADD WS-PIRE-TOUCHE TO WS-SCORE
               STRING "FILTRAGE " DELIMITED BY SIZE
                   INTO WS-MOTIFS WITH POINTER WS-MOTIFS-PTR
               END-STRING
           END-IF.
           EXIT.
       FIN-EVALUER-TOUCHES.

      *    premiere notation : revue a l'echeance de la notation. Un
      *    risque qui monte rapproche la revue (jamais plus tard que
      *    celle deja prevue) ; un risque qui baisse garde la sienne.
       FIXER-ECHEANCE-REVUE.
           MOVE WS-AUJOURD-HUI TO WS-REVUE-NUM.
           COMPUTE WS-REVUE-NUM = WS-REVUE-NUM
                                 + WS-ANNEES-REVUE * 10000.
           IF WS-REVUE-NUM(5:4) = "0229"
               MOVE "0228" TO WS-REVUE-NUM(5:4)
           END-IF.
           IF CLM-REVUE-KYC = SPACES OR WS-ANCIEN-RISQUE = SPACES
               MOVE WS-REVUE-NUM TO CLM-REVUE-KYC
               EXIT PARAGRAPH
           END-IF.
           EVALUATE WS-ANCIEN-RISQUE
               WHEN "E"    MOVE 3 TO WS-RANG-ANCIEN
               WHEN "M"    MOVE 2 TO WS-RANG-ANCIEN
               WHEN OTHER  MOVE 1 TO WS-RANG-ANCIEN
           END-EVALUATE.
           EVALUATE WS-NOUVEAU-RISQUE
               WHEN "E"    MOVE 3 TO WS-RANG-NOUVEAU
               WHEN "M"    MOVE 2 TO WS-RANG-NOUVEAU
               WHEN OTHER  MOVE 1 TO WS-RANG-NOUVEAU
           END-EVALUATE.
           IF WS-RANG-NOUVEAU > WS-RANG-ANCIEN
              AND WS-REVUE-NUM < CLM-REVUE-KYC
               MOVE WS-REVUE-NUM TO CLM-REVUE-KYC
           END-IF.
           EXIT.
       FIN-FIXER-ECHEANCE-REVUE.

       TRACER-CHANGEMENT.
           IF WS-ANCIEN-RISQUE NOT = WS-NOUVEAU-RISQUE
               ADD 1 TO WS-NB-CHANGES
           END-IF.
           MOVE SPACES TO WS-AUD-CLE.
           MOVE CLM-MAT-CLT TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-AVANT.
           STRING "RISQUE " WS-ANCIEN-RISQUE
                  " REVUE " WS-ANCIENNE-REVUE
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "RISQUE " CLM-RISQUE-CLT " SCORE " WS-SCORE
                  " REVUE " CLM-REVUE-KYC " " WS-MOTIFS
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-AUD-OPERATEUR
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           EXIT.
       FIN-TRACER-CHANGEMENT.

      *    une rubrique par agence, dans l'ordre ou les agences
      *    apparaissent, chaque client echu edite une seule fois.
       EDITER-REVUES-ECHUES.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "REVUES-KYC-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "REVUES KYC ECHUES AU " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ECHUES
               IF WS-ECH-EDITE(WS-E) = "N"
                   MOVE WS-ECH-AGENCE(WS-E) TO WS-AGENCE-EN-COURS
                   MOVE SPACES TO RAP-LIGNE
                   STRING "---- AGENCE " WS-AGENCE-EN-COURS " ----"
                       DELIMITED BY SIZE INTO RAP-LIGNE
                   END-STRING
                   WRITE RAP-LIGNE
                   PERFORM VARYING WS-E2 FROM WS-E BY 1
                           UNTIL WS-E2 > WS-NB-ECHUES
                       IF WS-ECH-AGENCE(WS-E2) = WS-AGENCE-EN-COURS
                           PERFORM EDITER-UNE-REVUE-ECHUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-NB-ECHUES = 0
               MOVE "AUCUNE REVUE KYC ECHUE" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-REVUES-ECHUES.

       EDITER-UNE-REVUE-ECHUE.
           MOVE "O" TO WS-ECH-EDITE(WS-E2).
           MOVE SPACES TO RAP-LIGNE.
           STRING "  " WS-ECH-MAT(WS-E2) " " WS-ECH-NOM(WS-E2)
                  " " WS-ECH-PRENOM(WS-E2)
                  " RISQUE " WS-ECH-RISQUE(WS-E2)
                  " REVUE DUE LE " WS-ECH-REVUE(WS-E2)
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-UNE-REVUE-ECHUE.

       END PROGRAM NOTATION-RISQUE.
