       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENTRALE-RISQUES.
       AUTHOR.    MOHAMED.

      *    declaration mensuelle a la centrale des risques de la
      *    banque centrale, qui n'est plus ressaisie sur leur portail :
      *    en fin de mois, chaque engagement de credit porte par la
      *    banque part dans CENTRALE-RISQUES-AAAAMM.DAT, au format
      *    fixe de la centrale :
      *      - enregistrement 00 : en-tete (code etablissement, mois
      *        declare, date de constitution) ;
      *      - enregistrement 10 : un engagement - CIN et identite de
      *        l'emprunteur (CLIENT-MASTER), nature PR (pret de
      *        PRETS.DAT, en cours ou au contentieux) ou DC (facilite
      *        de decouvert en vigueur de DECOUVERTS.DAT), montant
      *        accorde, encours, impayes (echeances de ECHEANCIER.DAT
      *        en arriere actif dans ARRIERES-PRETS.DAT), jours de
      *        retard, classe de risque et garanties actives de
      *        GARANTIES.DAT ;
      *      - enregistrement 99 : fin de fichier avec le nombre
      *        d'engagements et les totaux de controle.
      *    La classe suit les memes bornes que PROVISIONS-PRETS (1
      *    sain, 2 jusqu'a 30 jours, 3 jusqu'a 90, 4 au-dela ou
      *    contentieux). Un decouvert ne connait pas d'echeance : il
      *    est declare sain, sans retard. Un emprunteur sans CIN
      *    (fiche absente ou CIN a blanc) n'entre pas dans le fichier
      *    et part dans CENTRALE-RISQUES-REJETS-AAAAMM.TXT pour que
      *    l'agence complete la fiche. Le code etablissement est le
      *    parametre CODE-ETABLISSEMENT. Un pret restructure porte
      *    l'indicateur R et reste au moins en classe 2 pendant sa
      *    periode probatoire (parametre PROBATION-RESTRUCT en jours,
      *    365 a defaut), comme dans PROVISIONS-PRETS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT ECHEANCIER ASSIGN TO "ECHEANCIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-FILESTATUS.

           SELECT ARRIERES-FICHIER ASSIGN TO "ARRIERES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-FILESTATUS.

           SELECT GARANTIES-FICHIER ASSIGN TO "GARANTIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAR-FILESTATUS.

           SELECT DECOUVERTS-FICHIER ASSIGN TO "DECOUVERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCV-FILESTATUS.

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

           SELECT DECLARATION-FICHIER ASSIGN TO WS-DCL-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCL-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans SAISIE-PRETS.
       FD  PRETS-FICHIER.
       01  PRT-ENREG.
           05  PRT-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-TAUX-ANNUEL     PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  PRT-DUREE-MOIS      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-CPT-VERSEMENT   PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-MENSUALITE      PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL-RESTANT PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

      *    meme mise en forme que dans SAISIE-PRETS.
       FD  ECHEANCIER.
       01  ECH-ENREG.
           05  ECH-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ECH-NUMERO      PIC 9(3).
           05  FILLER          PIC X(1).
           05  ECH-CAPITAL     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ECH-INTERET     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ECH-STATUT      PIC X(1).

      *    meme mise en forme que dans ARRIERES-PRETS.
       FD  ARRIERES-FICHIER.
       01  ARR-ENREG.
           05  ARR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ARR-NUM-ECH     PIC 9(3).
           05  FILLER          PIC X(1).
           05  ARR-DATE-IMPAYE PIC X(8).
           05  FILLER          PIC X(1).
           05  ARR-PENALITE    PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ARR-STATUT      PIC X(1).

      *    meme mise en forme que dans GARANTIES-PRETS.
       FD  GARANTIES-FICHIER.
       01  GAR-ENREG.
           05  GAR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  GAR-TYPE        PIC X(10).
           05  FILLER          PIC X(1).
           05  GAR-VALEUR      PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  GAR-GARANT      PIC X(10).
           05  FILLER          PIC X(1).
           05  GAR-REF         PIC X(6).
           05  FILLER          PIC X(1).
           05  GAR-DATE-EXPIR  PIC X(8).
           05  FILLER          PIC X(1).
           05  GAR-STATUT      PIC X(1).

      *    meme mise en forme que dans MAJ-DECOUVERTS.
       FD  DECOUVERTS-FICHIER.
       01  DCV-ENREG.
           05  DCV-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  DCV-MONTANT     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  DCV-DATE-OCTROI PIC X(8).
           05  FILLER          PIC X(1).
           05  DCV-DATE-EXPIR  PIC X(8).
           05  FILLER          PIC X(1).
           05  DCV-EMPLOYE     PIC 9(5).
           05  FILLER          PIC X(1).
           05  DCV-STATUT      PIC X(1).

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  DECLARATION-FICHIER.
       01  DCL-LIGNE           PIC X(150).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-ECH-FILESTATUS   PIC X(2).
       01  WS-ARR-FILESTATUS   PIC X(2).
       01  WS-GAR-FILESTATUS   PIC X(2).
       01  WS-DCV-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-DCL-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-DCL-FILE-PATH    PIC X(100).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-COURANT     PIC X(6).

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-CODE-ETAB        PIC 9(5) VALUE ZERO.
       01  WS-PROBATION-JOURS  PIC 9(5) VALUE 365.

      *    enregistrements du format de la centrale, 150 caracteres.
       01  CRB-ENTETE.
           05  CRB-E-TYPE      PIC X(2) VALUE "00".
           05  CRB-E-ETAB      PIC 9(5).
           05  CRB-E-MOIS      PIC X(6).
           05  CRB-E-DATE      PIC X(8).
           05  FILLER          PIC X(129) VALUE SPACES.

       01  CRB-DETAIL.
           05  CRB-D-TYPE      PIC X(2) VALUE "10".
           05  CRB-D-CIN       PIC X(10).
           05  CRB-D-MAT       PIC X(6).
           05  CRB-D-NOM       PIC X(20).
           05  CRB-D-PRENOM    PIC X(20).
           05  CRB-D-NATURE    PIC X(2).
           05  CRB-D-REF       PIC X(6).
           05  CRB-D-DEVISE    PIC X(3).
           05  CRB-D-ACCORDE   PIC 9(12)V9(2).
           05  CRB-D-ENCOURS   PIC 9(12)V9(2).
           05  CRB-D-IMPAYES   PIC 9(12)V9(2).
           05  CRB-D-JOURS     PIC 9(5).
           05  CRB-D-CLASSE    PIC 9(1).
           05  CRB-D-NB-GAR    PIC 9(2).
           05  CRB-D-VAL-GAR   PIC 9(12)V9(2).
           05  CRB-D-RESTRUCT  PIC X(1).
           05  FILLER          PIC X(16) VALUE SPACES.

       01  CRB-FIN.
           05  CRB-F-TYPE      PIC X(2) VALUE "99".
           05  CRB-F-NOMBRE    PIC 9(7).
           05  CRB-F-ACCORDE   PIC 9(14)V9(2).
           05  CRB-F-ENCOURS   PIC 9(14)V9(2).
           05  CRB-F-IMPAYES   PIC 9(14)V9(2).
           05  CRB-F-VAL-GAR   PIC 9(14)V9(2).
           05  FILLER          PIC X(77) VALUE SPACES.

      *    arrieres actifs, avec le montant de l'echeance impayee
      *    releve dans l'echeancier.
       01  WS-NB-ARR           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ARR.
         05 WS-ARR  OCCURS 1000 TIMES.
           10  WS-ARR-PRET     PIC X(6).
           10  WS-ARR-ECH      PIC 9(3).
           10  WS-ARR-DATE     PIC X(8).
           10  WS-ARR-MONTANT  PIC 9(10)V9(2).

      *    garanties actives.
       01  WS-NB-GAR           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-GAR.
         05 WS-GAR  OCCURS 1000 TIMES.
           10  WS-GAR-PRET     PIC X(6).
           10  WS-GAR-VALEUR   PIC 9(10)V9(2).

       01  WS-I                PIC 9(4).
       01  WS-CIN-OK           PIC X(1).
       01  WS-MOTIF-REJET      PIC X(20).
       01  WS-MAT-EMPRUNTEUR   PIC X(6).
       01  WS-JOURS-RETARD     PIC 9(5).
       01  WS-DATE-NUM-A       PIC 9(8).
       01  WS-DATE-NUM-B       PIC 9(8).

       01  WS-NB-REJETS        PIC 9(5) VALUE ZERO.
       01  WS-NB-PRETS         PIC 9(5) VALUE ZERO.
       01  WS-NB-DECOUVERTS    PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-CENTRALE-RISQUES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           MOVE "CODE-ETABLISSEMENT" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-CODE-ETAB
           ELSE
               DISPLAY "PARAMETRE CODE-ETABLISSEMENT ABSENT"
           END-IF.
           MOVE "PROBATION-RESTRUCT" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-PROBATION-JOURS
           END-IF.

           PERFORM CHARGER-ARRIERES.
           PERFORM CHIFFRER-IMPAYES.
           PERFORM CHARGER-GARANTIES.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES CLIENTS INTROUVABLE"
               GOBACK
           END-IF.
           OPEN INPUT COMPTE-MASTER.

           MOVE SPACES TO WS-DCL-FILE-PATH.
           STRING "CENTRALE-RISQUES-" WS-MOIS-COURANT ".DAT"
               DELIMITED BY SIZE INTO WS-DCL-FILE-PATH
           END-STRING.
           OPEN OUTPUT DECLARATION-FICHIER.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "CENTRALE-RISQUES-REJETS-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CENTRALE DES RISQUES - EMPRUNTEURS NON DECLARES - "
                  "MOIS " WS-MOIS-COURANT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           MOVE WS-CODE-ETAB    TO CRB-E-ETAB.
           MOVE WS-MOIS-COURANT TO CRB-E-MOIS.
           MOVE WS-AUJOURD-HUI  TO CRB-E-DATE.
           WRITE DCL-LIGNE FROM CRB-ENTETE.
           MOVE ZERO TO CRB-F-NOMBRE.
           MOVE ZERO TO CRB-F-ACCORDE.
           MOVE ZERO TO CRB-F-ENCOURS.
           MOVE ZERO TO CRB-F-IMPAYES.
           MOVE ZERO TO CRB-F-VAL-GAR.

           PERFORM DECLARER-PRETS.
           PERFORM DECLARER-DECOUVERTS.

           WRITE DCL-LIGNE FROM CRB-FIN.
           IF WS-NB-REJETS = 0
               MOVE "AUCUN EMPRUNTEUR ECARTE" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.
           CLOSE DECLARATION-FICHIER.
           CLOSE RAPPORT-FICHIER.
           CLOSE COMPTE-MASTER.
           CLOSE CLIENT-MASTER.

           DISPLAY "====== CENTRALE DES RISQUES ======".
           DISPLAY "PRETS DECLARES       : " WS-NB-PRETS.
           DISPLAY "DECOUVERTS DECLARES  : " WS-NB-DECOUVERTS.
           DISPLAY "ENCOURS DECLARE      : " CRB-F-ENCOURS.
           DISPLAY "EMPRUNTEURS ECARTES  : " WS-NB-REJETS.
           DISPLAY "FICHIER " WS-DCL-FILE-PATH.
           DISPLAY "==================================".
           GOBACK.

       CHARGER-ARRIERES.
           OPEN INPUT ARRIERES-FICHIER.
           IF WS-ARR-FILESTATUS = "00"
               PERFORM UNTIL WS-ARR-FILESTATUS NOT = "00"
                   READ ARRIERES-FICHIER
                       AT END MOVE "10" TO WS-ARR-FILESTATUS
                       NOT AT END
                           IF ARR-STATUT = "A" AND WS-NB-ARR < 1000
                               ADD 1 TO WS-NB-ARR
                               MOVE ARR-NUM-PRET TO
                                    WS-ARR-PRET(WS-NB-ARR)
                               MOVE ARR-NUM-ECH TO
                                    WS-ARR-ECH(WS-NB-ARR)
                               MOVE ARR-DATE-IMPAYE TO
                                    WS-ARR-DATE(WS-NB-ARR)
                               MOVE ZERO TO WS-ARR-MONTANT(WS-NB-ARR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIERES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ARRIERES.

      *    montant impaye de chaque arriere : capital et interet de
      *    l'echeance correspondante.
       CHIFFRER-IMPAYES.
           IF WS-NB-ARR = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ECHEANCIER.
           IF WS-ECH-FILESTATUS = "00"
               PERFORM UNTIL WS-ECH-FILESTATUS NOT = "00"
                   READ ECHEANCIER
                       AT END MOVE "10" TO WS-ECH-FILESTATUS
                       NOT AT END
                           PERFORM VARYING WS-I FROM 1 BY 1
                                   UNTIL WS-I > WS-NB-ARR
                               IF WS-ARR-PRET(WS-I) = ECH-NUM-PRET
                                  AND WS-ARR-ECH(WS-I) = ECH-NUMERO
                                   COMPUTE WS-ARR-MONTANT(WS-I) =
                                           ECH-CAPITAL + ECH-INTERET
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ECHEANCIER
           END-IF.
           EXIT.
       FIN-CHIFFRER-IMPAYES.

       CHARGER-GARANTIES.
           OPEN INPUT GARANTIES-FICHIER.
           IF WS-GAR-FILESTATUS = "00"
               PERFORM UNTIL WS-GAR-FILESTATUS NOT = "00"
                   READ GARANTIES-FICHIER
                       AT END MOVE "10" TO WS-GAR-FILESTATUS
                       NOT AT END
                           IF GAR-STATUT = "A" AND WS-NB-GAR < 1000
                               ADD 1 TO WS-NB-GAR
                               MOVE GAR-NUM-PRET TO
                                    WS-GAR-PRET(WS-NB-GAR)
                               MOVE GAR-VALEUR TO
                                    WS-GAR-VALEUR(WS-NB-GAR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTIES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-GARANTIES.

       DECLARER-PRETS.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
               READ PRETS-FICHIER
                   AT END MOVE "10" TO WS-PRT-FILESTATUS
                   NOT AT END
                       IF PRT-STATUT = "A" OR PRT-STATUT = "X"
                           PERFORM DECLARER-UN-PRET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRETS-FICHIER.
           EXIT.
       FIN-DECLARER-PRETS.

       DECLARER-UN-PRET.
           MOVE PRT-MAT-CLT TO WS-MAT-EMPRUNTEUR.
           PERFORM IDENTIFIER-EMPRUNTEUR.
           IF WS-CIN-OK NOT = "O"
               MOVE SPACES TO RAP-LIGNE
               STRING "PRET " PRT-NUM-PRET
                      " EMPRUNTEUR " WS-MAT-EMPRUNTEUR
                      " ENCOURS " PRT-CAPITAL-RESTANT
                      " - " WS-MOTIF-REJET
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               PERFORM ECARTER-EMPRUNTEUR
               EXIT PARAGRAPH
           END-IF.

           MOVE "PR"                TO CRB-D-NATURE.
           MOVE PRT-NUM-PRET        TO CRB-D-REF.
           MOVE "MAD"               TO CRB-D-DEVISE.
           MOVE PRT-CAPITAL         TO CRB-D-ACCORDE.
           MOVE PRT-CAPITAL-RESTANT TO CRB-D-ENCOURS.

      *    retard = le plus ancien arriere actif du pret.
           MOVE ZERO TO CRB-D-IMPAYES.
           MOVE ZERO TO CRB-D-JOURS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ARR
               IF WS-ARR-PRET(WS-I) = PRT-NUM-PRET
                   ADD WS-ARR-MONTANT(WS-I) TO CRB-D-IMPAYES
                   MOVE WS-ARR-DATE(WS-I) TO WS-DATE-NUM-A
                   MOVE WS-AUJOURD-HUI    TO WS-DATE-NUM-B
                   COMPUTE WS-JOURS-RETARD =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A)
                   IF WS-JOURS-RETARD > CRB-D-JOURS
                       MOVE WS-JOURS-RETARD TO CRB-D-JOURS
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN PRT-STATUT = "X"
                   MOVE 4 TO CRB-D-CLASSE
               WHEN CRB-D-JOURS = 0
                   MOVE 1 TO CRB-D-CLASSE
               WHEN CRB-D-JOURS <= 30
                   MOVE 2 TO CRB-D-CLASSE
               WHEN CRB-D-JOURS <= 90
                   MOVE 3 TO CRB-D-CLASSE
               WHEN OTHER
                   MOVE 4 TO CRB-D-CLASSE
           END-EVALUATE.
           MOVE SPACE TO CRB-D-RESTRUCT.
           IF PRT-RESTRUCTURE = "R"
               MOVE PRT-DATE-RESTRUCT TO WS-DATE-NUM-A
               MOVE WS-AUJOURD-HUI    TO WS-DATE-NUM-B
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
                  FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A)
                  < WS-PROBATION-JOURS
                   MOVE "R" TO CRB-D-RESTRUCT
                   IF CRB-D-CLASSE < 2
                       MOVE 2 TO CRB-D-CLASSE
                   END-IF
               END-IF
           END-IF.

           MOVE ZERO TO CRB-D-NB-GAR.
           MOVE ZERO TO CRB-D-VAL-GAR.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-GAR
               IF WS-GAR-PRET(WS-I) = PRT-NUM-PRET
                   ADD 1 TO CRB-D-NB-GAR
                   ADD WS-GAR-VALEUR(WS-I) TO CRB-D-VAL-GAR
               END-IF
           END-PERFORM.

           PERFORM ECRIRE-ENGAGEMENT.
           ADD 1 TO WS-NB-PRETS.
           EXIT.
       FIN-DECLARER-UN-PRET.

      *    facilites de decouvert en vigueur : accorde = montant de
      *    l'autorisation, encours = solde debiteur du compte.
       DECLARER-DECOUVERTS.
           OPEN INPUT DECOUVERTS-FICHIER.
           IF WS-DCV-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-DCV-FILESTATUS NOT = "00"
               READ DECOUVERTS-FICHIER
                   AT END MOVE "10" TO WS-DCV-FILESTATUS
                   NOT AT END
                       IF DCV-STATUT = "A"
                           PERFORM DECLARER-UN-DECOUVERT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DECOUVERTS-FICHIER.
           EXIT.
       FIN-DECLARER-DECOUVERTS.

       DECLARER-UN-DECOUVERT.
           MOVE DCV-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "DECOUVERT SUR COMPTE INCONNU " DCV-NUM-CPT
                   EXIT PARAGRAPH
           END-READ.
           MOVE CPM-TITUL-CPT TO WS-MAT-EMPRUNTEUR.
           PERFORM IDENTIFIER-EMPRUNTEUR.
           IF WS-CIN-OK NOT = "O"
               MOVE SPACES TO RAP-LIGNE
               STRING "DECOUVERT COMPTE " DCV-NUM-CPT
                      " TITULAIRE " WS-MAT-EMPRUNTEUR
                      " AUTORISE " DCV-MONTANT
                      " - " WS-MOTIF-REJET
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               PERFORM ECARTER-EMPRUNTEUR
               EXIT PARAGRAPH
           END-IF.

           MOVE "DC"           TO CRB-D-NATURE.
           MOVE DCV-NUM-CPT    TO CRB-D-REF.
           MOVE CPM-DEVISE-CPT TO CRB-D-DEVISE.
           MOVE DCV-MONTANT    TO CRB-D-ACCORDE.
           IF CPM-SOLDE-CPT < 0
               COMPUTE CRB-D-ENCOURS = 0 - CPM-SOLDE-CPT
           ELSE
               MOVE ZERO TO CRB-D-ENCOURS
           END-IF.
           MOVE ZERO TO CRB-D-IMPAYES.
           MOVE ZERO TO CRB-D-JOURS.
           MOVE 1    TO CRB-D-CLASSE.
           MOVE SPACE TO CRB-D-RESTRUCT.
           MOVE ZERO TO CRB-D-NB-GAR.
           MOVE ZERO TO CRB-D-VAL-GAR.

           PERFORM ECRIRE-ENGAGEMENT.
           ADD 1 TO WS-NB-DECOUVERTS.
           EXIT.
       FIN-DECLARER-UN-DECOUVERT.

      *    CIN de l'emprunteur : la fiche doit exister et la CIN
      *    etre renseignee, sinon l'engagement est ecarte.
       IDENTIFIER-EMPRUNTEUR.
           MOVE "N" TO WS-CIN-OK.
           MOVE "CIN NON RENSEIGNEE" TO WS-MOTIF-REJET.
           MOVE WS-MAT-EMPRUNTEUR TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   MOVE "FICHE CLIENT ABSENTE" TO WS-MOTIF-REJET
                   MOVE SPACES TO CLM-CIN-CLT
           END-READ.
           IF CLM-CIN-CLT NOT = SPACES
               MOVE "O" TO WS-CIN-OK
               MOVE CLM-CIN-CLT       TO CRB-D-CIN
               MOVE WS-MAT-EMPRUNTEUR TO CRB-D-MAT
               MOVE CLM-NOM-CLT       TO CRB-D-NOM
               MOVE CLM-PRENOM-CLT    TO CRB-D-PRENOM
           END-IF.
           EXIT.
       FIN-IDENTIFIER-EMPRUNTEUR.

       ECRIRE-ENGAGEMENT.
           WRITE DCL-LIGNE FROM CRB-DETAIL.
           ADD 1             TO CRB-F-NOMBRE.
           ADD CRB-D-ACCORDE TO CRB-F-ACCORDE.
           ADD CRB-D-ENCOURS TO CRB-F-ENCOURS.
           ADD CRB-D-IMPAYES TO CRB-F-IMPAYES.
           ADD CRB-D-VAL-GAR TO CRB-F-VAL-GAR.
           EXIT.
       FIN-ECRIRE-ENGAGEMENT.

       ECARTER-EMPRUNTEUR.
           WRITE RAP-LIGNE.
           ADD 1 TO WS-NB-REJETS.
           EXIT.
       FIN-ECARTER-EMPRUNTEUR.

       END PROGRAM CENTRALE-RISQUES.
