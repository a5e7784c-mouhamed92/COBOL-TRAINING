       IDENTIFICATION DIVISION.
       PROGRAM-ID. BORDEREAUX-ASSURANCE.
       AUTHOR.    MOHAMED.

      *    bordereau mensuel des assureurs emprunteurs, dans la chaine
      *    de fin de mois de BATCH-JOUR apres ECHEANCES-PRETS : pour
      *    chaque assureur du registre (MAJ-ASSURANCES), le fichier
      *    BORDEREAU-<code>-AAAAMM.DAT liste ses prets couverts avec
      *    les primes encaissees depuis le bordereau precedent (ligne
      *    C), puis les couvertures finies non encore signalees
      *    (ligne F : remboursement anticipe, perte, terme ou fin
      *    saisie, avec date et motif, et les primes encaissees avant
      *    la fin), puis une ligne de controle 99999 portant le nombre
      *    de lignes, le nombre de fins et le total des primes - meme
      *    technique que REMISES-FACTURIERS. Le total est credite au
      *    compte de reglement de l'assureur sous le code ASS2 ; les
      *    primes de la periode repartent alors de zero et les fins
      *    sont marquees signalees. Un assureur dont le compte de
      *    reglement est introuvable ou non actif n'a pas de
      *    bordereau : ses primes et ses fins sont reportees sur le
      *    mois suivant et l'anomalie est signalee. Le job ne passe
      *    qu'une fois par mois (ligne BORDEREAUX-ASSURANCE de
      *    CONTROLE-MENSUEL.DAT).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ASSUREURS-FICHIER ASSIGN TO "ASSUREURS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASU-FILESTATUS.

           SELECT ASSURANCES-FICHIER ASSIGN TO "ASSURANCES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASR-FILESTATUS.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT BORDEREAU-FICHIER ASSIGN TO WS-BRD-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRD-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    controle anti double-passage mensuel, partage avec les
      *    autres jobs mensuels.
           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans MAJ-ASSURANCES.
       FD  ASSUREURS-FICHIER.
       01  ASU-ENREG.
           05  ASU-CODE           PIC X(5).
           05  FILLER             PIC X(1).
           05  ASU-NOM            PIC X(30).
           05  FILLER             PIC X(1).
           05  ASU-CPT-REGLEMENT  PIC X(6).
           05  FILLER             PIC X(1).
           05  ASU-STATUT         PIC X(1).

      *    meme mise en forme que dans MAJ-ASSURANCES.
       FD  ASSURANCES-FICHIER.
       01  ASR-ENREG.
           05  ASR-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  ASR-ASSUREUR        PIC X(5).
           05  FILLER              PIC X(1).
           05  ASR-BASE            PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-TAUX            PIC 9(1)V9(4).
           05  FILLER              PIC X(1).
           05  ASR-DATE-DEBUT      PIC X(8).
           05  FILLER              PIC X(1).
           05  ASR-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-DATE-FIN        PIC X(8).
           05  FILLER              PIC X(1).
           05  ASR-MOTIF-FIN       PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-SIGNALEE        PIC X(1).
           05  FILLER              PIC X(1).
           05  ASR-PRIMES-PERIODE  PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  ASR-PRIMES-CUMUL    PIC 9(10)V9(2).

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

       FD  BORDEREAU-FICHIER.
       01  BRD-LIGNE           PIC X(100).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans ECHEANCES-PRETS.
       FD  CONTROLE-MENSUEL.
       01  CTM-ENREG.
           05  CTM-JOB          PIC X(20).
           05  FILLER           PIC X(1).
           05  CTM-MOIS         PIC X(6).
           05  CTM-SUITE.
               10  FILLER       PIC X(1).
               10  CTM-NB       PIC 9(7).
               10  FILLER       PIC X(1).
               10  CTM-MONTANT  PIC 9(13)V9(2).
               10  FILLER       PIC X(1).
               10  CTM-SORTIE   PIC X(40).

       WORKING-STORAGE SECTION.

       01  WS-ASU-FILESTATUS   PIC X(2).
       01  WS-ASR-FILESTATUS   PIC X(2).
       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-BRD-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-CTM-FILESTATUS   PIC X(2).
       01  WS-BRD-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).
       01  WS-NUM-SEQ          PIC 9(5).

      *    sceau d'inviolabilite de chaque ecriture posee.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9).

      *    passage unique dans le mois, comme ECHEANCES-PRETS.
       01  WS-NOM-JOB          PIC X(20) VALUE "BORDEREAUX-ASSURANCE".
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-TRAITEMENT-OK    PIC X(1) VALUE "O".
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

      *    registre des assureurs, pour le compte de reglement.
       01  WS-NB-ASU           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ASU.
         05 WS-ASU  OCCURS 100 TIMES.
           10  WS-ASU-CODE     PIC X(5).
           10  WS-ASU-NOM      PIC X(30).
           10  WS-ASU-CPT      PIC X(6).

      *    couvertures chargees en memoire puis reecrites en
      *    totalite ; WS-ASR-REMISE marque les lignes portees sur un
      *    bordereau credite.
       01  WS-NB-ASR           PIC 9(3) VALUE ZERO.
       01  WS-SURCHARGE        PIC X(1) VALUE "N".
       01  WS-TABLE-ASR.
         05 WS-ASR  OCCURS 500 TIMES.
           10  WS-ASR-IMAGE    PIC X(80).
           10  WS-ASR-REMISE   PIC X(1).

      *    prets, pour l'emprunteur et le capital restant du.
       01  WS-NB-PRETS         PIC 9(3) VALUE ZERO.
       01  WS-TABLE-PRETS.
         05 WS-PRT  OCCURS 200 TIMES.
           10  WS-PRT-IMAGE    PIC X(100).

       01  WS-U                PIC 9(3).
       01  WS-A                PIC 9(3).
       01  WS-P                PIC 9(3).
       01  WS-ASSUREUR-COURANT PIC X(5).
       01  WS-CPT-REGLEMENT    PIC X(6).
       01  WS-NOM-ASSUREUR     PIC X(30).
       01  WS-CPT-OK           PIC X(1).
       01  WS-NB-A-DECLARER    PIC 9(3).
       01  WS-TYPE-LIGNE       PIC X(1).
       01  WS-MAT-CLT          PIC X(6).
       01  WS-CAPITAL-RESTANT  PIC 9(10)V9(2).
       01  WS-NB-LIGNES        PIC 9(5).
       01  WS-NB-FINS          PIC 9(5).
       01  WS-TOTAL-PRIMES     PIC 9(10)V9(2).
       01  WS-NB-BORDEREAUX    PIC 9(3) VALUE ZERO.
       01  WS-NB-SUSPENDUS     PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-LIGNES     PIC 9(7) VALUE ZERO.
       01  WS-TOTAL-REMIS      PIC 9(13)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-BORDEREAUX-ASSURANCE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.

           PERFORM CONTROLER-MOIS.
           IF WS-TRAITEMENT-OK NOT = "O"
               GOBACK
           END-IF.
           PERFORM CHARGER-ASSURANCES.
           PERFORM CHARGER-PRETS.
      *    table pleine : reecrire le registre depuis une table
      *    tronquee detruirait les couvertures au-dela de la 500e.
           IF WS-SURCHARGE = "O"
               DISPLAY "BORDEREAUX ASSURANCE : TABLES PLEINES (500 "
                       "COUVERTURES / 200 PRETS), PASSAGE REFUSE"
               GOBACK
           END-IF.
           PERFORM CHARGER-ASSUREURS.

           PERFORM VARYING WS-U FROM 1 BY 1 UNTIL WS-U > WS-NB-ASU
               MOVE WS-ASU-CODE(WS-U) TO WS-ASSUREUR-COURANT
               MOVE WS-ASU-CPT(WS-U)  TO WS-CPT-REGLEMENT
               MOVE WS-ASU-NOM(WS-U)  TO WS-NOM-ASSUREUR
               PERFORM DECLARER-UN-ASSUREUR
           END-PERFORM.

           PERFORM SAUVER-ASSURANCES.
           PERFORM ENREGISTRER-MOIS-FAIT.
           DISPLAY "====== BORDEREAUX D'ASSURANCE ======".
           DISPLAY "BORDEREAUX EMIS    : " WS-NB-BORDEREAUX.
           DISPLAY "LIGNES DECLAREES   : " WS-TOTAL-LIGNES.
           DISPLAY "PRIMES REMISES     : " WS-TOTAL-REMIS.
           IF WS-NB-SUSPENDUS > 0
               DISPLAY "*** ASSUREURS NON REMIS : " WS-NB-SUSPENDUS
                       " ***"
           END-IF.
           DISPLAY "====================================".
           GOBACK.

       CONTROLER-MOIS.
           MOVE "O" TO WS-TRAITEMENT-OK.
           MOVE ZERO TO WS-NB-CTM.
           OPEN INPUT CONTROLE-MENSUEL.
           IF WS-CTM-FILESTATUS = "00"
               PERFORM UNTIL WS-CTM-FILESTATUS NOT = "00"
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
               CLOSE CONTROLE-MENSUEL
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                  AND WS-CTM-MOIS(WS-C) = WS-MOIS-COURANT
                   MOVE "N" TO WS-TRAITEMENT-OK
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CONTROLER-MOIS.

       ENREGISTRER-MOIS-FAIT.
           MOVE SPACES TO CTM-ENREG.
           MOVE WS-TOTAL-LIGNES TO CTM-NB.
           MOVE WS-TOTAL-REMIS TO CTM-MONTANT.
           MOVE "ASSURANCES-PRETS.DAT" TO CTM-SORTIE.
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
           EXIT.
       FIN-ENREGISTRER-MOIS-FAIT.

       CHARGER-ASSURANCES.
           OPEN INPUT ASSURANCES-FICHIER.
           IF WS-ASR-FILESTATUS = "00"
               PERFORM UNTIL WS-ASR-FILESTATUS NOT = "00"
                   READ ASSURANCES-FICHIER
                       AT END MOVE "10" TO WS-ASR-FILESTATUS
                       NOT AT END
                           IF WS-NB-ASR < 500
                               ADD 1 TO WS-NB-ASR
                               MOVE ASR-ENREG TO
                                    WS-ASR-IMAGE(WS-NB-ASR)
                               MOVE "N" TO WS-ASR-REMISE(WS-NB-ASR)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSURANCES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ASSURANCES.

       CHARGER-PRETS.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
               PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
                   READ PRETS-FICHIER
                       AT END MOVE "10" TO WS-PRT-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRETS < 200
                               ADD 1 TO WS-NB-PRETS
                               MOVE PRT-ENREG TO
                                    WS-PRT-IMAGE(WS-NB-PRETS)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-PRETS.

      *    tous les assureurs, resilies compris : une prime deja
      *    encaissee est due a l'assureur meme apres sa resiliation.
       CHARGER-ASSUREURS.
           OPEN INPUT ASSUREURS-FICHIER.
           IF WS-ASU-FILESTATUS = "00"
               PERFORM UNTIL WS-ASU-FILESTATUS NOT = "00"
                   READ ASSUREURS-FICHIER
                       AT END MOVE "10" TO WS-ASU-FILESTATUS
                       NOT AT END
                           IF WS-NB-ASU < 100
                               ADD 1 TO WS-NB-ASU
                               MOVE ASU-CODE TO WS-ASU-CODE(WS-NB-ASU)
                               MOVE ASU-NOM  TO WS-ASU-NOM(WS-NB-ASU)
                               MOVE ASU-CPT-REGLEMENT TO
                                    WS-ASU-CPT(WS-NB-ASU)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSUREURS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-ASSUREURS.

      *    bordereau de l'assureur courant, puis credit de son compte
      *    de reglement du total des primes declarees.
       DECLARER-UN-ASSUREUR.
           MOVE ZERO TO WS-NB-A-DECLARER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-ASSUREUR = WS-ASSUREUR-COURANT
                  AND (ASR-STATUT = "A" OR ASR-SIGNALEE = "N")
                   ADD 1 TO WS-NB-A-DECLARER
               END-IF
           END-PERFORM.
           IF WS-NB-A-DECLARER = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O COMPTE-MASTER.
           MOVE "N" TO WS-CPT-OK.
           IF WS-CPT-REGLEMENT NOT = SPACES
               MOVE WS-CPT-REGLEMENT TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CPM-STATUT = "A"
                           MOVE "O" TO WS-CPT-OK
                       END-IF
               END-READ
           END-IF.
           IF WS-CPT-OK = "N"
               CLOSE COMPTE-MASTER
               ADD 1 TO WS-NB-SUSPENDUS
               DISPLAY "ASSUREUR " WS-ASSUREUR-COURANT
                       " : COMPTE DE REGLEMENT '" WS-CPT-REGLEMENT
                       "' INTROUVABLE OU NON ACTIF, BORDEREAU "
                       "REPORTE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-BRD-FILE-PATH.
           STRING "BORDEREAU-" WS-ASSUREUR-COURANT "-"
                  WS-MOIS-COURANT ".DAT"
               DELIMITED BY SIZE INTO WS-BRD-FILE-PATH
           END-STRING.
           MOVE ZERO TO WS-NB-LIGNES.
           MOVE ZERO TO WS-NB-FINS.
           MOVE ZERO TO WS-TOTAL-PRIMES.

           OPEN OUTPUT BORDEREAU-FICHIER.
           MOVE "C" TO WS-TYPE-LIGNE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-ASSUREUR = WS-ASSUREUR-COURANT
                  AND ASR-STATUT = "A"
                   PERFORM ECRIRE-LIGNE-BORDEREAU
               END-IF
           END-PERFORM.
           MOVE "F" TO WS-TYPE-LIGNE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF ASR-ASSUREUR = WS-ASSUREUR-COURANT
                  AND ASR-STATUT = "F" AND ASR-SIGNALEE = "N"
                   PERFORM ECRIRE-LIGNE-BORDEREAU
                   ADD 1 TO WS-NB-FINS
               END-IF
           END-PERFORM.

           MOVE SPACES TO BRD-LIGNE.
           STRING "99999" WS-NB-LIGNES WS-NB-FINS WS-TOTAL-PRIMES
               DELIMITED BY SIZE INTO BRD-LIGNE
           END-STRING.
           WRITE BRD-LIGNE.
           CLOSE BORDEREAU-FICHIER.

           IF WS-TOTAL-PRIMES > 0
               ADD WS-TOTAL-PRIMES TO CPM-SOLDE-CPT
               REWRITE COMPTE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ECHEC MISE A JOUR COMPTE "
                               WS-CPT-REGLEMENT
                       MOVE "N" TO WS-CPT-OK
                   NOT INVALID KEY
                       PERFORM JOURNALISER-REMISE
               END-REWRITE
           END-IF.
           CLOSE COMPTE-MASTER.
      *    credit non pose : les lignes restent a declarer, le
      *    bordereau sera refait le mois suivant.
           IF WS-CPT-OK = "N"
               ADD 1 TO WS-NB-SUSPENDUS
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               IF WS-ASR-REMISE(WS-A) = "O"
                  AND ASR-ASSUREUR = WS-ASSUREUR-COURANT
                   MOVE ZERO TO ASR-PRIMES-PERIODE
                   IF ASR-STATUT = "F"
                       MOVE "O" TO ASR-SIGNALEE
                   END-IF
                   MOVE ASR-ENREG TO WS-ASR-IMAGE(WS-A)
                   MOVE "N" TO WS-ASR-REMISE(WS-A)
               END-IF
           END-PERFORM.

           ADD 1 TO WS-NB-BORDEREAUX.
           ADD WS-NB-LIGNES TO WS-TOTAL-LIGNES.
           ADD WS-TOTAL-PRIMES TO WS-TOTAL-REMIS.
           DISPLAY "BORDEREAU " WS-ASSUREUR-COURANT " "
                   WS-NOM-ASSUREUR " : " WS-NB-LIGNES
                   " LIGNE(S) DONT " WS-NB-FINS " FIN(S), PRIMES "
                   WS-TOTAL-PRIMES.
           EXIT.
       FIN-DECLARER-UN-ASSUREUR.

      *    une ligne C (pret couvert) ou F (couverture finie) :
      *    pret, emprunteur, assiette, taux, capital restant du,
      *    primes de la periode, debut, fin et motif de fin.
       ECRIRE-LIGNE-BORDEREAU.
           MOVE SPACES TO WS-MAT-CLT.
           MOVE ZERO TO WS-CAPITAL-RESTANT.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PRETS
               MOVE WS-PRT-IMAGE(WS-P) TO PRT-ENREG
               IF PRT-NUM-PRET = ASR-NUM-PRET
                   MOVE PRT-MAT-CLT TO WS-MAT-CLT
                   MOVE PRT-CAPITAL-RESTANT TO WS-CAPITAL-RESTANT
               END-IF
           END-PERFORM.
           MOVE SPACES TO BRD-LIGNE.
           STRING WS-TYPE-LIGNE ASR-NUM-PRET WS-MAT-CLT ASR-BASE
                  ASR-TAUX WS-CAPITAL-RESTANT ASR-PRIMES-PERIODE
                  ASR-DATE-DEBUT ASR-DATE-FIN ASR-MOTIF-FIN
               DELIMITED BY SIZE INTO BRD-LIGNE
           END-STRING.
           WRITE BRD-LIGNE.
           ADD 1 TO WS-NB-LIGNES.
           ADD ASR-PRIMES-PERIODE TO WS-TOTAL-PRIMES.
           MOVE "O" TO WS-ASR-REMISE(WS-A).
           EXIT.
       FIN-ECRIRE-LIGNE-BORDEREAU.

       JOURNALISER-REMISE.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI  TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ      TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT     TO JRN-NUM-CPT.
           MOVE "ASS2"          TO JRN-CODE-OPE.
           MOVE WS-TOTAL-PRIMES TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT  TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT   TO JRN-SOLDE-APRES.
           MOVE ZERO            TO JRN-OPERATEUR.
           MOVE ZERO            TO JRN-SUPERVISEUR.
           MOVE SPACES          TO JRN-LIBELLE.
           STRING "PRIMES ASSURANCE " WS-MOIS-COURANT
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
           MOVE "C"             TO JRN-SENS.
           MOVE ZERO            TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE      TO JRN-AGENCE.
           MOVE WS-HORODATAGE   TO JRN-DATE-HEURE.
           MOVE "B"             TO JRN-CANAL.
           MOVE JRN-DATE-OPE    TO JRN-DATE-VALEUR.

           MOVE ZERO TO JRN-SCEAU.
           CALL WS-PGM-SCEAU USING JOURNAL-RECORD
                WS-SCEAU-PREC JRN-SCEAU.
           MOVE JRN-SCEAU TO WS-SCEAU-PREC.

           OPEN I-O JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "35"
               OPEN OUTPUT JOURNAL-OPERATIONS
               CLOSE JOURNAL-OPERATIONS
               MOVE ZERO TO JRN-SCEAU
               CALL WS-PGM-SCEAU USING JOURNAL-RECORD
                    WS-SCEAU-PREC JRN-SCEAU
               MOVE JRN-SCEAU TO WS-SCEAU-PREC

               OPEN I-O JOURNAL-OPERATIONS
           END-IF.
           WRITE JOURNAL-RECORD
               INVALID KEY
                   DISPLAY "ECHEC ECRITURE JOURNAL, RECU " JRN-NUM-SEQ
           END-WRITE.
           CLOSE JOURNAL-OPERATIONS.
           EXIT.
       FIN-JOURNALISER-REMISE.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl.
       PROCHAIN-NUM-SEQ.
           MOVE ZERO TO WS-NUM-SEQ.
           MOVE ZERO TO WS-SCEAU-PREC.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE
               MOVE ZERO TO JRN-NUM-SEQ
               START JOURNAL-OPERATIONS KEY IS NOT LESS THAN
                                              JRN-CLE-JOURNAL
                   INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
               END-START
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           IF JRN-DATE-OPE NOT = WS-AUJOURD-HUI
                               MOVE "10" TO WS-JRN-FILESTATUS
                           ELSE
                               IF JRN-NUM-SEQ > WS-NUM-SEQ
                                   MOVE JRN-NUM-SEQ TO WS-NUM-SEQ
                                   MOVE JRN-SCEAU   TO WS-SCEAU-PREC
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPERATIONS
           END-IF.
           ADD 1 TO WS-NUM-SEQ.
           EXIT.
       FIN-PROCHAIN-NUM-SEQ.

       SAUVER-ASSURANCES.
           IF WS-NB-ASR = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ASSURANCES-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ASR
               MOVE WS-ASR-IMAGE(WS-A) TO ASR-ENREG
               WRITE ASR-ENREG
           END-PERFORM.
           CLOSE ASSURANCES-FICHIER.
           EXIT.
       FIN-SAUVER-ASSURANCES.

       END PROGRAM BORDEREAUX-ASSURANCE.
