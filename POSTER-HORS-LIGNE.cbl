       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTER-HORS-LIGNE.
       AUTHOR.    MOHAMED.

      *    pose differee des operations saisies au guichet en mode
      *    degrade pendant que le batch tenait le verrou : les lignes
      *    de HORS-LIGNE.DAT (versements OPE2 et petits retraits
      *    OPE1, ecrites par OPERATIONS sans toucher aux maitres)
      *    sont posees, une fois le verrou libere, avec les regles
      *    du guichet - statut du compte, plafond journalier, solde
      *    plus decouvert autorise - et journalisees sous l'operateur
      *    et l'agence de la saisie. Une ligne qui ne passe plus (le
      *    client a ete servi mais le compte ne couvre pas, compte
      *    bloque entre-temps...) part en exception et dans l'etat
      *    HORS-LIGNE-AAAAMMJJ.TXT, classe par agence, pour la suite
      *    a donner par l'agence.
      *
      *    le sort de chaque ligne (P = posee avec son numero de
      *    recu, R = rejetee avec son motif) est ajoute a
      *    HORS-LIGNE-SUIVI.DAT aussitot traitee : HORS-LIGNE.DAT
      *    n'est jamais reecrit (un guichet degrade encore ouvert
      *    peut y ajouter), et un job relance ne repose pas ce qui
      *    a deja ete traite.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HORS-LIGNE-FICHIER ASSIGN TO "HORS-LIGNE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLG-FILESTATUS.

           SELECT HORS-LIGNE-SUIVI ASSIGN TO "HORS-LIGNE-SUIVI.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HLS-FILESTATUS.

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

           SELECT EXCEPTIONS-OPERATIONS ASSIGN TO "EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans OPERATIONS.
       FD  HORS-LIGNE-FICHIER.
       01  HLG-ENREG.
           05  HLG-REFERENCE.
               10  HLG-AGENCE       PIC X(3).
               10  FILLER           PIC X(1).
               10  HLG-OPERATEUR    PIC 9(5).
               10  FILLER           PIC X(1).
               10  HLG-DATE-HEURE   PIC X(16).
           05  FILLER           PIC X(1).
           05  HLG-DATE-EXPLOIT PIC X(8).
           05  FILLER           PIC X(1).
           05  HLG-CODE-OPE     PIC X(4).
           05  FILLER           PIC X(1).
           05  HLG-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(1).
           05  HLG-MONTANT      PIC 9(8)V9(2).
           05  FILLER           PIC X(1).
           05  HLG-LIBELLE      PIC X(30).

      *    HLS-STATUT : P = posee (HLS-NUM-SEQ = recu du journal),
      *    R = rejetee (HLS-MOTIF).
       FD  HORS-LIGNE-SUIVI.
       01  HLS-ENREG.
           05  HLS-REFERENCE    PIC X(26).
           05  FILLER           PIC X(1).
           05  HLS-STATUT       PIC X(1).
           05  FILLER           PIC X(1).
           05  HLS-DATE-POSE    PIC X(8).
           05  FILLER           PIC X(1).
           05  HLS-NUM-SEQ      PIC 9(5).
           05  FILLER           PIC X(1).
           05  HLS-MOTIF        PIC X(40).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  EXCEPTIONS-OPERATIONS.
       COPY EXCEPTION-CPY.

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-HLG-FILESTATUS   PIC X(2).
       01  WS-HLS-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

      *    interlock guichet/batch : ce programme ecrit les fichiers
      *    maitres et prend donc le verrou BATCH comme POSTER-LOT -
      *    refuse tant que BATCH-JOUR tourne encore.
       01  WS-PGM-VERROU       PIC X(20) VALUE "VERROU-EXPLOITATION".
       01  WS-VERROU-ACTION    PIC X(1).
       01  WS-VERROU-TYPE      PIC X(8).
       01  WS-VERROU-RESULTAT  PIC X(1).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.

      *    plafond journalier, meme parametre LIMITE-JOUR que le
      *    guichet (5000 en dur a defaut).
       01  WS-LIMITE-JOUR      PIC 9(8)V9(2) VALUE 5000.
       01  WS-CUMUL-JOUR       PIC 9(10)V9(2) VALUE ZERO.
       01  WS-LIMITE-OK        PIC X(1).
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).

       01  WS-NUM-COMPTE       PIC X(6).
       01  WS-SENS-JRN         PIC X(1).

      *    scellement des ecritures posees, comme partout.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.

      *    references deja traitees (relues dans le suivi).
       01  WS-NB-TRAITEES      PIC 9(5) VALUE ZERO.
       01  WS-TABLE-TRAITEES.
         05 WS-TRAITEE  OCCURS 5000 TIMES PIC X(26).
       01  WS-T                PIC 9(5).
       01  WS-DEJA-TRAITEE     PIC X(1).

      *    rejets du passage, pour l'etat par agence.
       01  WS-NB-REJ           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-REJ.
         05 WS-REJ  OCCURS 1000 TIMES.
           10  WS-REJ-AGENCE    PIC X(3).
           10  WS-REJ-REFERENCE PIC X(26).
           10  WS-REJ-CODE      PIC X(4).
           10  WS-REJ-NUM-CPT   PIC X(6).
           10  WS-REJ-MONTANT   PIC 9(8)V9(2).
           10  WS-REJ-MOTIF     PIC X(40).
       01  WS-R                PIC 9(4).
       01  WS-AGENCE-COURANTE  PIC X(3).
       01  WS-AGENCE-VUE       PIC X(1).
       01  WS-RP               PIC 9(4).

       01  WS-NB-LUES          PIC 9(5) VALUE ZERO.
       01  WS-NB-POSEES        PIC 9(5) VALUE ZERO.
       01  WS-NB-REJETS        PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-POSE       PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-REJETE     PIC 9(12)V9(2) VALUE ZERO.
       01  WS-MOTIF            PIC X(40).

       PROCEDURE DIVISION.

       MAIN-POSTER-HORS-LIGNE.
           MOVE "P" TO WS-VERROU-ACTION.
           MOVE "BATCH" TO WS-VERROU-TYPE.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           IF WS-VERROU-RESULTAT NOT = "O"
               DISPLAY "VERROU D'EXPLOITATION REFUSE, JOB NON LANCE"
               GOBACK
           END-IF.

           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           MOVE "LIMITE-JOUR" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-LIMITE-JOUR
           END-IF.

           OPEN INPUT HORS-LIGNE-FICHIER.
           IF WS-HLG-FILESTATUS NOT = "00"
               DISPLAY "AUCUNE SAISIE HORS LIGNE (HORS-LIGNE.DAT "
                       "ABSENT)"
               MOVE "L" TO WS-VERROU-ACTION
               CALL WS-PGM-VERROU USING WS-VERROU-ACTION
                    WS-VERROU-TYPE WS-VERROU-RESULTAT
               GOBACK
           END-IF.

           PERFORM CHARGER-SUIVI.

           OPEN I-O COMPTE-MASTER.
           PERFORM UNTIL WS-HLG-FILESTATUS NOT = "00"
               READ HORS-LIGNE-FICHIER
                   AT END MOVE "10" TO WS-HLG-FILESTATUS
                   NOT AT END
                       PERFORM TRAITER-SAISIE
               END-READ
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           CLOSE HORS-LIGNE-FICHIER.

           PERFORM EDITER-RAPPORT.

           DISPLAY "======= POSE DES SAISIES HORS LIGNE =======".
           DISPLAY "SAISIES EN ATTENTE : " WS-NB-LUES.
           DISPLAY "POSEES             : " WS-NB-POSEES
                   " POUR " WS-TOTAL-POSE.
           DISPLAY "REJETEES           : " WS-NB-REJETS
                   " POUR " WS-TOTAL-REJETE.
           DISPLAY "ETAT " WS-RAP-FILE-PATH.
           DISPLAY "===========================================".
           MOVE "L" TO WS-VERROU-ACTION.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           GOBACK.

       CHARGER-SUIVI.
           OPEN INPUT HORS-LIGNE-SUIVI.
           IF WS-HLS-FILESTATUS = "00"
               PERFORM UNTIL WS-HLS-FILESTATUS NOT = "00"
                   READ HORS-LIGNE-SUIVI
                       AT END MOVE "10" TO WS-HLS-FILESTATUS
                       NOT AT END
                           IF WS-NB-TRAITEES < 5000
                               ADD 1 TO WS-NB-TRAITEES
                               MOVE HLS-REFERENCE
                                 TO WS-TRAITEE(WS-NB-TRAITEES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORS-LIGNE-SUIVI
           END-IF.
           EXIT.
       FIN-CHARGER-SUIVI.

      *    une saisie deja au suivi est sautee : posee ou rejetee,
      *    elle l'a ete une fois pour toutes.
       TRAITER-SAISIE.
           MOVE "N" TO WS-DEJA-TRAITEE.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-NB-TRAITEES
                      OR WS-DEJA-TRAITEE = "O"
               IF WS-TRAITEE(WS-T) = HLG-REFERENCE
                   MOVE "O" TO WS-DEJA-TRAITEE
               END-IF
           END-PERFORM.
           IF WS-DEJA-TRAITEE = "O"
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-LUES.
           EVALUATE HLG-CODE-OPE
               WHEN "OPE1"
                   PERFORM POSER-RETRAIT-HORS-LIGNE
               WHEN "OPE2"
                   PERFORM POSER-VERSEMENT-HORS-LIGNE
               WHEN OTHER
                   MOVE "CODE OPERATION INCONNU" TO WS-MOTIF
                   PERFORM REJETER-SAISIE
           END-EVALUATE.
           EXIT.
       FIN-TRAITER-SAISIE.

      *    lit le compte et controle son statut ; memes refus que le
      *    guichet et que POSTER-LOT.
       LIRE-COMPTE-ACTIF.
           MOVE "N" TO WS-LIMITE-OK.
           MOVE HLG-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "COMPTE INTROUVABLE" TO WS-MOTIF
                   PERFORM REJETER-SAISIE
               NOT INVALID KEY
                   EVALUATE CPM-STATUT
                       WHEN "A"
                           MOVE "O" TO WS-LIMITE-OK
                       WHEN "P"
                           MOVE "COMPTE EN ATTENTE DE DOSSIER"
                               TO WS-MOTIF
                           PERFORM REJETER-SAISIE
                       WHEN "B"
                           MOVE "COMPTE BLOQUE" TO WS-MOTIF
                           PERFORM REJETER-SAISIE
                       WHEN "D"
                           MOVE "COMPTE DORMANT" TO WS-MOTIF
                           PERFORM REJETER-SAISIE
                       WHEN OTHER
                           MOVE "COMPTE NON ACTIF" TO WS-MOTIF
                           PERFORM REJETER-SAISIE
                   END-EVALUATE
           END-READ.
           EXIT.
       FIN-LIRE-COMPTE-ACTIF.

       POSER-RETRAIT-HORS-LIGNE.
           PERFORM LIRE-COMPTE-ACTIF.
           IF WS-LIMITE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           MOVE HLG-NUM-CPT TO WS-NUM-COMPTE.
           PERFORM VERIFIER-LIMITE-JOUR.
           IF WS-LIMITE-OK = "N"
               MOVE "PLAFOND JOURNALIER DEPASSE" TO WS-MOTIF
               PERFORM REJETER-SAISIE
               EXIT PARAGRAPH
           END-IF.

           IF HLG-MONTANT > CPM-SOLDE-CPT + CPM-DECOUVERT
               MOVE "SOLDE INSUFFISANT" TO WS-MOTIF
               PERFORM REJETER-SAISIE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT HLG-MONTANT FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC MISE A JOUR " CPM-NUM-CPT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "D" TO WS-SENS-JRN.
           PERFORM JOURNALISER-SAISIE.
           EXIT.
       FIN-POSER-RETRAIT-HORS-LIGNE.

       POSER-VERSEMENT-HORS-LIGNE.
           PERFORM LIRE-COMPTE-ACTIF.
           IF WS-LIMITE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.

           ADD HLG-MONTANT TO CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC MISE A JOUR " CPM-NUM-CPT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE HLG-NUM-CPT TO WS-NUM-COMPTE.
           MOVE "C" TO WS-SENS-JRN.
           PERFORM JOURNALISER-SAISIE.
           EXIT.
       FIN-POSER-VERSEMENT-HORS-LIGNE.

      *    cumul du jour sur le compte courant, meme regle que
      *    VERIFIER-LIMITE-JOUR du guichet.
       VERIFIER-LIMITE-JOUR.
           MOVE 0 TO WS-CUMUL-JOUR.
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
                               IF JRN-NUM-CPT = WS-NUM-COMPTE
                                  AND (JRN-CODE-OPE = "OPE1" OR
                                       JRN-CODE-OPE = "OPE3" OR
                                       JRN-CODE-OPE = "VEX1")
                                  ADD JRN-MONTANT TO WS-CUMUL-JOUR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPERATIONS
           END-IF.

           IF WS-CUMUL-JOUR + HLG-MONTANT > WS-LIMITE-JOUR
               MOVE "N" TO WS-LIMITE-OK
           ELSE
               MOVE "O" TO WS-LIMITE-OK
           END-IF.
           EXIT.
       FIN-VERIFIER-LIMITE-JOUR.

      *    ecriture posee sous l'operateur et l'agence de la saisie,
      *    canal guichet ; le libelle est celui donne par le client.
       JOURNALISER-SAISIE.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE HLG-NUM-CPT    TO JRN-NUM-CPT.
           MOVE HLG-CODE-OPE   TO JRN-CODE-OPE.
           MOVE HLG-MONTANT    TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE HLG-OPERATEUR  TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE HLG-LIBELLE    TO JRN-LIBELLE.
           MOVE WS-SENS-JRN    TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE HLG-AGENCE     TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
           MOVE "G"            TO JRN-CANAL.
           MOVE JRN-DATE-OPE   TO JRN-DATE-VALEUR.

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

           ADD 1 TO WS-NB-POSEES.
           ADD HLG-MONTANT TO WS-TOTAL-POSE.
           MOVE "P" TO HLS-STATUT.
           MOVE WS-NUM-SEQ TO HLS-NUM-SEQ.
           MOVE SPACES TO HLS-MOTIF.
           PERFORM ECRIRE-SUIVI.
           EXIT.
       FIN-JOURNALISER-SAISIE.

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

      *    la partie date de l'horodatage porte la date
      *    d'exploitation, comme dans POSTER-LOT ; l'exception porte
      *    l'operateur de la saisie.
       REJETER-SAISIE.
           ADD 1 TO WS-NB-REJETS.
           ADD HLG-MONTANT TO WS-TOTAL-REJETE.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO WS-HORODATAGE(1:8).
           MOVE HLG-NUM-CPT   TO EXC-NUM-CPT.
           MOVE HLG-CODE-OPE  TO EXC-CODE-OPE.
           MOVE WS-MOTIF      TO EXC-MOTIF.
           MOVE HLG-OPERATEUR TO EXC-OPERATEUR.
           MOVE WS-HORODATAGE TO EXC-DATE-HEURE.
           OPEN EXTEND EXCEPTIONS-OPERATIONS.
           WRITE EXC-RECORD.
           CLOSE EXCEPTIONS-OPERATIONS.

           IF WS-NB-REJ < 1000
               ADD 1 TO WS-NB-REJ
               MOVE HLG-AGENCE TO WS-REJ-AGENCE(WS-NB-REJ)
               MOVE HLG-REFERENCE TO WS-REJ-REFERENCE(WS-NB-REJ)
               MOVE HLG-CODE-OPE  TO WS-REJ-CODE(WS-NB-REJ)
               MOVE HLG-NUM-CPT   TO WS-REJ-NUM-CPT(WS-NB-REJ)
               MOVE HLG-MONTANT   TO WS-REJ-MONTANT(WS-NB-REJ)
               MOVE WS-MOTIF   TO WS-REJ-MOTIF(WS-NB-REJ)
           END-IF.

           MOVE "R" TO HLS-STATUT.
           MOVE ZERO TO HLS-NUM-SEQ.
           MOVE WS-MOTIF TO HLS-MOTIF.
           PERFORM ECRIRE-SUIVI.
           EXIT.
       FIN-REJETER-SAISIE.

       ECRIRE-SUIVI.
           MOVE HLG-REFERENCE  TO HLS-REFERENCE.
           MOVE WS-AUJOURD-HUI TO HLS-DATE-POSE.
           OPEN EXTEND HORS-LIGNE-SUIVI.
           IF WS-HLS-FILESTATUS = "35"
               OPEN OUTPUT HORS-LIGNE-SUIVI
           END-IF.
           WRITE HLS-ENREG.
           CLOSE HORS-LIGNE-SUIVI.
           EXIT.
       FIN-ECRIRE-SUIVI.

      *    etat des rejets regroupe par agence (dans l'ordre de
      *    premiere apparition), a transmettre a chaque agence.
       EDITER-RAPPORT.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "HORS-LIGNE-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "SAISIES HORS LIGNE POSEES LE " WS-AUJOURD-HUI
                  " - REJETS A REPRENDRE PAR L'AGENCE"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.

           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REJ
               MOVE "N" TO WS-AGENCE-VUE
               PERFORM VARYING WS-RP FROM 1 BY 1 UNTIL WS-RP >= WS-R
                   IF WS-REJ-AGENCE(WS-RP) = WS-REJ-AGENCE(WS-R)
                       MOVE "O" TO WS-AGENCE-VUE
                   END-IF
               END-PERFORM
               IF WS-AGENCE-VUE = "N"
                   MOVE WS-REJ-AGENCE(WS-R) TO WS-AGENCE-COURANTE
                   PERFORM EDITER-AGENCE
               END-IF
           END-PERFORM.
           IF WS-NB-REJ = 0
               MOVE "AUCUN REJET" TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "SAISIES TRAITEES " WS-NB-LUES
                  " - POSEES " WS-NB-POSEES " POUR " WS-TOTAL-POSE
                  " - REJETEES " WS-NB-REJETS " POUR " WS-TOTAL-REJETE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-RAPPORT.

       EDITER-AGENCE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "=== AGENCE " WS-AGENCE-COURANTE " ==="
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "REFERENCE DU RECU          OPE  COMPTE "
                  "MONTANT     MOTIF"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-RP FROM 1 BY 1 UNTIL WS-RP > WS-NB-REJ
               IF WS-REJ-AGENCE(WS-RP) = WS-AGENCE-COURANTE
                   MOVE SPACES TO RAP-LIGNE
                   STRING WS-REJ-REFERENCE(WS-RP) " "
                          WS-REJ-CODE(WS-RP) " "
                          WS-REJ-NUM-CPT(WS-RP) " "
                          WS-REJ-MONTANT(WS-RP) "  "
                          WS-REJ-MOTIF(WS-RP)
                       DELIMITED BY SIZE INTO RAP-LIGNE
                   END-STRING
                   WRITE RAP-LIGNE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-EDITER-AGENCE.

       END PROGRAM POSTER-HORS-LIGNE.
