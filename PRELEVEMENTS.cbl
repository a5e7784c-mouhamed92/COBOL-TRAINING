      *    circuit que la pose par lot. Les echeances refusees
      *    partent dans RETOURS-PRELEVEMENTS-AAAAMMJJ.DAT avec leur
      *    motif, a rendre au creancier, et le fichier d'entree est
      *    vide apres traitement. Chaque echeance retournee est aussi
      *    consignee dans REJETS-LOTS.DAT : l'ecran REPRISE-REJETS la
      *    represente corrigee ou l'annule (rendue pour de bon).
      *    Les echeances du creancier ECOLE sont les frais de
      *    scolarite presentes par FACTURER-SCOLARITE : l'ecole
      *    tient son compte chez nous (parametre COMPTE-ECOLE), qui
      *    est credite du montant preleve, et la facture de
      *    FACTURES-SCOLARITE.DAT passe payee - ou impayee si
      *    l'echeance est retournee.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT FACTURES-SCOLARITE ASSIGN TO
                                        "FACTURES-SCOLARITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSC-FILESTATUS.

           SELECT RETOURS-FICHIER ASSIGN TO WS-RTP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTP-FILESTATUS.
           05  FILLER          PIC X(1).
           05  LOT-STATUT      PIC X(1).

      *    meme mise en forme que dans FACTURER-SCOLARITE.
       FD  FACTURES-SCOLARITE.
       01  FSC-ENREG.
           05  FSC-ETD-ID      PIC X(10).
           05  FILLER          PIC X(1).
           05  FSC-TRIMESTRE   PIC X(6).
           05  FILLER          PIC X(1).
           05  FSC-CLASSE      PIC X(6).
           05  FILLER          PIC X(1).
           05  FSC-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  FSC-MONTANT     PIC 9(7)V9(2).
           05  FILLER          PIC X(1).
           05  FSC-DATE-EMISSION PIC X(8).
           05  FILLER          PIC X(1).
           05  FSC-DATE-PRESENTATION PIC X(8).
           05  FILLER          PIC X(1).
           05  FSC-DATE-REGLEMENT PIC X(8).
           05  FILLER          PIC X(1).
           05  FSC-STATUT      PIC X(1).

       FD  RETOURS-FICHIER.
       01  RTP-LIGNE           PIC X(100).

       01  WS-DISPONIBLE       PIC S9(10)V9(2).
       01  WS-MOTIF            PIC X(40).

      *    l'echeance retournee est aussi consignee avec son contenu
      *    dans REJETS-LOTS.DAT, pour reprise depuis REPRISE-REJETS.
       01  WS-PGM-REJET        PIC X(20) VALUE "CONSIGNER-REJET".
       01  WS-REJ-SOURCE       PIC X(20) VALUE "PRELEVEMENTS".
       01  WS-REJ-NUM-LIGNE    PIC 9(5).
       01  WS-REJ-REF          PIC X(12) VALUE SPACES.
       01  WS-REJ-LIGNE        PIC X(100).

      *    point de reprise, meme mecanique que POSTER-LOT.
       01  WS-LOT-FILESTATUS   PIC X(2).
       01  WS-NOM-JOB          PIC X(20) VALUE "PRELEVEMENTS".
       01  WS-TOTAL-POSE       PIC 9(12)V9(2) VALUE ZERO.
       01  WS-TOTAL-REJETE     PIC 9(12)V9(2) VALUE ZERO.

      *    frais de scolarite : le compte de l'ecole est credite de
      *    chaque echeance ECOLE posee, et la facture mise a jour ;
      *    le fichier des factures est reecrit a chaque echeance de
      *    l'ecole pour rester juste en cas de reprise.
       01  WS-CREANCIER-ECOLE  PIC X(5) VALUE "ECOLE".
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-COMPTE-ECOLE-NUM PIC 9(6) VALUE ZERO.
       01  WS-COMPTE-ECOLE     PIC X(6).
       01  WS-FSC-FILESTATUS   PIC X(2).
       01  WS-NB-FSC           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-FSC.
         05 WS-FSC  OCCURS 2000 TIMES.
           10  WS-FSC-IMAGE    PIC X(70).
       01  WS-F                PIC 9(4).
       01  WS-STATUT-FACTURE   PIC X(1).
       01  WS-SENS-PRL         PIC X(1).
       01  WS-NB-SCOLARITE     PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-SCOLARITE  PIC 9(12)V9(2) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PRELEVEMENTS.
           PERFORM EQUILIBRER-FICHIER.
           IF WS-EQUILIBRE = "O"
               PERFORM CHARGER-MANDATS
               PERFORM CHARGER-SCOLARITE
               PERFORM CHARGER-POINT-REPRISE
               PERFORM POSER-LES-PRELEVEMENTS
               PERFORM CLORE-POINT-REPRISE
                   " POUR " WS-TOTAL-POSE.
           DISPLAY "RETOURS         : " WS-NB-REJETS
                   " POUR " WS-TOTAL-REJETE.
           DISPLAY "DONT SCOLARITE  : " WS-NB-SCOLARITE
                   " POUR " WS-TOTAL-SCOLARITE.
           DISPLAY "=========================================".
           MOVE "L" TO WS-VERROU-ACTION.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
       FIN-POSER-LES-PRELEVEMENTS.

       POSER-UN-PRELEVEMENT.
           IF PRE-CODE-CREANCIER = WS-CREANCIER-ECOLE
              AND WS-COMPTE-ECOLE = PRE-NUM-CPT
               MOVE "COMPTE DE L'ECOLE LUI-MEME" TO WS-MOTIF
               PERFORM RETOURNER-ECHEANCE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-MANDAT.
           IF WS-MANDAT-OK = "N"
               MOVE "AUCUN MANDAT ACTIF" TO WS-MOTIF
               PERFORM RETOURNER-ECHEANCE
               EXIT PARAGRAPH
           END-IF.
      *    le compte de l'ecole est controle avant de debiter le
      *    payeur : une echeance qu'on ne peut pas crediter repart.
           IF PRE-CODE-CREANCIER = WS-CREANCIER-ECOLE
               MOVE WS-COMPTE-ECOLE TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE "COMPTE DE L'ECOLE INTROUVABLE" TO WS-MOTIF
                       PERFORM RETOURNER-ECHEANCE
                       EXIT PARAGRAPH
               END-READ
               IF CPM-STATUT NOT = "A"
                   MOVE "COMPTE DE L'ECOLE NON ACTIF" TO WS-MOTIF
                   PERFORM RETOURNER-ECHEANCE
                   EXIT PARAGRAPH
               END-IF
               MOVE PRE-NUM-CPT TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE "COMPTE INTROUVABLE" TO WS-MOTIF
                       PERFORM RETOURNER-ECHEANCE
                       EXIT PARAGRAPH
               END-READ
           END-IF.

           SUBTRACT PRE-MONTANT FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
                   DISPLAY "ECHEC MISE A JOUR " CPM-NUM-CPT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "D" TO WS-SENS-PRL.
           PERFORM JOURNALISER-PRELEVEMENT.
           ADD 1 TO WS-NB-POSES.
           ADD PRE-MONTANT TO WS-TOTAL-POSE.
           IF PRE-CODE-CREANCIER = WS-CREANCIER-ECOLE
               PERFORM ENCAISSER-SCOLARITE
           END-IF.
           EXIT.
       FIN-POSER-UN-PRELEVEMENT.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE "PRL1"         TO JRN-CODE-OPE.
           MOVE PRE-MONTANT    TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE PRE-LIBELLE    TO JRN-LIBELLE.
           MOVE WS-SENS-PRL    TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE     TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
               DELIMITED BY SIZE INTO RTP-LIGNE
           END-STRING.
           WRITE RTP-LIGNE.
           MOVE WS-POSITION   TO WS-REJ-NUM-LIGNE.
           MOVE PRE-ENREG     TO WS-REJ-LIGNE.
           CALL WS-PGM-REJET USING WS-REJ-SOURCE WS-AUJOURD-HUI
                WS-REJ-NUM-LIGNE WS-REJ-REF WS-MOTIF WS-REJ-LIGNE.
           IF PRE-CODE-CREANCIER = WS-CREANCIER-ECOLE
               MOVE "I" TO WS-STATUT-FACTURE
               PERFORM SOLDER-FACTURE-SCOLARITE
           END-IF.
           EXIT.
       FIN-RETOURNER-ECHEANCE.

       CHARGER-SCOLARITE.
           MOVE "COMPTE-ECOLE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-COMPTE-ECOLE-NUM
           END-IF.
           MOVE WS-COMPTE-ECOLE-NUM TO WS-COMPTE-ECOLE.
           MOVE ZERO TO WS-NB-FSC.
           OPEN INPUT FACTURES-SCOLARITE.
           IF WS-FSC-FILESTATUS = "00"
               PERFORM UNTIL WS-FSC-FILESTATUS NOT = "00"
                   READ FACTURES-SCOLARITE
                       AT END MOVE "10" TO WS-FSC-FILESTATUS
                       NOT AT END
                           IF WS-NB-FSC < 2000
                               ADD 1 TO WS-NB-FSC
                               MOVE FSC-ENREG TO WS-FSC-IMAGE(WS-NB-FSC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURES-SCOLARITE
           END-IF.
           EXIT.
       FIN-CHARGER-SCOLARITE.

      *    credit du compte de l'ecole (le payeur vient d'etre debite
      *    dans le buffer) puis facture soldee.
       ENCAISSER-SCOLARITE.
           MOVE WS-COMPTE-ECOLE TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE DE L'ECOLE " WS-COMPTE-ECOLE
                           " INTROUVABLE, CREDIT NON POSE"
                   EXIT PARAGRAPH
           END-READ.
           ADD PRE-MONTANT TO CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC MISE A JOUR " CPM-NUM-CPT
                   EXIT PARAGRAPH
           END-REWRITE.
           MOVE "C" TO WS-SENS-PRL.
           PERFORM JOURNALISER-PRELEVEMENT.
           ADD 1 TO WS-NB-SCOLARITE.
           ADD PRE-MONTANT TO WS-TOTAL-SCOLARITE.
           MOVE "P" TO WS-STATUT-FACTURE.
           PERFORM SOLDER-FACTURE-SCOLARITE.
           EXIT.
       FIN-ENCAISSER-SCOLARITE.

      *    la facture se retrouve par le libelle de l'echeance
      *    ("SCOLARITE " etudiant " " trimestre) et le compte payeur.
       SOLDER-FACTURE-SCOLARITE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FSC
               MOVE WS-FSC-IMAGE(WS-F) TO FSC-ENREG
               IF FSC-ETD-ID = PRE-LIBELLE(11:10)
                  AND FSC-TRIMESTRE = PRE-LIBELLE(22:6)
                  AND FSC-NUM-CPT = PRE-NUM-CPT
                  AND FSC-STATUT = "E"
                   MOVE WS-STATUT-FACTURE TO FSC-STATUT
                   IF WS-STATUT-FACTURE = "P"
                       MOVE WS-AUJOURD-HUI TO FSC-DATE-REGLEMENT
                   END-IF
                   MOVE FSC-ENREG TO WS-FSC-IMAGE(WS-F)
               END-IF
           END-PERFORM.
           OPEN OUTPUT FACTURES-SCOLARITE.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FSC
               MOVE WS-FSC-IMAGE(WS-F) TO FSC-ENREG
               WRITE FSC-ENREG
           END-PERFORM.
           CLOSE FACTURES-SCOLARITE.
           EXIT.
       FIN-SOLDER-FACTURE-SCOLARITE.

      *    les echeances traitees ne doivent pas repasser demain :
      *    le fichier d'entree est vide apres traitement.
       VIDER-ENTRANTS.
