       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE-MENSUELLE.
       AUTHOR.    MOHAMED.

      *    cloture comptable du mois, lancee par le comptable une
      *    fois la chaine de fin de mois passee : chaque job mensuel
      *    (interets, frais, agios, echeances et provisions des
      *    prets, reevaluation, paie, bascule du journal, releves,
      *    balance du grand livre) doit avoir sa ligne dans
      *    CONTROLE-MENSUEL.DAT pour le mois demande et le fichier
      *    qu'il a produit doit exister. La balance du grand livre
      *    doit etre equilibree. Au moindre manquant la liste est
      *    affichee et le mois reste ouvert ; sinon le comptable
      *    signe et le dossier CLOTURE-MENSUELLE-AAAAMM.TXT reprend
      *    les volumes et montants de chaque job, la preuve de la
      *    balance et la signature. Le mois clos est a son tour
      *    enregistre dans CONTROLE-MENSUEL.DAT et trace a l'audit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

      *    fichier produit par un job : seule son existence compte,
      *    sauf pour la balance du grand livre dont on relit les
      *    totaux.
           SELECT SORTIE-JOB ASSIGN TO WS-SOR-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOR-FILESTATUS.

           SELECT DOSSIER-FICHIER ASSIGN TO WS-DOS-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOS-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans INTERETS.
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

      *    ligne de totaux de l'etat BALANCE-GL-AAAAMM.TXT, dans la
      *    mise en forme de BALANCE-GL.
       FD  SORTIE-JOB.
       01  SOR-LIGNE.
           05  SOR-LIBELLE     PIC X(16).
           05  SOR-DEBITS      PIC 9(14)V9(2).
           05  FILLER          PIC X(9).
           05  SOR-CREDITS     PIC 9(14)V9(2).
           05  FILLER          PIC X(63).

       FD  DOSSIER-FICHIER.
       01  DOS-LIGNE           PIC X(132).

      *    meme mise en forme que dans EMP-FILE.
       FD  Employee.
       01  Employee-FILE.
           05  Employee-ID  PIC  9(5).
           05  FILLER       PIC  X(1).
           05  Name         PIC  X(25).
           05  FILLER       PIC  X(1).
           05  Date-nes     PIC  X(10).
           05  FILLER       PIC  X(1).
           05  FILLER       PIC  X(1).
           05  Salaire      PIC  X(7).
           05  FILLER       PIC  X(1).
           05  Fonction     PIC  X(20).
           05  FILLER       PIC  X(1).
           05  EMP-STATUT   PIC  X(1).
           05  FILLER       PIC  X(1).
           05  EMP-ID-EXTERNE PIC  X(8).
           05  FILLER       PIC  X(1).
           05  EMP-CODE-BANQUE PIC  X(5).

       WORKING-STORAGE SECTION.

       01  WS-CTM-FILESTATUS   PIC X(2).
       01  WS-SOR-FILESTATUS   PIC X(2).
       01  WS-SOR-FILE-PATH    PIC X(100).
       01  WS-DOS-FILESTATUS   PIC X(2).
       01  WS-DOS-FILE-PATH    PIC X(100).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-CLOTURE     PIC X(6).
       01  WS-NOM-JOB          PIC X(20) VALUE "CLOTURE-MENSUELLE".
       01  WS-HORODATAGE       PIC X(21).

      *    CONTROLE-MENSUEL.DAT en table, une ligne par job, reecrit
      *    en totalite comme dans les jobs mensuels.
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).

      *    jobs exiges pour clore le mois, avec le libelle de leur
      *    volume dans le dossier ; WS-JOB-ETAT : OK, ABSENT (pas de
      *    ligne), MOIS (ligne d'un autre mois), SORTIE (fichier
      *    produit introuvable).
       01  WS-NB-JOBS          PIC 9(2) VALUE 10.
       01  WS-TABLE-JOBS.
         05 WS-JOB  OCCURS 10 TIMES.
           10  WS-JOB-NOM      PIC X(20).
           10  WS-JOB-LIBELLE  PIC X(20).
           10  WS-JOB-ETAT     PIC X(6).
           10  WS-JOB-MOIS     PIC X(6).
           10  WS-JOB-NB       PIC 9(7).
           10  WS-JOB-MONTANT  PIC 9(13)V9(2).
           10  WS-JOB-SORTIE   PIC X(40).
       01  WS-J                PIC 9(2).
       01  WS-NB-ANOMALIES     PIC 9(2) VALUE ZERO.

      *    preuve de la balance du grand livre.
       01  WS-BALANCE-LUE      PIC X(1) VALUE "N".
       01  WS-GL-DEBITS        PIC 9(14)V9(2) VALUE ZERO.
       01  WS-GL-CREDITS       PIC 9(14)V9(2) VALUE ZERO.

      *    signature du comptable.
       01  WS-COMPTABLE-ID     PIC 9(5).
       01  WS-COMPTABLE-NOM    PIC X(25).
       01  WS-COMPTABLE-FCT    PIC X(20).
       01  WS-EMP-OK           PIC X(1).
       01  WS-CONFIRME         PIC X(1).

       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "CLOTURE-MENSUELLE".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-CLOTURE-MENSUELLE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           DISPLAY "MOIS A CLOTURER (AAAAMM, VIDE = MOIS "
                   "D'EXPLOITATION) :".
           MOVE SPACES TO WS-MOIS-CLOTURE.
           ACCEPT WS-MOIS-CLOTURE.
           IF WS-MOIS-CLOTURE = SPACES
               MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-CLOTURE
           END-IF.
           IF WS-MOIS-CLOTURE IS NOT NUMERIC
               DISPLAY "MOIS INVALIDE !"
               GOBACK
           END-IF.

           PERFORM CHARGER-CONTROLE-MENSUEL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                  AND WS-CTM-MOIS(WS-C) = WS-MOIS-CLOTURE
                   DISPLAY "MOIS " WS-MOIS-CLOTURE " DEJA CLOTURE"
                   GOBACK
               END-IF
           END-PERFORM.

           PERFORM INITIALISER-JOBS.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-JOBS
               PERFORM VERIFIER-UN-JOB
           END-PERFORM.
           PERFORM VERIFIER-BALANCE-GL.
           PERFORM AFFICHER-LISTE.

           IF WS-NB-ANOMALIES > 0
               DISPLAY "*** " WS-NB-ANOMALIES " POINT(S) EN ANOMALIE :"
                       " LE MOIS " WS-MOIS-CLOTURE " RESTE OUVERT ***"
               GOBACK
           END-IF.

           PERFORM SIGNER-CLOTURE.
           IF WS-EMP-OK NOT = "O"
               DISPLAY "CLOTURE NON SIGNEE, LE MOIS RESTE OUVERT"
               GOBACK
           END-IF.

           PERFORM EDITER-DOSSIER.
           PERFORM ENREGISTRER-CLOTURE.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-MOIS-CLOTURE TO WS-AUD-CLE.
           MOVE "MOIS OUVERT" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "MOIS CLOS, DOSSIER " WS-DOS-FILE-PATH
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-COMPTABLE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "MOIS " WS-MOIS-CLOTURE " CLOTURE PAR "
                   WS-COMPTABLE-ID " " WS-COMPTABLE-NOM.
           DISPLAY "DOSSIER DANS " WS-DOS-FILE-PATH.
           GOBACK.

       INITIALISER-JOBS.
           MOVE "INTERETS"             TO WS-JOB-NOM(1).
           MOVE "COMPTES CREDITES"     TO WS-JOB-LIBELLE(1).
           MOVE "FRAIS-MINIMUM"        TO WS-JOB-NOM(2).
           MOVE "COMPTES FACTURES"     TO WS-JOB-LIBELLE(2).
           MOVE "INTERETS-DEBITEURS"   TO WS-JOB-NOM(3).
           MOVE "COMPTES DEBITES"      TO WS-JOB-LIBELLE(3).
           MOVE "ECHEANCES-PRETS"      TO WS-JOB-NOM(4).
           MOVE "ECHEANCES PRELEVEES"  TO WS-JOB-LIBELLE(4).
           MOVE "PROVISIONS-PRETS"     TO WS-JOB-NOM(5).
           MOVE "PRETS EN ARRIERE"     TO WS-JOB-LIBELLE(5).
           MOVE "REEVALUATION-DEVISES" TO WS-JOB-NOM(6).
           MOVE "AJUSTEMENTS"          TO WS-JOB-LIBELLE(6).
           MOVE "PAIE-EMPLOYES"        TO WS-JOB-NOM(7).
           MOVE "EMPLOYES PAYES"       TO WS-JOB-LIBELLE(7).
           MOVE "ARCHIVE-JOURNAL"      TO WS-JOB-NOM(8).
           MOVE "ECRITURES ARCHIVEES"  TO WS-JOB-LIBELLE(8).
           MOVE "RELEVE-MENSUEL"       TO WS-JOB-NOM(9).
           MOVE "RELEVES EDITES"       TO WS-JOB-LIBELLE(9).
           MOVE "BALANCE-GL"           TO WS-JOB-NOM(10).
           MOVE "COMPTES GL"           TO WS-JOB-LIBELLE(10).
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-JOBS
               MOVE "ABSENT" TO WS-JOB-ETAT(WS-J)
               MOVE SPACES   TO WS-JOB-MOIS(WS-J)
               MOVE ZERO     TO WS-JOB-NB(WS-J)
               MOVE ZERO     TO WS-JOB-MONTANT(WS-J)
               MOVE SPACES   TO WS-JOB-SORTIE(WS-J)
           END-PERFORM.
           EXIT.
       FIN-INITIALISER-JOBS.

      *    la ligne du job doit porter le mois a clore et son fichier
      *    produit doit s'ouvrir.
       VERIFIER-UN-JOB.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-JOB-NOM(WS-J)
                   MOVE WS-CTM-MOIS(WS-C) TO WS-JOB-MOIS(WS-J)
                   MOVE WS-CTM-SUITE(WS-C) TO CTM-SUITE
                   IF CTM-NB IS NUMERIC
                       MOVE CTM-NB TO WS-JOB-NB(WS-J)
                   END-IF
                   IF CTM-MONTANT IS NUMERIC
                       MOVE CTM-MONTANT TO WS-JOB-MONTANT(WS-J)
                   END-IF
                   MOVE CTM-SORTIE TO WS-JOB-SORTIE(WS-J)
                   MOVE "MOIS" TO WS-JOB-ETAT(WS-J)
               END-IF
           END-PERFORM.
           IF WS-JOB-MOIS(WS-J) = WS-MOIS-CLOTURE
               MOVE "OK" TO WS-JOB-ETAT(WS-J)
               IF WS-JOB-SORTIE(WS-J) = SPACES
                   MOVE "SORTIE" TO WS-JOB-ETAT(WS-J)
               ELSE
                   MOVE WS-JOB-SORTIE(WS-J) TO WS-SOR-FILE-PATH
                   OPEN INPUT SORTIE-JOB
                   IF WS-SOR-FILESTATUS = "00"
                       CLOSE SORTIE-JOB
                   ELSE
                       MOVE "SORTIE" TO WS-JOB-ETAT(WS-J)
                   END-IF
               END-IF
           END-IF.
           IF WS-JOB-ETAT(WS-J) NOT = "OK"
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           EXIT.
       FIN-VERIFIER-UN-JOB.

      *    relit la ligne de totaux de la balance du mois : sans elle
      *    ou si les debits ne valent pas les credits, pas de
      *    cloture.
       VERIFIER-BALANCE-GL.
           IF WS-JOB-ETAT(10) NOT = "OK"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-JOB-SORTIE(10) TO WS-SOR-FILE-PATH.
           OPEN INPUT SORTIE-JOB.
           PERFORM UNTIL WS-SOR-FILESTATUS NOT = "00"
               READ SORTIE-JOB
                   AT END MOVE "10" TO WS-SOR-FILESTATUS
                   NOT AT END
                       IF SOR-LIBELLE = "TOTAUX : DEBITS "
                          AND SOR-DEBITS IS NUMERIC
                          AND SOR-CREDITS IS NUMERIC
                           MOVE SOR-DEBITS  TO WS-GL-DEBITS
                           MOVE SOR-CREDITS TO WS-GL-CREDITS
                           MOVE "O" TO WS-BALANCE-LUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SORTIE-JOB.
           IF WS-BALANCE-LUE NOT = "O"
               DISPLAY "BALANCE DU GRAND LIVRE SANS LIGNE DE TOTAUX"
               ADD 1 TO WS-NB-ANOMALIES
           ELSE
               IF WS-GL-DEBITS NOT = WS-GL-CREDITS
                   DISPLAY "BALANCE DU GRAND LIVRE DESEQUILIBREE"
                   ADD 1 TO WS-NB-ANOMALIES
               END-IF
           END-IF.
           EXIT.
       FIN-VERIFIER-BALANCE-GL.

       AFFICHER-LISTE.
           DISPLAY "===== CLOTURE DU MOIS " WS-MOIS-CLOTURE " =====".
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-JOBS
               EVALUATE WS-JOB-ETAT(WS-J)
                   WHEN "OK"
                       DISPLAY "  OK       " WS-JOB-NOM(WS-J) " "
                               WS-JOB-SORTIE(WS-J)
                   WHEN "ABSENT"
                       DISPLAY "  MANQUANT " WS-JOB-NOM(WS-J)
                               " JAMAIS PASSE"
                   WHEN "MOIS"
                       DISPLAY "  MANQUANT " WS-JOB-NOM(WS-J)
                               " DERNIER PASSAGE " WS-JOB-MOIS(WS-J)
                   WHEN OTHER
                       DISPLAY "  MANQUANT " WS-JOB-NOM(WS-J)
                               " FICHIER PRODUIT INTROUVABLE "
                               WS-JOB-SORTIE(WS-J)
               END-EVALUATE
           END-PERFORM.
           IF WS-BALANCE-LUE = "O"
               DISPLAY "  BALANCE GL : DEBITS " WS-GL-DEBITS
                       " CREDITS " WS-GL-CREDITS
           END-IF.
           EXIT.
       FIN-AFFICHER-LISTE.

      *    la cloture est signee par un comptable (ou le directeur)
      *    actif du fichier des employes.
       SIGNER-CLOTURE.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "EMPLOYEE-ID DU COMPTABLE QUI CLOT LE MOIS :".
           ACCEPT WS-COMPTABLE-ID.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-COMPTABLE-ID TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
               NOT INVALID KEY
                   IF (EMP-STATUT = "A" OR EMP-STATUT = " ") AND
                      (Fonction = "COMPTABLE" OR
                       Fonction = "CHEF COMPTABLE" OR
                       Fonction = "DIRECTEUR")
                       MOVE "O" TO WS-EMP-OK
                       MOVE Name TO WS-COMPTABLE-NOM
                       MOVE Fonction TO WS-COMPTABLE-FCT
                   ELSE
                       DISPLAY "EMPLOYE NON HABILITE A CLORE LE MOIS !"
                   END-IF
           END-READ.
           CLOSE Employee.
           IF WS-EMP-OK = "O"
               DISPLAY "CONFIRMER LA CLOTURE DU MOIS "
                       WS-MOIS-CLOTURE " (O/N) :"
               ACCEPT WS-CONFIRME
               IF WS-CONFIRME NOT = "O"
                   MOVE "N" TO WS-EMP-OK
               END-IF
           END-IF.
           EXIT.
       FIN-SIGNER-CLOTURE.

       EDITER-DOSSIER.
           MOVE SPACES TO WS-DOS-FILE-PATH.
           STRING "CLOTURE-MENSUELLE-" WS-MOIS-CLOTURE ".TXT"
               DELIMITED BY SIZE INTO WS-DOS-FILE-PATH
           END-STRING.
           OPEN OUTPUT DOSSIER-FICHIER.
           MOVE SPACES TO DOS-LIGNE.
           STRING "DOSSIER DE CLOTURE DU MOIS " WS-MOIS-CLOTURE
                  " - DATE D'EXPLOITATION " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO DOS-LIGNE
           END-STRING.
           WRITE DOS-LIGNE.
           MOVE SPACES TO DOS-LIGNE.
           WRITE DOS-LIGNE.
           MOVE "TOTAUX POSES PAR LES JOBS DU MOIS" TO DOS-LIGNE.
           WRITE DOS-LIGNE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-JOBS
               MOVE SPACES TO DOS-LIGNE
               STRING "  " WS-JOB-NOM(WS-J) " " WS-JOB-LIBELLE(WS-J)
                      " " WS-JOB-NB(WS-J) " MONTANT "
                      WS-JOB-MONTANT(WS-J) " " WS-JOB-SORTIE(WS-J)
                   DELIMITED BY SIZE INTO DOS-LIGNE
               END-STRING
               WRITE DOS-LIGNE
           END-PERFORM.
           MOVE SPACES TO DOS-LIGNE.
           WRITE DOS-LIGNE.
           MOVE SPACES TO DOS-LIGNE.
           STRING "PREUVE DE LA BALANCE DU GRAND LIVRE : DEBITS "
                  WS-GL-DEBITS " = CREDITS " WS-GL-CREDITS
               DELIMITED BY SIZE INTO DOS-LIGNE
           END-STRING.
           WRITE DOS-LIGNE.
           MOVE SPACES TO DOS-LIGNE.
           WRITE DOS-LIGNE.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE SPACES TO DOS-LIGNE.
           STRING "MOIS CLOS PAR " WS-COMPTABLE-ID " "
                  WS-COMPTABLE-NOM " (" WS-COMPTABLE-FCT
                  ") LE " WS-HORODATAGE(1:8) " A "
                  WS-HORODATAGE(9:6)
               DELIMITED BY SIZE INTO DOS-LIGNE
           END-STRING.
           WRITE DOS-LIGNE.
           CLOSE DOSSIER-FICHIER.
           EXIT.
       FIN-EDITER-DOSSIER.

       CHARGER-CONTROLE-MENSUEL.
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
           EXIT.
       FIN-CHARGER-CONTROLE-MENSUEL.

      *    le mois clos prend sa ligne comme un job : nombre de jobs
      *    verifies, total de la balance et dossier produit.
       ENREGISTRER-CLOTURE.
           MOVE SPACES TO CTM-ENREG.
           MOVE WS-NB-JOBS TO CTM-NB.
           MOVE WS-GL-DEBITS TO CTM-MONTANT.
           MOVE WS-DOS-FILE-PATH TO CTM-SORTIE.
           MOVE "N" TO WS-CTM-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                   MOVE WS-MOIS-CLOTURE TO WS-CTM-MOIS(WS-C)
                   MOVE CTM-SUITE TO WS-CTM-SUITE(WS-C)
                   MOVE "O" TO WS-CTM-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CTM-TROUVE = "N" AND WS-NB-CTM < 20
               ADD 1 TO WS-NB-CTM
               MOVE WS-NOM-JOB      TO WS-CTM-JOB(WS-NB-CTM)
               MOVE WS-MOIS-CLOTURE TO WS-CTM-MOIS(WS-NB-CTM)
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
       FIN-ENREGISTRER-CLOTURE.

       END PROGRAM CLOTURE-MENSUELLE.
