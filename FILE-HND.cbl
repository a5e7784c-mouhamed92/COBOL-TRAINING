            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NOT-FILESTATUS.

      *     frais de scolarite : bareme par classe et trimestre,
      *     factures emises par FACTURER-SCOLARITE et encaissees
      *     par prelevement sur le compte payeur de l'etudiant.
            SELECT BAREME-SCOLARITE ASSIGN TO "BAREME-SCOLARITE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BSC-FILESTATUS.

            SELECT FACTURES-SCOLARITE ASSIGN TO
                                      "FACTURES-SCOLARITE.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-FSC-FILESTATUS.

            SELECT MANDATS-FICHIER ASSIGN TO "MANDATS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MAN-FILESTATUS.

            SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CPM-NUM-CPT
            ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
            FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *declaration of file and record content
         05 EMP-EXP   PIC   X(1).
         05 FILLER    PIC   X(1).
         05 ETD-NOTE  PIC   9(2)V9(2).
         05 FILLER    PIC   X(1).
      *     classe de l'etudiant et compte payeur des frais (vides
      *     sur les vieilles fiches).
         05 ETD-CLASSE     PIC X(6).
         05 FILLER         PIC X(1).
         05 ETD-CPT-PAYEUR PIC X(6).

       FD MATIERES.
       01  MATIERE-RECORD.
      *     les vieilles lignes d'avant la datation.
         05 NOT-TRIMESTRE PIC X(6).

       FD BAREME-SCOLARITE.
       01  BSC-ENREG.
         05 BSC-CLASSE     PIC X(6).
         05 FILLER         PIC X(1).
         05 BSC-TRIMESTRE  PIC X(6).
         05 FILLER         PIC X(1).
         05 BSC-MONTANT    PIC 9(7)V9(2).
         05 FILLER         PIC X(1).
      *     date a partir de laquelle la facture du trimestre part.
         05 BSC-DATE-FACTURATION PIC X(8).

      *     meme mise en forme que dans FACTURER-SCOLARITE.
       FD FACTURES-SCOLARITE.
       01  FSC-ENREG.
         05 FSC-ETD-ID     PIC X(10).
         05 FILLER         PIC X(1).
         05 FSC-TRIMESTRE  PIC X(6).
         05 FILLER         PIC X(1).
         05 FSC-CLASSE     PIC X(6).
         05 FILLER         PIC X(1).
         05 FSC-NUM-CPT    PIC X(6).
         05 FILLER         PIC X(1).
         05 FSC-MONTANT    PIC 9(7)V9(2).
         05 FILLER         PIC X(1).
         05 FSC-DATE-EMISSION PIC X(8).
         05 FILLER         PIC X(1).
         05 FSC-DATE-PRESENTATION PIC X(8).
         05 FILLER         PIC X(1).
         05 FSC-DATE-REGLEMENT PIC X(8).
         05 FILLER         PIC X(1).
         05 FSC-STATUT     PIC X(1).

      *     meme mise en forme que dans MAJ-MANDATS.
       FD MANDATS-FICHIER.
       01  MAN-ENREG.
         05 MAN-CODE-CREANCIER PIC X(5).
         05 FILLER             PIC X(1).
         05 MAN-NUM-CPT        PIC X(6).
         05 FILLER             PIC X(1).
         05 MAN-PLAFOND        PIC 9(8)V9(2).
         05 FILLER             PIC X(1).
         05 MAN-DATE-SIGNATURE PIC X(8).
         05 FILLER             PIC X(1).
         05 MAN-STATUT         PIC X(1).

       FD COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.
      *
       01  WS-ETD-FILE-PATH PIC X(100).
       01  WS-DECISION       PIC X(12).
       01  WS-NB-RATTRAPAGE  PIC 9(3).

      *    frais de scolarite : bareme tenu ici, rattachement de
      *    l'etudiant a sa classe et a son compte payeur (fichier
      *    reecrit en entier), impayes rappeles sur le bulletin.
       01  WS-BSC-FILESTATUS PIC X(2).
       01  WS-FSC-FILESTATUS PIC X(2).
       01  WS-MAN-FILESTATUS PIC X(2).
       01  WS-CPT-FILESTATUS PIC X(2).
       01  WS-CREANCIER-ECOLE PIC X(5) VALUE "ECOLE".
       01  WS-NB-BSC         PIC 9(3) VALUE ZERO.
       01  WS-TABLE-BSC.
         05 WS-BSC OCCURS 100 TIMES.
           10 WS-BSC-IMAGE   PIC X(32).
       01  WS-B              PIC 9(3).
       01  WS-BSC-TROUVE     PIC 9(3).
       01  WS-CLASSE-SAISIE  PIC X(6).
       01  WS-MONTANT-SAISI  PIC 9(7)V9(2).
       01  WS-DATE-SAISIE    PIC X(8).
       01  WS-CPT-SAISI      PIC X(6).
       01  WS-PGM-CTRL-DATE  PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE      PIC X(1).
       01  WS-CTRL-VALIDE    PIC X(1).
       01  WS-NB-ETD-TAB     PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ETD.
         05 WS-ETD OCCURS 200 TIMES.
           10 WS-ETD-IMAGE   PIC X(42).
       01  WS-E              PIC 9(3).
       01  WS-ETD-TROUVE     PIC 9(3).
       01  WS-MANDAT-ECOLE   PIC X(1).
       01  WS-NB-FACT-IMPAYEES PIC 9(3).
       01  WS-TOTAL-IMPAYE   PIC 9(9)V9(2).


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       DISPLAY "5-RELEVE DE NOTES D'UN ETUDIANT".
       DISPLAY "6-BULLETIN DU TRIMESTRE D'UN ETUDIANT".
       DISPLAY "7-LISTE DE RATTRAPAGE PAR MATIERE".
       DISPLAY "8-BAREME DES FRAIS DE SCOLARITE".
       DISPLAY "9-CLASSE ET COMPTE PAYEUR D'UN ETUDIANT".
       ACCEPT WS-CHOIX.

       IF WS-CHOIX = 8
          PERFORM SAISIR-BAREME
          STOP RUN
       END-IF.

       IF WS-CHOIX = 9
          PERFORM RATTACHER-PAYEUR
          STOP RUN
       END-IF.

       IF WS-CHOIX = 2
          PERFORM SAISIR-ETUDIANT
          STOP RUN
           ACCEPT EMP-EXP.
           DISPLAY "NOTE (SUR 20) :".
           ACCEPT ETD-NOTE.
           DISPLAY "CLASSE :".
           ACCEPT ETD-CLASSE.
           MOVE SPACES TO ETD-CPT-PAYEUR.

           OPEN EXTEND ETUDIANT.
           WRITE ETUDIANT-RECORD
               DISPLAY "MOYENNE PONDEREE : " WS-MOYENNE
               DISPLAY "DECISION         : " WS-DECISION
           END-IF.
           PERFORM SIGNALER-IMPAYES.
           DISPLAY "**********************************************".
       FIN-BULLETIN-TRIMESTRE.
           EXIT.

      *    un etudiant dont une facture de scolarite est revenue
      *    impayee est signale sur son bulletin, tous trimestres
      *    confondus.
       SIGNALER-IMPAYES.
           MOVE 0 TO WS-NB-FACT-IMPAYEES.
           MOVE 0 TO WS-TOTAL-IMPAYE.
           OPEN INPUT FACTURES-SCOLARITE.
           IF WS-FSC-FILESTATUS = "00"
               PERFORM UNTIL WS-FSC-FILESTATUS NOT = "00"
                   READ FACTURES-SCOLARITE
                       AT END MOVE "10" TO WS-FSC-FILESTATUS
                       NOT AT END
                           IF FSC-ETD-ID = WS-ETD-ID-SAISI
                              AND FSC-STATUT = "I"
                               ADD 1 TO WS-NB-FACT-IMPAYEES
                               ADD FSC-MONTANT TO WS-TOTAL-IMPAYE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURES-SCOLARITE
           END-IF.
           IF WS-NB-FACT-IMPAYEES > 0
               DISPLAY "*** FRAIS DE SCOLARITE IMPAYES : "
                       WS-NB-FACT-IMPAYEES " FACTURE(S) POUR "
                       WS-TOTAL-IMPAYE " ***"
           END-IF.
       FIN-SIGNALER-IMPAYES.
           EXIT.

      *    bareme des frais : un montant et une date de facturation
      *    par classe et par trimestre ; une ligne existante est
      *    remplacee, le fichier reecrit en entier.
       SAISIR-BAREME.
           MOVE 0 TO WS-NB-BSC.
           OPEN INPUT BAREME-SCOLARITE.
           IF WS-BSC-FILESTATUS = "00"
               PERFORM UNTIL WS-BSC-FILESTATUS NOT = "00"
                   READ BAREME-SCOLARITE
                       AT END MOVE "10" TO WS-BSC-FILESTATUS
                       NOT AT END
                           IF WS-NB-BSC < 100
                               ADD 1 TO WS-NB-BSC
                               MOVE BSC-ENREG TO WS-BSC-IMAGE(WS-NB-BSC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BAREME-SCOLARITE
           END-IF.

           DISPLAY "BAREME ACTUEL :".
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BSC
               MOVE WS-BSC-IMAGE(WS-B) TO BSC-ENREG
               DISPLAY "  " BSC-CLASSE " " BSC-TRIMESTRE " "
                       BSC-MONTANT " FACTURE LE " BSC-DATE-FACTURATION
           END-PERFORM.

           DISPLAY "CLASSE :".
           ACCEPT WS-CLASSE-SAISIE.
           DISPLAY "TRIMESTRE (AAAATN, EX: 2026T1) :".
           ACCEPT WS-TRIM-SAISI.
           IF WS-CLASSE-SAISIE = SPACES OR WS-TRIM-SAISI = SPACES
               DISPLAY "CLASSE ET TRIMESTRE OBLIGATOIRES"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "MONTANT DES FRAIS :".
           ACCEPT WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI = 0
               DISPLAY "MONTANT NUL REFUSE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "DATE DE FACTURATION (AAAAMMJJ) :".
           ACCEPT WS-DATE-SAISIE.
           MOVE "C" TO WS-CTRL-MODE.
           CALL WS-PGM-CTRL-DATE USING WS-DATE-SAISIE WS-CTRL-MODE
                                        WS-CTRL-VALIDE.
           IF WS-CTRL-VALIDE NOT = "O"
               DISPLAY "DATE INVALIDE"
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-BSC-TROUVE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BSC
               MOVE WS-BSC-IMAGE(WS-B) TO BSC-ENREG
               IF BSC-CLASSE = WS-CLASSE-SAISIE
                  AND BSC-TRIMESTRE = WS-TRIM-SAISI
                   MOVE WS-B TO WS-BSC-TROUVE
               END-IF
           END-PERFORM.
           IF WS-BSC-TROUVE = 0
               IF WS-NB-BSC NOT < 100
                   DISPLAY "BAREME PLEIN"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-BSC
               MOVE WS-NB-BSC TO WS-BSC-TROUVE
           END-IF.
           MOVE SPACES           TO BSC-ENREG.
           MOVE WS-CLASSE-SAISIE TO BSC-CLASSE.
           MOVE WS-TRIM-SAISI    TO BSC-TRIMESTRE.
           MOVE WS-MONTANT-SAISI TO BSC-MONTANT.
           MOVE WS-DATE-SAISIE   TO BSC-DATE-FACTURATION.
           MOVE BSC-ENREG TO WS-BSC-IMAGE(WS-BSC-TROUVE).

           OPEN OUTPUT BAREME-SCOLARITE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-BSC
               MOVE WS-BSC-IMAGE(WS-B) TO BSC-ENREG
               WRITE BSC-ENREG
           END-PERFORM.
           CLOSE BAREME-SCOLARITE.
           DISPLAY "BAREME ENREGISTRE".
       FIN-SAISIR-BAREME.
           EXIT.

      *    classe et compte payeur d'un etudiant : le compte doit
      *    exister et etre actif ; sans mandat ECOLE actif sur ce
      *    compte, les prelevements seront retournes et on le dit.
       RATTACHER-PAYEUR.
           DISPLAY "ETD-ID DE L'ETUDIANT :".
           ACCEPT WS-ETD-ID-SAISI.
           MOVE 0 TO WS-NB-ETD-TAB.
           MOVE 0 TO WS-ETD-TROUVE.
           MOVE 'N' TO ETD-READ-STATUS.
           OPEN INPUT ETUDIANT.
           IF ET-FILESTATUS = "00"
               PERFORM UNTIL END-OF-FILE
                   READ ETUDIANT
                       AT END SET END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-NB-ETD-TAB < 200
                               ADD 1 TO WS-NB-ETD-TAB
                               MOVE ETUDIANT-RECORD TO
                                    WS-ETD-IMAGE(WS-NB-ETD-TAB)
                               IF ETD-ID = WS-ETD-ID-SAISI
                                   MOVE WS-NB-ETD-TAB TO WS-ETD-TROUVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ETUDIANT
           END-IF.
           IF WS-ETD-TROUVE = 0
               DISPLAY "ETUDIANT INCONNU"
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ETD-IMAGE(WS-ETD-TROUVE) TO ETUDIANT-RECORD.
           DISPLAY "ETUDIANT : " ETD-ID " " ETD-NAME
                   " CLASSE " ETD-CLASSE " COMPTE PAYEUR "
                   ETD-CPT-PAYEUR.
           DISPLAY "CLASSE (VIDE = INCHANGEE) :".
           ACCEPT WS-CLASSE-SAISIE.
           DISPLAY "COMPTE PAYEUR (VIDE = INCHANGE) :".
           ACCEPT WS-CPT-SAISI.

           IF WS-CPT-SAISI NOT = SPACES
               OPEN INPUT COMPTE-MASTER
               MOVE WS-CPT-SAISI TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       MOVE "23" TO WS-CPT-FILESTATUS
               END-READ
               IF WS-CPT-FILESTATUS NOT = "00"
                   DISPLAY "COMPTE INTROUVABLE"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
               END-IF
               IF CPM-STATUT NOT = "A"
                   DISPLAY "COMPTE NON ACTIF"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
               END-IF
               CLOSE COMPTE-MASTER
               PERFORM VERIFIER-MANDAT-ECOLE
               IF WS-MANDAT-ECOLE = 'N'
                   DISPLAY "ATTENTION : PAS DE MANDAT ECOLE ACTIF SUR "
                           "CE COMPTE,"
                   DISPLAY "LES PRELEVEMENTS SERONT RETOURNES"
               END-IF
               MOVE WS-CPT-SAISI TO ETD-CPT-PAYEUR
           END-IF.
           IF WS-CLASSE-SAISIE NOT = SPACES
               MOVE WS-CLASSE-SAISIE TO ETD-CLASSE
           END-IF.
           MOVE ETUDIANT-RECORD TO WS-ETD-IMAGE(WS-ETD-TROUVE).

           OPEN OUTPUT ETUDIANT.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ETD-TAB
               MOVE WS-ETD-IMAGE(WS-E) TO ETUDIANT-RECORD
               WRITE ETUDIANT-RECORD
           END-PERFORM.
           CLOSE ETUDIANT.
           DISPLAY "FICHE ETUDIANT MISE A JOUR".
       FIN-RATTACHER-PAYEUR.
           EXIT.

       VERIFIER-MANDAT-ECOLE.
           MOVE 'N' TO WS-MANDAT-ECOLE.
           OPEN INPUT MANDATS-FICHIER.
           IF WS-MAN-FILESTATUS = "00"
               PERFORM UNTIL WS-MAN-FILESTATUS NOT = "00"
                   READ MANDATS-FICHIER
                       AT END MOVE "10" TO WS-MAN-FILESTATUS
                       NOT AT END
                           IF MAN-CODE-CREANCIER = WS-CREANCIER-ECOLE
                              AND MAN-NUM-CPT = WS-CPT-SAISI
                              AND MAN-STATUT = "A"
                               MOVE 'O' TO WS-MANDAT-ECOLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATS-FICHIER
           END-IF.
       FIN-VERIFIER-MANDAT-ECOLE.
           EXIT.

      *    liste de rattrapage du secretariat : pour la matiere et
      *    le trimestre demandes, chaque etudiant sous 10.
       LISTE-RATTRAPAGE.
