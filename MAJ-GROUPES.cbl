       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-GROUPES.
       AUTHOR.    MOHAMED.

      *    registre des groupes de clients lies (une famille, une
      *    societe et ses dirigeants...) dont les engagements se
      *    cumulent pour le controle des grands risques : une ligne
      *    par membre (code groupe, matricule, lien, libelle du
      *    groupe). Un client n'appartient qu'a un groupe actif a la
      *    fois. Le batch mensuel EXPOSITION-GROUPES totalise les
      *    engagements par client et par groupe, et SAISIE-PRETS
      *    avertit a l'approbation d'un pret qui ferait depasser la
      *    limite de concentration du groupe. Chaque changement est
      *    trace dans la piste d'audit centrale.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GROUPES-FICHIER ASSIGN TO "GROUPES-CLIENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRC-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    GRC-LIEN : FAMILLE, DIRIGEANT, ACTIONNAIRE, SOCIETE...
      *    GRC-STATUT : A = membre, R = retire du groupe.
       FD  GROUPES-FICHIER.
       01  GRC-ENREG.
           05  GRC-CODE        PIC X(6).
           05  FILLER          PIC X(1).
           05  GRC-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  GRC-LIEN        PIC X(12).
           05  FILLER          PIC X(1).
           05  GRC-LIBELLE     PIC X(30).
           05  FILLER          PIC X(1).
           05  GRC-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  GRC-STATUT      PIC X(1).

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       WORKING-STORAGE SECTION.

       01  WS-GRC-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-CHOIX            PIC 9(1).
       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-CODE-SAISI       PIC X(6).
       01  WS-MAT-SAISI        PIC X(6).
       01  WS-LIEN-SAISI       PIC X(12).
       01  WS-LIBELLE-SAISI    PIC X(30).

      *    membres charges en memoire puis reecrits en totalite.
       01  WS-NB-GRC           PIC 9(4) VALUE ZERO.
       01  WS-GRC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-GRC.
         05 WS-GRC  OCCURS 1000 TIMES.
           10  WS-GRC-IMAGE    PIC X(70).
       01  WS-G                PIC 9(4).
       01  WS-RANG             PIC 9(4).
       01  WS-NB-MEMBRES       PIC 9(4).

      *    piste d'audit centrale, comme MAJ-COMPTES-GL.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-GROUPES".
       01  WS-OPERATEUR-ID     PIC 9(5).
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-GROUPES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-ID.

           DISPLAY "1-LISTER LES MEMBRES D'UN GROUPE".
           DISPLAY "2-AJOUTER UN CLIENT A UN GROUPE".
           DISPLAY "3-RETIRER UN CLIENT DE SON GROUPE".
           ACCEPT WS-CHOIX.

           PERFORM CHARGER-GROUPES.
           IF WS-GRC-SURCHARGE = "O"
               DISPLAY "PLUS DE 1000 LIENS DE GROUPE, TABLE PLEINE"
               GOBACK
           END-IF.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-GROUPE
               WHEN 2
                   PERFORM AJOUTER-MEMBRE
               WHEN 3
                   PERFORM RETIRER-MEMBRE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       CHARGER-GROUPES.
           OPEN INPUT GROUPES-FICHIER.
           IF WS-GRC-FILESTATUS = "00"
               PERFORM UNTIL WS-GRC-FILESTATUS NOT = "00"
                   READ GROUPES-FICHIER
                       AT END MOVE "10" TO WS-GRC-FILESTATUS
                       NOT AT END
                           IF WS-NB-GRC < 1000
                               ADD 1 TO WS-NB-GRC
                               MOVE GRC-ENREG TO
                                    WS-GRC-IMAGE(WS-NB-GRC)
                           ELSE
                               MOVE "O" TO WS-GRC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-GROUPES.

       LISTER-GROUPE.
           DISPLAY "CODE GROUPE :".
           ACCEPT WS-CODE-SAISI.
           MOVE ZERO TO WS-NB-MEMBRES.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GRC
               MOVE WS-GRC-IMAGE(WS-G) TO GRC-ENREG
               IF GRC-CODE = WS-CODE-SAISI AND GRC-STATUT = "A"
                   ADD 1 TO WS-NB-MEMBRES
                   DISPLAY GRC-MAT-CLT " " GRC-LIEN " DEPUIS "
                           GRC-DATE " - " GRC-LIBELLE
               END-IF
           END-PERFORM.
           DISPLAY WS-NB-MEMBRES " MEMBRE(S) DANS LE GROUPE "
                   WS-CODE-SAISI.
           EXIT.
       FIN-LISTER-GROUPE.

      *    le client doit exister et ne pas etre deja membre actif
      *    d'un groupe ; le libelle du groupe est repris du premier
      *    membre quand le groupe existe deja.
       AJOUTER-MEMBRE.
           DISPLAY "CODE GROUPE :".
           ACCEPT WS-CODE-SAISI.
           DISPLAY "MATRICULE CLIENT :".
           ACCEPT WS-MAT-SAISI.
           IF WS-CODE-SAISI = SPACES OR WS-MAT-SAISI = SPACES
               DISPLAY "CODE GROUPE ET MATRICULE OBLIGATOIRES"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CLIENT-MASTER.
           MOVE WS-MAT-SAISI TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "CLIENT INTROUVABLE !"
                   CLOSE CLIENT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CLIENT-MASTER.

           MOVE SPACES TO WS-LIBELLE-SAISI.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GRC
               MOVE WS-GRC-IMAGE(WS-G) TO GRC-ENREG
               IF GRC-STATUT = "A" AND GRC-MAT-CLT = WS-MAT-SAISI
                   DISPLAY "CLIENT DEJA MEMBRE DU GROUPE " GRC-CODE
                   EXIT PARAGRAPH
               END-IF
               IF GRC-CODE = WS-CODE-SAISI
                   MOVE GRC-LIBELLE TO WS-LIBELLE-SAISI
               END-IF
           END-PERFORM.
           IF WS-LIBELLE-SAISI = SPACES
               DISPLAY "NOUVEAU GROUPE - LIBELLE :"
               ACCEPT WS-LIBELLE-SAISI
           END-IF.
           DISPLAY "LIEN (FAMILLE/DIRIGEANT/ACTIONNAIRE/SOCIETE) :".
           ACCEPT WS-LIEN-SAISI.

           IF WS-NB-GRC >= 1000
               DISPLAY "TABLE PLEINE, AJOUT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-GRC.
           MOVE SPACES           TO GRC-ENREG.
           MOVE WS-CODE-SAISI    TO GRC-CODE.
           MOVE WS-MAT-SAISI     TO GRC-MAT-CLT.
           MOVE WS-LIEN-SAISI    TO GRC-LIEN.
           MOVE WS-LIBELLE-SAISI TO GRC-LIBELLE.
           MOVE WS-AUJOURD-HUI   TO GRC-DATE.
           MOVE "A"              TO GRC-STATUT.
           MOVE GRC-ENREG TO WS-GRC-IMAGE(WS-NB-GRC).
           PERFORM SAUVER-GROUPES.

           MOVE "HORS GROUPE" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "GROUPE " WS-CODE-SAISI " LIEN " WS-LIEN-SAISI
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           PERFORM TRACER-MEMBRE.
           DISPLAY "CLIENT " WS-MAT-SAISI " AJOUTE AU GROUPE "
                   WS-CODE-SAISI ".".
           EXIT.
       FIN-AJOUTER-MEMBRE.

       RETIRER-MEMBRE.
           DISPLAY "MATRICULE CLIENT :".
           ACCEPT WS-MAT-SAISI.
           MOVE ZERO TO WS-RANG.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GRC
               MOVE WS-GRC-IMAGE(WS-G) TO GRC-ENREG
               IF GRC-STATUT = "A" AND GRC-MAT-CLT = WS-MAT-SAISI
                   MOVE WS-G TO WS-RANG
               END-IF
           END-PERFORM.
           IF WS-RANG = ZERO
               DISPLAY "CLIENT MEMBRE D'AUCUN GROUPE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GRC-IMAGE(WS-RANG) TO GRC-ENREG.
           MOVE "R" TO GRC-STATUT.
           MOVE WS-AUJOURD-HUI TO GRC-DATE.
           MOVE GRC-ENREG TO WS-GRC-IMAGE(WS-RANG).
           PERFORM SAUVER-GROUPES.

           MOVE SPACES TO WS-AUD-AVANT.
           STRING "GROUPE " GRC-CODE " LIEN " GRC-LIEN
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE "HORS GROUPE" TO WS-AUD-APRES.
           PERFORM TRACER-MEMBRE.
           DISPLAY "CLIENT " WS-MAT-SAISI " RETIRE DU GROUPE "
                   GRC-CODE ".".
           EXIT.
       FIN-RETIRER-MEMBRE.

       TRACER-MEMBRE.
           MOVE SPACES TO WS-AUD-CLE.
           STRING "GROUPE-CLT-" WS-MAT-SAISI
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           EXIT.
       FIN-TRACER-MEMBRE.

       SAUVER-GROUPES.
           OPEN OUTPUT GROUPES-FICHIER.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GRC
               MOVE WS-GRC-IMAGE(WS-G) TO GRC-ENREG
               WRITE GRC-ENREG
           END-PERFORM.
           CLOSE GROUPES-FICHIER.
           EXIT.
       FIN-SAUVER-GROUPES.

       END PROGRAM MAJ-GROUPES.
