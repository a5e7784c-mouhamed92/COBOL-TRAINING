       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-SIGNATAIRES.
       AUTHOR.    MOHAMED.

      *    registre des signataires des personnes morales : une ligne
      *    par personne physique (client particulier, identifie par
      *    son matricule) habilitee a engager une societe cliente sur
      *    ses comptes, avec sa qualite (gerant, directeur
      *    financier...) et ses pouvoirs :
      *    - S = signature seule, C = signature conjointe (un second
      *      signataire habilite doit co-signer) ;
      *    - un plafond par operation (zero = sans limite).
      *    OPERATIONS controle ce registre pour tout retrait ou
      *    virement sur le compte d'une personne morale et porte
      *    le ou les matricules des signataires au libelle du
      *    journal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SIGNATAIRES-FICHIER ASSIGN TO "SIGNATAIRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIG-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    SIG-POUVOIR : S = seul, C = conjointement. SIG-PLAFOND a
      *    zero = sans limite. SIG-DATE-FIN a blanc = sans terme.
      *    SIG-STATUT : A = actif, R = revoque.
       FD  SIGNATAIRES-FICHIER.
       01  SIG-ENREG.
           05  SIG-MAT-SOCIETE    PIC X(6).
           05  FILLER             PIC X(1).
           05  SIG-MAT-CLT        PIC X(6).
           05  FILLER             PIC X(1).
           05  SIG-QUALITE        PIC X(15).
           05  FILLER             PIC X(1).
           05  SIG-POUVOIR        PIC X(1).
           05  FILLER             PIC X(1).
           05  SIG-PLAFOND        PIC 9(10)V9(2).
           05  FILLER             PIC X(1).
           05  SIG-DATE-DEBUT     PIC X(8).
           05  FILLER             PIC X(1).
           05  SIG-DATE-FIN       PIC X(8).
           05  FILLER             PIC X(1).
           05  SIG-STATUT         PIC X(1).

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       WORKING-STORAGE SECTION.

       01  WS-SIG-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).

      *    controle calendaire commun a toutes les dates saisies.
       01  WS-PGM-CTRL-DATE    PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).

       01  WS-CHOIX            PIC 9(1).
       01  WS-SOCIETE-SAISIE   PIC X(6).
       01  WS-SIGNATAIRE-SAISI PIC X(6).
       01  WS-QUALITE-SAISIE   PIC X(15).
       01  WS-POUVOIR-SAISI    PIC X(1).
       01  WS-PLAFOND-SAISI    PIC 9(10)V9(2).
       01  WS-DATE-DEBUT       PIC X(8).
       01  WS-DATE-FIN         PIC X(8).
       01  WS-NOM-SOCIETE      PIC X(40).
       01  WS-NOM-SIGNATAIRE   PIC X(41).

      *    revocations : signataires charges puis reecrits en
      *    totalite.
       01  WS-NB-SIG           PIC 9(3) VALUE ZERO.
       01  WS-SIG-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-SIG.
         05 WS-SIG  OCCURS 300 TIMES.
           10  WS-SIG-IMAGE    PIC X(80).
       01  WS-S                PIC 9(3).
       01  WS-SIG-TROUVE       PIC X(1).

       PROCEDURE DIVISION.

       MAIN-MAJ-SIGNATAIRES.
           DISPLAY "1-ENREGISTRER UN SIGNATAIRE".
           DISPLAY "2-REVOQUER UN SIGNATAIRE".
           DISPLAY "3-LISTER LES SIGNATAIRES D'UNE SOCIETE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM ENREGISTRER-SIGNATAIRE
               WHEN 2
                   PERFORM REVOQUER-SIGNATAIRE
               WHEN 3
                   PERFORM LISTER-SIGNATAIRES
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       ENREGISTRER-SIGNATAIRE.
           DISPLAY "MATRICULE DE LA SOCIETE :".
           ACCEPT WS-SOCIETE-SAISIE.
           DISPLAY "MATRICULE DU SIGNATAIRE :".
           ACCEPT WS-SIGNATAIRE-SAISI.

      *    la societe doit etre une personne morale, le signataire
      *    un particulier connu du fichier des clients.
           OPEN INPUT CLIENT-MASTER.
           MOVE WS-SOCIETE-SAISIE TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "SOCIETE INTROUVABLE !"
                   CLOSE CLIENT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           IF CLM-TYPE-CLT NOT = "M"
               DISPLAY "CE CLIENT N'EST PAS UNE PERSONNE MORALE"
               CLOSE CLIENT-MASTER
               EXIT PARAGRAPH
           END-IF.
           MOVE CLM-RAISON-SOCIALE TO WS-NOM-SOCIETE.
           MOVE WS-SIGNATAIRE-SAISI TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   DISPLAY "SIGNATAIRE INTROUVABLE AU FICHIER "
                           "DES CLIENTS !"
                   CLOSE CLIENT-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE CLIENT-MASTER.
           IF CLM-TYPE-CLT = "M"
               DISPLAY "LE SIGNATAIRE DOIT ETRE UNE PERSONNE PHYSIQUE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-NOM-SIGNATAIRE.
           STRING CLM-NOM-CLT " " CLM-PRENOM-CLT
               DELIMITED BY SIZE INTO WS-NOM-SIGNATAIRE
           END-STRING.
           DISPLAY "SOCIETE    : " WS-NOM-SOCIETE.
           DISPLAY "SIGNATAIRE : " WS-NOM-SIGNATAIRE.

           DISPLAY "QUALITE (GERANT, DIRECTEUR...) :".
           ACCEPT WS-QUALITE-SAISIE.
           IF WS-QUALITE-SAISIE = SPACES
               DISPLAY "QUALITE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "POUVOIR (S=SIGNATURE SEULE, C=CONJOINTE) :".
           ACCEPT WS-POUVOIR-SAISI.
           IF WS-POUVOIR-SAISI NOT = "S" AND WS-POUVOIR-SAISI NOT = "C"
               DISPLAY "POUVOIR INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "PLAFOND PAR OPERATION (0 = SANS LIMITE) :".
           ACCEPT WS-PLAFOND-SAISI.

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
                   DISPLAY "DATE DE FIN INVALIDE, SIGNATAIRE REFUSE"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      *    un seul pouvoir actif par signataire et par societe : le
      *    precedent doit etre revoque avant d'en poser un nouveau.
           PERFORM CHARGER-SIGNATAIRES.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-SIG
               MOVE WS-SIG-IMAGE(WS-S) TO SIG-ENREG
               IF SIG-MAT-SOCIETE = WS-SOCIETE-SAISIE
                  AND SIG-MAT-CLT = WS-SIGNATAIRE-SAISI
                  AND SIG-STATUT = "A"
                   DISPLAY "POUVOIR DEJA ACTIF POUR CE SIGNATAIRE, "
                           "REVOQUER D'ABORD"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

           MOVE SPACES              TO SIG-ENREG.
           MOVE WS-SOCIETE-SAISIE   TO SIG-MAT-SOCIETE.
           MOVE WS-SIGNATAIRE-SAISI TO SIG-MAT-CLT.
           MOVE WS-QUALITE-SAISIE   TO SIG-QUALITE.
           MOVE WS-POUVOIR-SAISI    TO SIG-POUVOIR.
           MOVE WS-PLAFOND-SAISI    TO SIG-PLAFOND.
           MOVE WS-DATE-DEBUT       TO SIG-DATE-DEBUT.
           MOVE WS-DATE-FIN         TO SIG-DATE-FIN.
           MOVE "A"                 TO SIG-STATUT.
           OPEN EXTEND SIGNATAIRES-FICHIER.
           IF WS-SIG-FILESTATUS = "35"
               OPEN OUTPUT SIGNATAIRES-FICHIER
           END-IF.
           WRITE SIG-ENREG.
           CLOSE SIGNATAIRES-FICHIER.
           DISPLAY "SIGNATAIRE " WS-SIGNATAIRE-SAISI " POUR "
                   WS-SOCIETE-SAISIE " ENREGISTRE.".
           EXIT.
       FIN-ENREGISTRER-SIGNATAIRE.

       REVOQUER-SIGNATAIRE.
           DISPLAY "MATRICULE DE LA SOCIETE :".
           ACCEPT WS-SOCIETE-SAISIE.
           DISPLAY "MATRICULE DU SIGNATAIRE :".
           ACCEPT WS-SIGNATAIRE-SAISI.
           PERFORM CHARGER-SIGNATAIRES.
           IF WS-SIG-SURCHARGE = "O"
               DISPLAY "PLUS DE 300 SIGNATAIRES, TABLE PLEINE, "
                       "REVOCATION REFUSEE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-SIG-TROUVE.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-SIG
               MOVE WS-SIG-IMAGE(WS-S) TO SIG-ENREG
               IF SIG-MAT-SOCIETE = WS-SOCIETE-SAISIE
                  AND SIG-MAT-CLT = WS-SIGNATAIRE-SAISI
                  AND SIG-STATUT = "A"
                   MOVE "R" TO SIG-STATUT
                   MOVE SIG-ENREG TO WS-SIG-IMAGE(WS-S)
                   MOVE "O" TO WS-SIG-TROUVE
               END-IF
           END-PERFORM.
           IF WS-SIG-TROUVE = "N"
               DISPLAY "SIGNATAIRE ACTIF INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAUVER-SIGNATAIRES.
           DISPLAY "POUVOIRS REVOQUES.".
           EXIT.
       FIN-REVOQUER-SIGNATAIRE.

       LISTER-SIGNATAIRES.
           DISPLAY "MATRICULE DE LA SOCIETE :".
           ACCEPT WS-SOCIETE-SAISIE.
           PERFORM CHARGER-SIGNATAIRES.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-SIG
               MOVE WS-SIG-IMAGE(WS-S) TO SIG-ENREG
               IF SIG-MAT-SOCIETE = WS-SOCIETE-SAISIE
                   DISPLAY "  " SIG-MAT-CLT " " SIG-QUALITE
                           " POUVOIR " SIG-POUVOIR
                           " PLAFOND " SIG-PLAFOND
                           " DU " SIG-DATE-DEBUT
                           " AU " SIG-DATE-FIN
                           " STATUT " SIG-STATUT
               END-IF
           END-PERFORM.
           EXIT.
       FIN-LISTER-SIGNATAIRES.

       CHARGER-SIGNATAIRES.
           MOVE ZERO TO WS-NB-SIG.
           MOVE "N" TO WS-SIG-SURCHARGE.
           OPEN INPUT SIGNATAIRES-FICHIER.
           IF WS-SIG-FILESTATUS = "00"
               PERFORM UNTIL WS-SIG-FILESTATUS NOT = "00"
                   READ SIGNATAIRES-FICHIER
                       AT END MOVE "10" TO WS-SIG-FILESTATUS
                       NOT AT END
                           IF WS-NB-SIG < 300
                               ADD 1 TO WS-NB-SIG
                               MOVE SIG-ENREG TO
                                    WS-SIG-IMAGE(WS-NB-SIG)
                           ELSE
                               MOVE "O" TO WS-SIG-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SIGNATAIRES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-SIGNATAIRES.

       SAUVER-SIGNATAIRES.
           OPEN OUTPUT SIGNATAIRES-FICHIER.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-SIG
               MOVE WS-SIG-IMAGE(WS-S) TO SIG-ENREG
               WRITE SIG-ENREG
           END-PERFORM.
           CLOSE SIGNATAIRES-FICHIER.
           EXIT.
       FIN-SAUVER-SIGNATAIRES.

       END PROGRAM MAJ-SIGNATAIRES.
