       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRATION-DEMANDES.
       AUTHOR.    MOHAMED.

      *    integration des demandes d'ouverture de compte saisies par
      *    les prospects sur le site web, dans la chaine BATCH-JOUR :
      *    la fin de la ressaisie par un guichetier dans BANQUE-CLT.
      *    Le site depose chaque jour DEMANDES-OUVERTURE.DAT (format
      *    fixe, une ligne par demande d'un particulier). Chaque
      *    demande passe les memes controles que SAISIR-CLT et
      *    SAISIR-CPT (date de naissance et age, e-mail, adresse,
      *    telephone, CIN, profession, type de compte selon l'age,
      *    devise) plus l'agence choisie, puis le filtrage
      *    sanctions/PEP de FILTRER-WATCHLIST. Une demande valable
      *    cree la fiche client et un compte au statut P (en attente
      *    de dossier) avec sa liste de pieces a recevoir dans
      *    DOSSIERS-COMPTES.DAT - le compte s'active au guichet quand
      *    la convention signee et la copie CIN sont recues. Une CIN
      *    deja connue fait de la demande un doublon (y compris un
      *    fichier redepose). Le site relit la reponse de chaque
      *    demande dans REPONSES-DEMANDES-AAAAMMJJ.DAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT DEMANDES-FICHIER ASSIGN TO "DEMANDES-OUVERTURE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEM-FILESTATUS.

           SELECT REPONSES-FICHIER ASSIGN TO WS-REP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REP-FILESTATUS.

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

           SELECT DOSSIERS-COMPTES ASSIGN TO "DOSSIERS-COMPTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOS-FILESTATUS.

           SELECT AGENCES-FICHIER ASSIGN TO "AGENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    format fixe convenu avec le site web.
       FD  DEMANDES-FICHIER.
       01  DEM-ENREG.
           05  DEM-REFERENCE   PIC X(10).
           05  DEM-DATE-DEMANDE PIC X(8).
           05  DEM-NOM         PIC X(20).
           05  DEM-PRENOM      PIC X(20).
           05  DEM-DATE-NAISS  PIC X(8).
           05  DEM-EMAIL       PIC X(20).
           05  DEM-ADRESSE     PIC X(40).
           05  DEM-TEL         PIC X(15).
           05  DEM-CIN         PIC X(10).
           05  DEM-PROFESSION  PIC X(20).
           05  DEM-TYPE-CPT    PIC X(10).
           05  DEM-DEVISE      PIC X(3).
           05  DEM-AGENCE      PIC X(3).

      *    REP-STATUT : A = acceptee (client et compte crees, compte
      *    en attente de dossier), R = rejetee (motif), D = doublon
      *    (CIN deja enregistree).
       FD  REPONSES-FICHIER.
       01  REP-ENREG.
           05  REP-REFERENCE   PIC X(10).
           05  FILLER          PIC X(1).
           05  REP-STATUT      PIC X(1).
           05  FILLER          PIC X(1).
           05  REP-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  REP-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  REP-MOTIF       PIC X(40).

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

      *    meme mise en forme que dans BANQUE-CLT ; une piece encore
      *    a recevoir porte une date de reception a blanc.
       FD  DOSSIERS-COMPTES.
       01  DOS-ENREG.
           05  DOS-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  DOS-CODE-DOC    PIC X(10).
           05  FILLER          PIC X(1).
           05  DOS-DATE-RECUE  PIC X(8).
           05  FILLER          PIC X(1).
           05  DOS-OPERATEUR   PIC 9(5).

      *    meme mise en forme que dans BANQUE-CLT.
       FD  AGENCES-FICHIER.
       01  AGE-ENREG.
           05  AGE-CODE        PIC X(3).
           05  FILLER          PIC X(1).
           05  AGE-LIBELLE     PIC X(30).

       WORKING-STORAGE SECTION.

       01  WS-DEM-FILESTATUS   PIC X(2).
       01  WS-REP-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-DOS-FILESTATUS   PIC X(2).
       01  WS-AGE-FILESTATUS   PIC X(2).
       01  WS-REP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).

      *    controle calendaire commun a toutes les dates saisies.
       01  WS-PGM-CTRL-DATE    PIC X(20) VALUE "CONTROLE-DATE".
       01  WS-CTRL-MODE        PIC X(1).
       01  WS-CTRL-VALIDE      PIC X(1).

      *    filtrage sanctions/PEP, meme appel que dans BANQUE-CLT.
       01  WS-PGM-FILTRAGE     PIC X(20) VALUE "FILTRER-WATCHLIST".
       01  WS-FLT-NOM          PIC X(30).
       01  WS-FLT-CIN          PIC X(10).
       01  WS-FLT-ORIGINE      PIC X(10).
       01  WS-FLT-RESULTAT     PIC X(1).

      *    CIN deja connues (fichier maitre + demandes acceptees du
      *    jour) et plus hauts matricule et numero de compte
      *    numeriques, pour numeroter les creations a la suite.
       01  WS-NB-CIN           PIC 9(4) VALUE ZERO.
       01  WS-CIN-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CIN.
         05 WS-CIN-CONNUE  PIC X(10) OCCURS 5000 TIMES.
       01  WS-C                PIC 9(4).
       01  WS-DERNIER-MAT      PIC 9(6) VALUE ZERO.
       01  WS-DERNIER-CPT      PIC 9(6) VALUE ZERO.
       01  WS-NUM-LU           PIC 9(6).

       01  WS-NB-AGENCES       PIC 9(2) VALUE ZERO.
       01  WS-TABLE-AGENCES.
         05 WS-AGENCE-CODE PIC X(3) OCCURS 50 TIMES.
       01  WS-A                PIC 9(2).

      *    controles d'une demande.
       01  WS-MOTIF            PIC X(40).
       01  WS-DOUBLON          PIC X(1).
       01  WS-NAISS-NUM        PIC 9(8).
       01  WS-JOUR-NUM         PIC 9(8).
       01  WS-AGE-CALCULE      PIC 9(3).

      *    fiche du produit demande, lue au referentiel PRODUITS.DAT :
      *    tranche d'age et devises autorisees.
       01  WS-PGM-PRODUIT      PIC X(20) VALUE "LIRE-PRODUIT".
       01  WS-PRD-TROUVE       PIC X(1).
       01  WS-PRD-K            PIC 9(1).
       01  WS-DEVISE-AUTORISEE PIC X(1).
       COPY PRODUIT-CPY.
       01  WS-CNT-AT           PIC 9(2).
       01  WS-CNT-PT           PIC 9(2).
       01  WS-TEL-LONGUEUR     PIC 9(2).
       01  WS-AGENCE-CONNUE    PIC X(1).
       01  WS-NOUVEAU-MAT      PIC 9(6).
       01  WS-NOUVEAU-CPT      PIC 9(6).

       01  WS-NB-LUES          PIC 9(5) VALUE ZERO.
       01  WS-NB-ACCEPTEES     PIC 9(5) VALUE ZERO.
       01  WS-NB-REJETEES      PIC 9(5) VALUE ZERO.
       01  WS-NB-DOUBLONS      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-INTEGRATION-DEMANDES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           OPEN INPUT DEMANDES-FICHIER.
           IF WS-DEM-FILESTATUS NOT = "00"
               DISPLAY "INTEGRATION-DEMANDES : AUCUN FICHIER DE "
                       "DEMANDES DU SITE"
               GOBACK
           END-IF.

           PERFORM CHARGER-AGENCES.
           PERFORM CHARGER-CLIENTS-CONNUS.
           PERFORM CHARGER-DERNIER-COMPTE.
           IF WS-CIN-SURCHARGE = "O"
               DISPLAY "PLUS DE 5000 CLIENTS, TABLE DES CIN PLEINE, "
                       "INTEGRATION REFUSEE"
               CLOSE DEMANDES-FICHIER
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REP-FILE-PATH.
           STRING "REPONSES-DEMANDES-" WS-AUJOURD-HUI ".DAT"
               DELIMITED BY SIZE INTO WS-REP-FILE-PATH
           END-STRING.
           OPEN OUTPUT REPONSES-FICHIER.
           OPEN I-O CLIENT-MASTER.
           OPEN I-O COMPTE-MASTER.

           PERFORM UNTIL WS-DEM-FILESTATUS NOT = "00"
               READ DEMANDES-FICHIER
                   AT END MOVE "10" TO WS-DEM-FILESTATUS
                   NOT AT END
                       ADD 1 TO WS-NB-LUES
                       PERFORM TRAITER-UNE-DEMANDE
               END-READ
           END-PERFORM.

           CLOSE COMPTE-MASTER.
           CLOSE CLIENT-MASTER.
           CLOSE REPONSES-FICHIER.
           CLOSE DEMANDES-FICHIER.

           DISPLAY "====== DEMANDES D'OUVERTURE EN LIGNE ======".
           DISPLAY "DEMANDES LUES     : " WS-NB-LUES.
           DISPLAY "ACCEPTEES         : " WS-NB-ACCEPTEES.
           DISPLAY "REJETEES          : " WS-NB-REJETEES.
           DISPLAY "DOUBLONS          : " WS-NB-DOUBLONS.
           DISPLAY "REPONSES DANS " WS-REP-FILE-PATH.
           DISPLAY "===========================================".
           GOBACK.

       CHARGER-AGENCES.
           OPEN INPUT AGENCES-FICHIER.
           IF WS-AGE-FILESTATUS = "00"
               PERFORM UNTIL WS-AGE-FILESTATUS NOT = "00"
                   READ AGENCES-FICHIER
                       AT END MOVE "10" TO WS-AGE-FILESTATUS
                       NOT AT END
                           IF WS-NB-AGENCES < 50
                               ADD 1 TO WS-NB-AGENCES
                               MOVE AGE-CODE TO
                                    WS-AGENCE-CODE(WS-NB-AGENCES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-AGENCES.

       CHARGER-CLIENTS-CONNUS.
           OPEN INPUT CLIENT-MASTER.
           IF WS-CLT-FILESTATUS = "00"
               PERFORM UNTIL WS-CLT-FILESTATUS NOT = "00"
                   READ CLIENT-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CLT-FILESTATUS
                       NOT AT END
                           IF CLM-MAT-CLT IS NUMERIC
                               MOVE CLM-MAT-CLT TO WS-NUM-LU
                               IF WS-NUM-LU > WS-DERNIER-MAT
                                   MOVE WS-NUM-LU TO WS-DERNIER-MAT
                               END-IF
                           END-IF
                           IF CLM-CIN-CLT NOT = SPACES
                               IF WS-NB-CIN < 5000
                                   ADD 1 TO WS-NB-CIN
                                   MOVE CLM-CIN-CLT TO
                                        WS-CIN-CONNUE(WS-NB-CIN)
                               ELSE
                                   MOVE "O" TO WS-CIN-SURCHARGE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER
           END-IF.
           EXIT.
       FIN-CHARGER-CLIENTS-CONNUS.

       CHARGER-DERNIER-COMPTE.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS = "00"
               PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
                   READ COMPTE-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CPT-FILESTATUS
                       NOT AT END
                           IF CPM-NUM-CPT IS NUMERIC
                               MOVE CPM-NUM-CPT TO WS-NUM-LU
                               IF WS-NUM-LU > WS-DERNIER-CPT
                                   MOVE WS-NUM-LU TO WS-DERNIER-CPT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPTE-MASTER
           END-IF.
           EXIT.
       FIN-CHARGER-DERNIER-COMPTE.

       TRAITER-UNE-DEMANDE.
           MOVE SPACES TO REP-ENREG.
           MOVE DEM-REFERENCE TO REP-REFERENCE.

           MOVE "N" TO WS-DOUBLON.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CIN
               IF WS-CIN-CONNUE(WS-C) = DEM-CIN
                   MOVE "O" TO WS-DOUBLON
               END-IF
           END-PERFORM.
           IF WS-DOUBLON = "O" AND DEM-CIN NOT = SPACES
               MOVE "D" TO REP-STATUT
               MOVE "PIECE D'IDENTITE DEJA ENREGISTREE" TO REP-MOTIF
               ADD 1 TO WS-NB-DOUBLONS
               WRITE REP-ENREG
               EXIT PARAGRAPH
           END-IF.

           PERFORM CONTROLER-DEMANDE.
           IF WS-MOTIF = SPACES
               MOVE SPACES TO WS-FLT-NOM
               MOVE DEM-NOM TO WS-FLT-NOM(1:20)
               MOVE DEM-CIN TO WS-FLT-CIN
               MOVE "WEB" TO WS-FLT-ORIGINE
               CALL WS-PGM-FILTRAGE USING WS-FLT-NOM WS-FLT-CIN
                    WS-FLT-ORIGINE WS-FLT-RESULTAT
               IF WS-FLT-RESULTAT = "E"
                   MOVE "DEMANDE A L'ETUDE, PRESENTEZ-VOUS EN AGENCE"
                       TO WS-MOTIF
               END-IF
           END-IF.
           IF WS-MOTIF NOT = SPACES
               MOVE "R" TO REP-STATUT
               MOVE WS-MOTIF TO REP-MOTIF
               ADD 1 TO WS-NB-REJETEES
               WRITE REP-ENREG
               EXIT PARAGRAPH
           END-IF.

           PERFORM CREER-CLIENT-ET-COMPTE.
           IF WS-MOTIF NOT = SPACES
               MOVE "R" TO REP-STATUT
               MOVE WS-MOTIF TO REP-MOTIF
               ADD 1 TO WS-NB-REJETEES
               WRITE REP-ENREG
               EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO REP-STATUT.
           MOVE WS-NOUVEAU-MAT TO REP-MAT-CLT.
           MOVE WS-NOUVEAU-CPT TO REP-NUM-CPT.
           MOVE "COMPTE OUVERT, EN ATTENTE DE DOSSIER" TO REP-MOTIF.
           ADD 1 TO WS-NB-ACCEPTEES.
           WRITE REP-ENREG.
           EXIT.
       FIN-TRAITER-UNE-DEMANDE.

      *    memes regles que la saisie au guichet ; le premier defaut
      *    trouve fait le motif du rejet.
       CONTROLER-DEMANDE.
           MOVE SPACES TO WS-MOTIF.
           IF DEM-NOM = SPACES
               MOVE "NOM OBLIGATOIRE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           PERFORM CALCULER-AGE-DEMANDEUR.
           IF WS-AGE-CALCULE < 1 OR WS-AGE-CALCULE > 120
               MOVE "DATE DE NAISSANCE INVALIDE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-CNT-AT.
           MOVE 0 TO WS-CNT-PT.
           INSPECT DEM-EMAIL TALLYING WS-CNT-AT FOR ALL "@".
           INSPECT DEM-EMAIL TALLYING WS-CNT-PT FOR ALL ".".
           IF WS-CNT-AT NOT = 1 OR WS-CNT-PT < 1
               MOVE "E-MAIL INVALIDE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           IF DEM-ADRESSE = SPACES
               MOVE "ADRESSE OBLIGATOIRE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(DEM-TEL))
               TO WS-TEL-LONGUEUR.
           IF WS-TEL-LONGUEUR < 9 OR WS-TEL-LONGUEUR > 15
              OR DEM-TEL(1:WS-TEL-LONGUEUR) IS NOT NUMERIC
               MOVE "TELEPHONE INVALIDE - 9 A 15 CHIFFRES" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           IF DEM-CIN = SPACES
               MOVE "PIECE D'IDENTITE OBLIGATOIRE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           IF DEM-PROFESSION = SPACES
               MOVE "PROFESSION OBLIGATOIRE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

      *    le type doit etre un produit commercialise du referentiel
      *    PRODUITS.DAT, l'age du demandeur dans sa tranche, comme
      *    dans SAISIR-CPT.
           CALL WS-PGM-PRODUIT USING DEM-TYPE-CPT PRODUIT-RECORD
                                     WS-PRD-TROUVE.
           IF WS-PRD-TROUVE = "N" OR PRD-STATUT NOT = "A"
               MOVE "TYPE DE COMPTE INVALIDE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           IF WS-AGE-CALCULE < PRD-AGE-MIN
              OR WS-AGE-CALCULE > PRD-AGE-MAX
               MOVE "AGE HORS DE LA TRANCHE DU PRODUIT" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           EVALUATE DEM-DEVISE
               WHEN "EUR"
               WHEN "USD"
               WHEN "GBP"
               WHEN "MAD"
               WHEN "CHF"
                   CONTINUE
               WHEN OTHER
                   MOVE "DEVISE INCONNUE" TO WS-MOTIF
                   EXIT PARAGRAPH
           END-EVALUATE.

           MOVE "N" TO WS-DEVISE-AUTORISEE.
           IF PRD-DEVISE(1) = "*"
               MOVE "O" TO WS-DEVISE-AUTORISEE
           END-IF.
           PERFORM VARYING WS-PRD-K FROM 1 BY 1 UNTIL WS-PRD-K > 5
               IF PRD-DEVISE(WS-PRD-K) = DEM-DEVISE
                   MOVE "O" TO WS-DEVISE-AUTORISEE
               END-IF
           END-PERFORM.
           IF WS-DEVISE-AUTORISEE = "N"
               MOVE "DEVISE NON AUTORISEE POUR LE PRODUIT" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-AGENCE-CONNUE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AGENCES
               IF WS-AGENCE-CODE(WS-A) = DEM-AGENCE
                   MOVE "O" TO WS-AGENCE-CONNUE
               END-IF
           END-PERFORM.
           IF WS-AGENCE-CONNUE = "N"
               MOVE "AGENCE INCONNUE" TO WS-MOTIF
               EXIT PARAGRAPH
           END-IF.
           EXIT.
       FIN-CONTROLER-DEMANDE.

      *    age revolu a la date d'exploitation, zero si la date de
      *    naissance est invalide ou dans le futur.
       CALCULER-AGE-DEMANDEUR.
           MOVE ZERO TO WS-AGE-CALCULE.
           MOVE "P" TO WS-CTRL-MODE.
           CALL WS-PGM-CTRL-DATE USING DEM-DATE-NAISS WS-CTRL-MODE
                                        WS-CTRL-VALIDE.
           IF WS-CTRL-VALIDE = "N"
               EXIT PARAGRAPH
           END-IF.
           IF DEM-DATE-NAISS NOT < WS-AUJOURD-HUI
               EXIT PARAGRAPH
           END-IF.
           MOVE DEM-DATE-NAISS TO WS-NAISS-NUM.
           MOVE WS-AUJOURD-HUI TO WS-JOUR-NUM.
           COMPUTE WS-AGE-CALCULE =
               (FUNCTION INTEGER-OF-DATE(WS-JOUR-NUM) -
                FUNCTION INTEGER-OF-DATE(WS-NAISS-NUM)) / 365.25.
           EXIT.
       FIN-CALCULER-AGE-DEMANDEUR.

      *    fiche client et compte en attente (statut P, solde nul,
      *    sans decouvert) a la suite des derniers numeros attribues,
      *    puis la liste des pieces a recevoir. Le code PIN provisoire
      *    est tire de l'horloge ; il est remis au client avec la
      *    convention a signer.
       CREER-CLIENT-ET-COMPTE.
           COMPUTE WS-NOUVEAU-MAT = WS-DERNIER-MAT + 1.
           COMPUTE WS-NOUVEAU-CPT = WS-DERNIER-CPT + 1.

           MOVE SPACES             TO CLIENT-MASTER-RECORD.
           MOVE WS-NOUVEAU-MAT     TO CLM-MAT-CLT.
           MOVE DEM-NOM            TO CLM-NOM-CLT.
           MOVE DEM-PRENOM         TO CLM-PRENOM-CLT.
           MOVE DEM-DATE-NAISS     TO CLM-DATE-NAISS.
           MOVE DEM-EMAIL          TO CLM-EMAIL-CLT.
           MOVE DEM-ADRESSE        TO CLM-ADRESSE-CLT.
           MOVE DEM-TEL            TO CLM-TEL-CLT.
           MOVE DEM-CIN            TO CLM-CIN-CLT.
           MOVE DEM-PROFESSION     TO CLM-PROFESSION-CLT.
           MOVE "P"                TO CLM-TYPE-CLT.
           WRITE CLIENT-MASTER-RECORD
               INVALID KEY
                   MOVE "MATRICULE DEJA ATTRIBUE, A REPRENDRE"
                       TO WS-MOTIF
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-NOUVEAU-MAT TO WS-DERNIER-MAT.
           IF WS-NB-CIN < 5000
               ADD 1 TO WS-NB-CIN
               MOVE DEM-CIN TO WS-CIN-CONNUE(WS-NB-CIN)
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-NOUVEAU-CPT     TO CPM-NUM-CPT.
           MOVE WS-AUJOURD-HUI     TO CPM-DATE-CPT.
           MOVE ZERO               TO CPM-SOLDE-CPT.
           MOVE DEM-TYPE-CPT       TO CPM-TYPE-CPT.
           MOVE WS-NOUVEAU-MAT     TO CPM-TITUL-CPT.
           MOVE DEM-DEVISE         TO CPM-DEVISE-CPT.
           MOVE ZERO               TO CPM-DECOUVERT.
           MOVE WS-HORODATAGE(13:4) TO CPM-PIN.
           MOVE "P"                TO CPM-STATUT.
           MOVE ZERO               TO CPM-ECHECS-PIN.
           MOVE DEM-AGENCE         TO CPM-AGENCE.
           MOVE "N"                TO CPM-EXONERE-FRAIS.
           WRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   MOVE "NUMERO DE COMPTE DEJA ATTRIBUE, A REPRENDRE"
                       TO WS-MOTIF
                   EXIT PARAGRAPH
           END-WRITE.
           MOVE WS-NOUVEAU-CPT TO WS-DERNIER-CPT.

           OPEN EXTEND DOSSIERS-COMPTES.
           IF WS-DOS-FILESTATUS = "35"
               OPEN OUTPUT DOSSIERS-COMPTES
           END-IF.
           MOVE SPACES         TO DOS-ENREG.
           MOVE WS-NOUVEAU-CPT TO DOS-NUM-CPT.
           MOVE "CONVENTION"   TO DOS-CODE-DOC.
           MOVE ZERO           TO DOS-OPERATEUR.
           WRITE DOS-ENREG.
           MOVE "CIN"          TO DOS-CODE-DOC.
           WRITE DOS-ENREG.
           CLOSE DOSSIERS-COMPTES.
           EXIT.
       FIN-CREER-CLIENT-ET-COMPTE.

       END PROGRAM INTEGRATION-DEMANDES.
