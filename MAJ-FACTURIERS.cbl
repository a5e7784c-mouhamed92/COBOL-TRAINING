       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-FACTURIERS.
       AUTHOR.    MOHAMED.

      *    registre des facturiers (eau, electricite, telephone...)
      *    dont les factures se paient au guichet (OP23) : code du
      *    facturier, raison sociale, compte de reglement tenu chez
      *    nous et credite chaque nuit par REMISES-FACTURIERS, format
      *    de la reference de facture (longueur, numerique ou
      *    alphanumerique) et regle de controle de la reference
      *    (N = aucune, M = cle modulo 97 sur les deux derniers
      *    chiffres, comme la cle RIB, L = chiffre de Luhn en
      *    dernier), commission fixe prise au client par paiement.
      *    Un facturier resilie (statut R) n'accepte plus de
      *    paiement mais ses paiements deja encaisses lui sont
      *    encore remis. Chaque changement est trace dans la piste
      *    d'audit centrale.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FACTURIERS-FICHIER ASSIGN TO "FACTURIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAC-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    FAC-REF-TYPE : N = reference toute numerique, A = lettres
      *    et chiffres admis. FAC-STATUT : A = actif, R = resilie.
       FD  FACTURIERS-FICHIER.
       01  FAC-ENREG.
           05  FAC-CODE           PIC X(5).
           05  FILLER             PIC X(1).
           05  FAC-NOM            PIC X(30).
           05  FILLER             PIC X(1).
           05  FAC-CPT-REGLEMENT  PIC X(6).
           05  FILLER             PIC X(1).
           05  FAC-REF-LONGUEUR   PIC 9(2).
           05  FILLER             PIC X(1).
           05  FAC-REF-TYPE       PIC X(1).
           05  FILLER             PIC X(1).
           05  FAC-REF-CONTROLE   PIC X(1).
           05  FILLER             PIC X(1).
           05  FAC-COMMISSION     PIC 9(5)V9(2).
           05  FILLER             PIC X(1).
           05  FAC-STATUT         PIC X(1).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-FAC-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CHOIX            PIC 9(1).

       01  WS-CODE-SAISI       PIC X(5).
       01  WS-NOM-SAISI        PIC X(30).
       01  WS-CPT-SAISI        PIC X(6).
       01  WS-LONGUEUR-SAISIE  PIC 9(2).
       01  WS-TYPE-SAISI       PIC X(1).
       01  WS-CONTROLE-SAISI   PIC X(1).
       01  WS-COMMISSION-SAISIE PIC 9(5)V9(2).
       01  WS-STATUT-SAISI     PIC X(1).

      *    registre charge en memoire puis reecrit en totalite.
       01  WS-NB-FAC           PIC 9(3) VALUE ZERO.
       01  WS-FAC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-FAC.
         05 WS-FAC  OCCURS 100 TIMES.
           10  WS-FAC-IMAGE    PIC X(60).
       01  WS-F                PIC 9(3).
       01  WS-FAC-TROUVE       PIC X(1).

      *    piste d'audit centrale, comme MAJ-COMPTES-GL.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-FACTURIERS".
       01  WS-OPERATEUR-ID     PIC 9(5).
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-FACTURIERS.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-ID.

           DISPLAY "1-LISTER LES FACTURIERS".
           DISPLAY "2-AJOUTER OU MODIFIER UN FACTURIER".
           ACCEPT WS-CHOIX.

           PERFORM CHARGER-FACTURIERS.
           IF WS-FAC-SURCHARGE = "O"
               DISPLAY "PLUS DE 100 FACTURIERS, TABLE PLEINE"
               GOBACK
           END-IF.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM LISTER-FACTURIERS
               WHEN 2
                   PERFORM POSER-UN-FACTURIER
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

       CHARGER-FACTURIERS.
           OPEN INPUT FACTURIERS-FICHIER.
           IF WS-FAC-FILESTATUS = "00"
               PERFORM UNTIL WS-FAC-FILESTATUS NOT = "00"
                   READ FACTURIERS-FICHIER
                       AT END MOVE "10" TO WS-FAC-FILESTATUS
                       NOT AT END
                           IF WS-NB-FAC < 100
                               ADD 1 TO WS-NB-FAC
                               MOVE FAC-ENREG TO
                                    WS-FAC-IMAGE(WS-NB-FAC)
                           ELSE
                               MOVE "O" TO WS-FAC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACTURIERS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-FACTURIERS.

       LISTER-FACTURIERS.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FAC
               MOVE WS-FAC-IMAGE(WS-F) TO FAC-ENREG
               DISPLAY "  " FAC-CODE " " FAC-NOM
                       " CPT " FAC-CPT-REGLEMENT
                       " REF " FAC-REF-LONGUEUR FAC-REF-TYPE
                       "/" FAC-REF-CONTROLE
                       " COMM " FAC-COMMISSION
                       " " FAC-STATUT
           END-PERFORM.
           DISPLAY WS-NB-FAC " FACTURIER(S) AU REGISTRE.".
           EXIT.
       FIN-LISTER-FACTURIERS.

      *    le code facturier est unique : une saisie sur un code
      *    existant remplace la ligne, sinon elle s'ajoute. Le compte
      *    de reglement doit exister et etre actif, faute de quoi la
      *    remise de nuit n'aurait ou poser son credit.
       POSER-UN-FACTURIER.
           DISPLAY "CODE FACTURIER :".
           ACCEPT WS-CODE-SAISI.
           IF WS-CODE-SAISI = SPACES
               DISPLAY "CODE OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RAISON SOCIALE :".
           ACCEPT WS-NOM-SAISI.
           DISPLAY "COMPTE DE REGLEMENT :".
           ACCEPT WS-CPT-SAISI.
           DISPLAY "LONGUEUR DE LA REFERENCE (1 A 20) :".
           ACCEPT WS-LONGUEUR-SAISIE.
           IF WS-LONGUEUR-SAISIE = 0 OR WS-LONGUEUR-SAISIE > 20
               DISPLAY "LONGUEUR INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "REFERENCE N-NUMERIQUE  A-ALPHANUMERIQUE :".
           ACCEPT WS-TYPE-SAISI.
           IF WS-TYPE-SAISI NOT = "N" AND WS-TYPE-SAISI NOT = "A"
               DISPLAY "TYPE DE REFERENCE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "CONTROLE N-AUCUN  M-MODULO 97  L-LUHN :".
           ACCEPT WS-CONTROLE-SAISI.
           IF WS-CONTROLE-SAISI NOT = "N"
              AND WS-CONTROLE-SAISI NOT = "M"
              AND WS-CONTROLE-SAISI NOT = "L"
               DISPLAY "REGLE DE CONTROLE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
      *    les cles modulo 97 et Luhn se calculent sur des chiffres.
           IF WS-CONTROLE-SAISI NOT = "N"
              AND WS-TYPE-SAISI NOT = "N"
               DISPLAY "CLE DE CONTROLE SUR REFERENCE NUMERIQUE "
                       "SEULEMENT"
               EXIT PARAGRAPH
           END-IF.
           IF WS-CONTROLE-SAISI = "M" AND WS-LONGUEUR-SAISIE < 3
               DISPLAY "REFERENCE TROP COURTE POUR UNE CLE "
                       "MODULO 97"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "COMMISSION PAR PAIEMENT :".
           ACCEPT WS-COMMISSION-SAISIE.
           DISPLAY "STATUT A-ACTIF  R-RESILIE :".
           ACCEPT WS-STATUT-SAISI.
           IF WS-STATUT-SAISI NOT = "A" AND WS-STATUT-SAISI NOT = "R"
               DISPLAY "STATUT INVALIDE"
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT COMPTE-MASTER.
           MOVE WS-CPT-SAISI TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE DE REGLEMENT INTROUVABLE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           CLOSE COMPTE-MASTER.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE DE REGLEMENT NON ACTIF"
               EXIT PARAGRAPH
           END-IF.
           IF CPM-DEVISE-CPT NOT = "MAD"
               DISPLAY "COMPTE DE REGLEMENT HORS MAD REFUSE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-FAC-TROUVE.
           MOVE "NOUVEAU FACTURIER" TO WS-AUD-AVANT.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FAC
               MOVE WS-FAC-IMAGE(WS-F) TO FAC-ENREG
               IF FAC-CODE = WS-CODE-SAISI
                   MOVE "O" TO WS-FAC-TROUVE
                   MOVE SPACES TO WS-AUD-AVANT
                   STRING "CPT " FAC-CPT-REGLEMENT
                          " REF " FAC-REF-LONGUEUR FAC-REF-TYPE
                          FAC-REF-CONTROLE
                          " COMM " FAC-COMMISSION
                          " STATUT " FAC-STATUT
                       DELIMITED BY SIZE INTO WS-AUD-AVANT
                   END-STRING
                   PERFORM REMPLIR-FACTURIER
                   MOVE FAC-ENREG TO WS-FAC-IMAGE(WS-F)
               END-IF
           END-PERFORM.
           IF WS-FAC-TROUVE = "N"
               IF WS-NB-FAC >= 100
                   DISPLAY "TABLE PLEINE, AJOUT REFUSE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NB-FAC
               MOVE SPACES TO FAC-ENREG
               MOVE WS-CODE-SAISI TO FAC-CODE
               PERFORM REMPLIR-FACTURIER
               MOVE FAC-ENREG TO WS-FAC-IMAGE(WS-NB-FAC)
           END-IF.

           OPEN OUTPUT FACTURIERS-FICHIER.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-NB-FAC
               MOVE WS-FAC-IMAGE(WS-F) TO FAC-ENREG
               WRITE FAC-ENREG
           END-PERFORM.
           CLOSE FACTURIERS-FICHIER.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "FACTURIER-" WS-CODE-SAISI
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "CPT " WS-CPT-SAISI
                  " REF " WS-LONGUEUR-SAISIE WS-TYPE-SAISI
                  WS-CONTROLE-SAISI
                  " COMM " WS-COMMISSION-SAISIE
                  " STATUT " WS-STATUT-SAISI
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-OPERATEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "FACTURIER " WS-CODE-SAISI " ENREGISTRE.".
           EXIT.
       FIN-POSER-UN-FACTURIER.

       REMPLIR-FACTURIER.
           MOVE WS-NOM-SAISI         TO FAC-NOM.
           MOVE WS-CPT-SAISI         TO FAC-CPT-REGLEMENT.
           MOVE WS-LONGUEUR-SAISIE   TO FAC-REF-LONGUEUR.
           MOVE WS-TYPE-SAISI        TO FAC-REF-TYPE.
           MOVE WS-CONTROLE-SAISI    TO FAC-REF-CONTROLE.
           MOVE WS-COMMISSION-SAISIE TO FAC-COMMISSION.
           MOVE WS-STATUT-SAISI      TO FAC-STATUT.
           EXIT.
       FIN-REMPLIR-FACTURIER.

       END PROGRAM MAJ-FACTURIERS.
