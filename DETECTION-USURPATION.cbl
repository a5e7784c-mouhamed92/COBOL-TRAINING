       IDENTIFICATION DIVISION.
       PROGRAM-ID. DETECTION-USURPATION.
       AUTHOR.    MOHAMED.

      *    detection de nuit (chaine BATCH-JOUR) des prises de
      *    controle de compte : un changement de telephone, d'e-mail
      *    ou d'adresse du client (lignes AVANT/APRES de
      *    CLIENTS-HISTO.DAT posees par la maintenance de BANQUE-CLT)
      *    suivi dans les DELAI-ALERTE-COORD jours (parametre, 7 a
      *    defaut) de l'un des evenements suivants :
      *      - un gros retrait (OPE1 au guichet ou CRT1 par carte)
      *        d'au moins SEUIL-RETRAIT-ALERTE (parametre, 5000 a
      *        defaut) sur un compte dont il est titulaire ;
      *      - un virement externe (VEX1, saisi en OPE9) ;
      *      - un nouveau beneficiaire, une carte emise ou un
      *        deblocage de compte apres echecs PIN, lus dans la
      *        piste d'audit AUDIT-MAJ.DAT.
      *    L'alerte est levee la nuit ou un evenement du jour tombe
      *    dans la fenetre d'un changement ; elle reprend le
      *    changement (avant/apres), l'operateur qui l'a saisi, les
      *    evenements et tous les debits des comptes du client depuis
      *    le changement, avec le telephone d'avant le changement
      *    pour que le service fraude rappelle le vrai client.
      *    Rapport dans USURPATIONS-AAAAMMJJ.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CLIENTS-HISTO ASSIGN TO "CLIENTS-HISTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIS-FILESTATUS.

           SELECT AUDIT-FICHIER ASSIGN TO "AUDIT-MAJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILESTATUS.

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

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ligne posee par TRACER-FICHE-HISTO de BANQUE-CLT :
      *    horodatage, operateur, etiquette AVANT/APRES puis l'image
      *    de la fiche client (meme debut que CLIENT-CPY).
       FD  CLIENTS-HISTO.
       01  HIS-LIGNE.
           05  HIS-DATE-HEURE  PIC X(20).
           05  FILLER          PIC X(1).
           05  HIS-OPERATEUR   PIC X(5).
           05  FILLER          PIC X(1).
           05  HIS-ETIQUETTE   PIC X(5).
           05  FILLER          PIC X(1).
           05  HIS-MAT-CLT     PIC X(6).
           05  HIS-NOM-CLT     PIC X(20).
           05  HIS-PRENOM-CLT  PIC X(20).
           05  HIS-DATE-NAISS  PIC X(8).
           05  HIS-EMAIL-CLT   PIC X(20).
           05  HIS-ADRESSE-CLT PIC X(40).
           05  HIS-TEL-CLT     PIC X(15).
           05  FILLER          PIC X(138).

      *    meme mise en forme que dans TRACER-AUDIT.
       FD  AUDIT-FICHIER.
       01  AUD-ENREG.
           05  AUD-DATE-HEURE  PIC X(20).
           05  FILLER          PIC X(1).
           05  AUD-PROGRAMME   PIC X(20).
           05  FILLER          PIC X(1).
           05  AUD-OPERATEUR   PIC 9(5).
           05  FILLER          PIC X(1).
           05  AUD-CLE         PIC X(20).
           05  FILLER          PIC X(1).
           05  AUD-AVANT       PIC X(60).
           05  FILLER          PIC X(1).
           05  AUD-APRES       PIC X(60).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-HIS-FILESTATUS   PIC X(2).
       01  WS-AUD-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).
       01  WS-JRN-OUVERT       PIC X(1) VALUE "N".

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    fenetre et seuil lus dans PARAMETRES.DAT ; les valeurs en
      *    dur ne servent que de repli quand la cle n'est pas en
      *    vigueur.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-DELAI            PIC 9(3) VALUE 7.
       01  WS-SEUIL-RETRAIT    PIC 9(10)V9(2) VALUE 5000.

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-INT         PIC 9(9).
       01  WS-DEBUT-FENETRE    PIC X(8).
       01  WS-FIN-FENETRE      PIC X(8).

      *    fiches AVANT en attente de leur APRES, par client.
       01  WS-NB-AVT           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-AVT.
         05 WS-AVT  OCCURS 50 TIMES.
           10  WS-AVT-MAT      PIC X(6).
           10  WS-AVT-EMAIL    PIC X(20).
           10  WS-AVT-ADRESSE  PIC X(40).
           10  WS-AVT-TEL      PIC X(15).
       01  WS-A                PIC 9(2).
       01  WS-AVT-POS          PIC 9(2).

      *    changements de coordonnees de la fenetre.
       01  WS-NB-CHG           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CHG.
         05 WS-CHG  OCCURS 500 TIMES.
           10  WS-CHG-MAT      PIC X(6).
           10  WS-CHG-NOM      PIC X(20).
           10  WS-CHG-PRENOM   PIC X(20).
           10  WS-CHG-HORO     PIC X(14).
           10  WS-CHG-OPERATEUR PIC X(5).
           10  WS-CHG-TEL-AV   PIC X(15).
           10  WS-CHG-TEL-AP   PIC X(15).
           10  WS-CHG-EMAIL-AV PIC X(20).
           10  WS-CHG-EMAIL-AP PIC X(20).
           10  WS-CHG-ADR-AV   PIC X(40).
           10  WS-CHG-ADR-AP   PIC X(40).
       01  WS-C                PIC 9(3).

      *    evenements de la piste d'audit retenus pour la fenetre :
      *    B = nouveau beneficiaire (cle = matricule), C = carte
      *    emise, P = deblocage apres echecs PIN (cle = compte).
       01  WS-NB-EVT           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-EVT.
         05 WS-EVT  OCCURS 500 TIMES.
           10  WS-EVT-TYPE     PIC X(1).
           10  WS-EVT-HORO     PIC X(14).
           10  WS-EVT-CLE      PIC X(6).
           10  WS-EVT-OPERATEUR PIC 9(5).
           10  WS-EVT-TEXTE    PIC X(60).
       01  WS-E                PIC 9(3).

      *    comptes dont le client du changement courant est titulaire.
       01  WS-NB-CPT           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CPT.
         05 WS-CPT-NUM  OCCURS 20 TIMES PIC X(6).
       01  WS-K                PIC 9(2).
       01  WS-CPT-TROUVE       PIC X(1).

      *    lignes de l'alerte en preparation : declencheurs puis
      *    debits, ecrits seulement si un declencheur est du jour.
       01  WS-NB-DCL           PIC 9(3).
       01  WS-TABLE-DCL.
         05 WS-DCL  OCCURS 100 TIMES.
           10  WS-DCL-TEXTE    PIC X(132).
       01  WS-NB-DEB           PIC 9(3).
       01  WS-TABLE-DEB.
         05 WS-DEB  OCCURS 100 TIMES.
           10  WS-DEB-TEXTE    PIC X(132).
       01  WS-L                PIC 9(3).
       01  WS-DCL-DU-JOUR      PIC X(1).
       01  WS-LIGNE            PIC X(132).
       01  WS-MONTANT-ED       PIC Z(9)9.99.

       01  WS-NB-ALERTES       PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-DETECTION-USURPATION.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-REGLAGES.
           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-DELAI.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-DEBUT-FENETRE.

           PERFORM CHARGER-CHANGEMENTS.
           PERFORM CHARGER-EVENEMENTS-AUDIT.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "USURPATIONS-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ALERTES PRISE DE CONTROLE DE COMPTE AU "
                  WS-AUJOURD-HUI " - CHANGEMENTS DEPUIS LE "
                  WS-DEBUT-FENETRE ", FENETRE " WS-DELAI
                  " JOURS, SEUIL RETRAIT " WS-SEUIL-RETRAIT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           OPEN INPUT COMPTE-MASTER.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               MOVE "O" TO WS-JRN-OUVERT
           END-IF.
           IF WS-CPT-FILESTATUS = "00"
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CHG
                   PERFORM EXAMINER-CHANGEMENT
               END-PERFORM
               CLOSE COMPTE-MASTER
           END-IF.
           IF WS-JRN-OUVERT = "O"
               CLOSE JOURNAL-OPERATIONS
           END-IF.

           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL : " WS-NB-CHG " CHANGEMENT(S) DE COORDONNEES "
                  "SURVEILLE(S), " WS-NB-ALERTES " ALERTE(S)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "====== DETECTION DES PRISES DE CONTROLE ======".
           DISPLAY "CHANGEMENTS SURVEILLES : " WS-NB-CHG.
           DISPLAY "ALERTES LEVEES         : " WS-NB-ALERTES.
           DISPLAY "RAPPORT DANS " WS-RAP-FILE-PATH.
           DISPLAY "==============================================".
           GOBACK.

       CHARGER-REGLAGES.
           MOVE "DELAI-ALERTE-COORD" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-DELAI
           END-IF.
           MOVE "SEUIL-RETRAIT-ALERTE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-SEUIL-RETRAIT
           END-IF.
           EXIT.
       FIN-CHARGER-REGLAGES.

      *    releve les changements de telephone, d'e-mail ou
      *    d'adresse des DELAI derniers jours : chaque ligne APRES
      *    est comparee a la derniere ligne AVANT du meme client.
       CHARGER-CHANGEMENTS.
           MOVE ZERO TO WS-NB-CHG.
           MOVE ZERO TO WS-NB-AVT.
           OPEN INPUT CLIENTS-HISTO.
           IF WS-HIS-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-HIS-FILESTATUS NOT = "00"
               READ CLIENTS-HISTO
                   AT END MOVE "10" TO WS-HIS-FILESTATUS
                   NOT AT END
                       IF HIS-DATE-HEURE(1:8) >= WS-DEBUT-FENETRE
                           PERFORM RETENIR-LIGNE-HISTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLIENTS-HISTO.
           EXIT.
       FIN-CHARGER-CHANGEMENTS.

       RETENIR-LIGNE-HISTO.
           MOVE ZERO TO WS-AVT-POS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AVT
               IF WS-AVT-MAT(WS-A) = HIS-MAT-CLT
                   MOVE WS-A TO WS-AVT-POS
               END-IF
           END-PERFORM.

           IF HIS-ETIQUETTE = "AVANT"
               IF WS-AVT-POS = 0
                   IF WS-NB-AVT < 50
                       ADD 1 TO WS-NB-AVT
                       MOVE WS-NB-AVT TO WS-AVT-POS
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE HIS-MAT-CLT     TO WS-AVT-MAT(WS-AVT-POS)
               MOVE HIS-EMAIL-CLT   TO WS-AVT-EMAIL(WS-AVT-POS)
               MOVE HIS-ADRESSE-CLT TO WS-AVT-ADRESSE(WS-AVT-POS)
               MOVE HIS-TEL-CLT     TO WS-AVT-TEL(WS-AVT-POS)
               EXIT PARAGRAPH
           END-IF.

           IF HIS-ETIQUETTE NOT = "APRES" OR WS-AVT-POS = 0
               EXIT PARAGRAPH
           END-IF.
           IF HIS-TEL-CLT     = WS-AVT-TEL(WS-AVT-POS)
              AND HIS-EMAIL-CLT   = WS-AVT-EMAIL(WS-AVT-POS)
              AND HIS-ADRESSE-CLT = WS-AVT-ADRESSE(WS-AVT-POS)
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CHG >= 500
               DISPLAY "PLUS DE 500 CHANGEMENTS DANS LA FENETRE, "
                       "SUIVANTS NON SURVEILLES"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CHG.
           MOVE HIS-MAT-CLT          TO WS-CHG-MAT(WS-NB-CHG).
           MOVE HIS-NOM-CLT          TO WS-CHG-NOM(WS-NB-CHG).
           MOVE HIS-PRENOM-CLT       TO WS-CHG-PRENOM(WS-NB-CHG).
           MOVE HIS-DATE-HEURE(1:14) TO WS-CHG-HORO(WS-NB-CHG).
           MOVE HIS-OPERATEUR        TO WS-CHG-OPERATEUR(WS-NB-CHG).
           MOVE WS-AVT-TEL(WS-AVT-POS) TO WS-CHG-TEL-AV(WS-NB-CHG).
           MOVE HIS-TEL-CLT          TO WS-CHG-TEL-AP(WS-NB-CHG).
           MOVE WS-AVT-EMAIL(WS-AVT-POS) TO
                WS-CHG-EMAIL-AV(WS-NB-CHG).
           MOVE HIS-EMAIL-CLT        TO WS-CHG-EMAIL-AP(WS-NB-CHG).
           MOVE WS-AVT-ADRESSE(WS-AVT-POS) TO
                WS-CHG-ADR-AV(WS-NB-CHG).
           MOVE HIS-ADRESSE-CLT      TO WS-CHG-ADR-AP(WS-NB-CHG).
           EXIT.
       FIN-RETENIR-LIGNE-HISTO.

      *    evenements sensibles de la piste d'audit posterieurs au
      *    debut de la fenetre.
       CHARGER-EVENEMENTS-AUDIT.
           MOVE ZERO TO WS-NB-EVT.
           OPEN INPUT AUDIT-FICHIER.
           IF WS-AUD-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-AUD-FILESTATUS NOT = "00"
               READ AUDIT-FICHIER
                   AT END MOVE "10" TO WS-AUD-FILESTATUS
                   NOT AT END
                       IF AUD-DATE-HEURE(1:8) >= WS-DEBUT-FENETRE
                           PERFORM RETENIR-EVENEMENT-AUDIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FICHIER.
           EXIT.
       FIN-CHARGER-EVENEMENTS-AUDIT.

       RETENIR-EVENEMENT-AUDIT.
           IF WS-NB-EVT >= 500
               EXIT PARAGRAPH
           END-IF.
           EVALUATE TRUE
               WHEN AUD-PROGRAMME = "BANQUE-CLT"
                AND AUD-APRES(1:20) = "NOUVEAU BENEFICIAIRE"
                   ADD 1 TO WS-NB-EVT
                   MOVE "B" TO WS-EVT-TYPE(WS-NB-EVT)
               WHEN AUD-PROGRAMME = "MAJ-CARTES"
                AND AUD-APRES(1:11) = "CARTE EMISE"
                   ADD 1 TO WS-NB-EVT
                   MOVE "C" TO WS-EVT-TYPE(WS-NB-EVT)
               WHEN AUD-PROGRAMME = "BANQUE-CLT"
                AND AUD-APRES(1:19) = "STATUT A (DEBLOQUE)"
                   ADD 1 TO WS-NB-EVT
                   MOVE "P" TO WS-EVT-TYPE(WS-NB-EVT)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           MOVE AUD-DATE-HEURE(1:14) TO WS-EVT-HORO(WS-NB-EVT).
           MOVE AUD-CLE(1:6)         TO WS-EVT-CLE(WS-NB-EVT).
           MOVE AUD-OPERATEUR        TO WS-EVT-OPERATEUR(WS-NB-EVT).
           MOVE AUD-APRES            TO WS-EVT-TEXTE(WS-NB-EVT).
           EXIT.
       FIN-RETENIR-EVENEMENT-AUDIT.

      *    changement WS-C : comptes du client, evenements et debits
      *    posterieurs au changement et compris dans sa fenetre ;
      *    alerte ecrite si l'un des declencheurs est du jour.
       EXAMINER-CHANGEMENT.
           MOVE WS-CHG-HORO(WS-C)(1:8) TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-DELAI.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-FIN-FENETRE.

           PERFORM CHARGER-COMPTES-CLIENT.
           MOVE ZERO TO WS-NB-DCL.
           MOVE ZERO TO WS-NB-DEB.
           MOVE "N" TO WS-DCL-DU-JOUR.

           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-EVT
               IF WS-EVT-HORO(WS-E) >= WS-CHG-HORO(WS-C)
                  AND WS-EVT-HORO(WS-E)(1:8) <= WS-FIN-FENETRE
                   PERFORM CONTROLER-EVENEMENT
               END-IF
           END-PERFORM.

           IF WS-JRN-OUVERT = "O"
               PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CPT
                   PERFORM LIRE-DEBITS-COMPTE
               END-PERFORM
           END-IF.

           IF WS-DCL-DU-JOUR = "O"
               PERFORM ECRIRE-ALERTE
           END-IF.
           EXIT.
       FIN-EXAMINER-CHANGEMENT.

       CHARGER-COMPTES-CLIENT.
           MOVE ZERO TO WS-NB-CPT.
           MOVE WS-CHG-MAT(WS-C) TO CPM-TITUL-CPT.
           START COMPTE-MASTER KEY IS = CPM-TITUL-CPT
               INVALID KEY MOVE "23" TO WS-CPT-FILESTATUS
           END-START.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF CPM-TITUL-CPT NOT = WS-CHG-MAT(WS-C)
                           MOVE "10" TO WS-CPT-FILESTATUS
                       ELSE
                           IF WS-NB-CPT < 20
                               ADD 1 TO WS-NB-CPT
                               MOVE CPM-NUM-CPT TO
                                    WS-CPT-NUM(WS-NB-CPT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-CPT-FILESTATUS.
           EXIT.
       FIN-CHARGER-COMPTES-CLIENT.

      *    evenement d'audit WS-E : un beneficiaire se rattache au
      *    client par son matricule, une carte ou un deblocage par
      *    l'un de ses comptes.
       CONTROLER-EVENEMENT.
           MOVE "N" TO WS-CPT-TROUVE.
           IF WS-EVT-TYPE(WS-E) = "B"
               IF WS-EVT-CLE(WS-E) = WS-CHG-MAT(WS-C)
                   MOVE "O" TO WS-CPT-TROUVE
               END-IF
           ELSE
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-NB-CPT
                   IF WS-CPT-NUM(WS-K) = WS-EVT-CLE(WS-E)
                       MOVE "O" TO WS-CPT-TROUVE
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CPT-TROUVE = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           EVALUATE WS-EVT-TYPE(WS-E)
               WHEN "B"
                   STRING "  NOUVEAU BENEFICIAIRE LE "
                          WS-EVT-HORO(WS-E) " PAR OPERATEUR "
                          WS-EVT-OPERATEUR(WS-E) " : "
                          WS-EVT-TEXTE(WS-E)(22:39)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN "C"
                   STRING "  NOUVELLE CARTE LE "
                          WS-EVT-HORO(WS-E) " SUR LE COMPTE "
                          WS-EVT-CLE(WS-E) " PAR OPERATEUR "
                          WS-EVT-OPERATEUR(WS-E) " : "
                          WS-EVT-TEXTE(WS-E)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               WHEN OTHER
                   STRING "  DEBLOCAGE PIN LE "
                          WS-EVT-HORO(WS-E) " DU COMPTE "
                          WS-EVT-CLE(WS-E) " PAR SUPERVISEUR "
                          WS-EVT-OPERATEUR(WS-E)
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
           END-EVALUATE.
           IF WS-EVT-HORO(WS-E)(1:8) >= WS-AUJOURD-HUI
               MOVE "O" TO WS-DCL-DU-JOUR
           END-IF.
           PERFORM AJOUTER-DECLENCHEUR.
           EXIT.
       FIN-CONTROLER-EVENEMENT.

      *    debits du compte WS-K poses apres le changement et dans sa
      *    fenetre ; gros retraits et virements externes declenchent.
       LIRE-DEBITS-COMPTE.
           MOVE WS-CPT-NUM(WS-K) TO JRN-NUM-CPT.
           START JOURNAL-OPERATIONS KEY IS = JRN-NUM-CPT
               INVALID KEY MOVE "23" TO WS-JRN-FILESTATUS
           END-START.
           PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
               READ JOURNAL-OPERATIONS NEXT RECORD
                   AT END MOVE "10" TO WS-JRN-FILESTATUS
                   NOT AT END
                       IF JRN-NUM-CPT NOT = WS-CPT-NUM(WS-K)
                           MOVE "10" TO WS-JRN-FILESTATUS
                       ELSE
                           IF JRN-SENS = "D"
                              AND JRN-DATE-HEURE(1:14) >=
                                  WS-CHG-HORO(WS-C)
                              AND JRN-DATE-OPE <= WS-FIN-FENETRE
                               PERFORM RETENIR-DEBIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-JRN-FILESTATUS.
           EXIT.
       FIN-LIRE-DEBITS-COMPTE.

       RETENIR-DEBIT.
           MOVE JRN-MONTANT TO WS-MONTANT-ED.
           MOVE SPACES TO WS-LIGNE.
           STRING "  " JRN-DATE-OPE " " JRN-DATE-HEURE(9:6)
                  " COMPTE " JRN-NUM-CPT " " JRN-CODE-OPE " "
                  WS-MONTANT-ED " " JRN-DEVISE " CANAL " JRN-CANAL
                  " OPERATEUR " JRN-OPERATEUR " " JRN-LIBELLE
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           IF WS-NB-DEB < 100
               ADD 1 TO WS-NB-DEB
               MOVE WS-LIGNE TO WS-DEB-TEXTE(WS-NB-DEB)
           END-IF.

           IF ((JRN-CODE-OPE = "OPE1" OR JRN-CODE-OPE = "CRT1")
               AND JRN-MONTANT >= WS-SEUIL-RETRAIT)
              OR JRN-CODE-OPE = "VEX1"
               MOVE SPACES TO WS-LIGNE
               IF JRN-CODE-OPE = "VEX1"
                   STRING "  VIREMENT EXTERNE LE " JRN-DATE-OPE
                          " DU COMPTE " JRN-NUM-CPT " : "
                          WS-MONTANT-ED " " JRN-DEVISE " "
                          JRN-LIBELLE
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               ELSE
                   STRING "  GROS RETRAIT LE " JRN-DATE-OPE
                          " DU COMPTE " JRN-NUM-CPT " (" JRN-CODE-OPE
                          ") : " WS-MONTANT-ED " " JRN-DEVISE
                       DELIMITED BY SIZE INTO WS-LIGNE
                   END-STRING
               END-IF
               IF JRN-DATE-OPE >= WS-AUJOURD-HUI
                   MOVE "O" TO WS-DCL-DU-JOUR
               END-IF
               PERFORM AJOUTER-DECLENCHEUR
           END-IF.
           EXIT.
       FIN-RETENIR-DEBIT.

       AJOUTER-DECLENCHEUR.
           IF WS-NB-DCL < 100
               ADD 1 TO WS-NB-DCL
               MOVE WS-LIGNE TO WS-DCL-TEXTE(WS-NB-DCL)
           END-IF.
           EXIT.
       FIN-AJOUTER-DECLENCHEUR.

       ECRIRE-ALERTE.
           ADD 1 TO WS-NB-ALERTES.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE ALL "=" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "ALERTE CLIENT " WS-CHG-MAT(WS-C) " "
                  WS-CHG-NOM(WS-C) " " WS-CHG-PRENOM(WS-C)
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "COORDONNEES MODIFIEES LE " WS-CHG-HORO(WS-C)
                  " PAR OPERATEUR " WS-CHG-OPERATEUR(WS-C)
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-CHG-TEL-AV(WS-C) NOT = WS-CHG-TEL-AP(WS-C)
               MOVE SPACES TO RAP-LIGNE
               STRING "  TELEPHONE " WS-CHG-TEL-AV(WS-C) " -> "
                      WS-CHG-TEL-AP(WS-C)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           IF WS-CHG-EMAIL-AV(WS-C) NOT = WS-CHG-EMAIL-AP(WS-C)
               MOVE SPACES TO RAP-LIGNE
               STRING "  E-MAIL    " WS-CHG-EMAIL-AV(WS-C) " -> "
                      WS-CHG-EMAIL-AP(WS-C)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           IF WS-CHG-ADR-AV(WS-C) NOT = WS-CHG-ADR-AP(WS-C)
               MOVE SPACES TO RAP-LIGNE
               STRING "  ADRESSE   " WS-CHG-ADR-AV(WS-C)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
               MOVE SPACES TO RAP-LIGNE
               STRING "         -> " WS-CHG-ADR-AP(WS-C)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           MOVE "EVENEMENTS SUIVANT LE CHANGEMENT :" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-NB-DCL
               MOVE WS-DCL-TEXTE(WS-L) TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           STRING "DEBITS DES COMPTES DU CLIENT DEPUIS LE CHANGEMENT ("
                  WS-NB-DEB ") :"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-L FROM 1 BY 1 UNTIL WS-L > WS-NB-DEB
               MOVE WS-DEB-TEXTE(WS-L) TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           STRING "A RAPPELER AU TELEPHONE D'AVANT LE CHANGEMENT : "
                  WS-CHG-TEL-AV(WS-C)
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-ECRIRE-ALERTE.

       END PROGRAM DETECTION-USURPATION.
