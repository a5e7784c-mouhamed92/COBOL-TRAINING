       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENOUVELER-CARTES.
       AUTHOR.    MOHAMED.

      *    traitement batch mensuel (fin de mois, chaine BATCH-JOUR)
      *    sur le registre des cartes CARTES.DAT :
      *      - renouvellement : chaque carte active qui expire dans
      *        le mois ou les deux mois suivants, sans remplacante,
      *        sur un compte actif, recoit une carte de remplacement
      *        (meme prefixe, sequence suivante, cle de Luhn ;
      *        expiration reportee de DUREE-CARTE-ANS ans, 3 a
      *        defaut ; meme plafond) enregistree au statut A et
      *        commandee au fabricant dans FABRICATION-CARTES-
      *        AAAAMMJJ.DAT. Les cartes d'un compte dormant, cloture,
      *        bloque ou gele ne sont pas renouvelees et sont listees
      *        au rapport ;
      *      - cotisation annuelle : a chaque anniversaire de
      *        l'emission (mois d'expiration pour les cartes sans
      *        date d'emission), la ligne CRT2 du bareme TARIFS.DAT
      *        (parametre COTISATION-CARTE a defaut) est prelevee sur
      *        le compte, journal CRT2 canal B. Un compte exonere
      *        (CPM-EXONERE-FRAIS) ne paie rien ; une cotisation que
      *        le compte ne couvre pas est representee le mois
      *        suivant. La premiere annee d'une carte neuve n'est pas
      *        facturee ici ; une carte de renouvellement reprend
      *        l'annee deja reglee par celle qu'elle remplace ;
      *      - retrait : une carte active ou bloquee dont le mois
      *        d'expiration est atteint passe au statut X (le batch
      *        tourne le dernier jour du mois).
      *    Rapport dans RENOUVELER-CARTES-AAAAMMJJ.TXT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CARTES-FICHIER ASSIGN TO "CARTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRT-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLIENT-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLM-MAT-CLT
               ALTERNATE RECORD KEY IS CLM-NOM-CLT WITH DUPLICATES
               FILE STATUS IS WS-CLT-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

           SELECT TARIFS-FICHIER ASSIGN TO "TARIFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAR-FILESTATUS.

           SELECT FABRICATION-FICHIER ASSIGN TO WS-FAB-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FAB-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans MAJ-CARTES.
       FD  CARTES-FICHIER.
       01  CARTE-ENREG.
           05  CRT-NUMERO      PIC X(16).
           05  FILLER          PIC X(1).
           05  CRT-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CRT-STATUT      PIC X(1).
           05  FILLER          PIC X(1).
           05  CRT-EXPIRATION  PIC X(6).
           05  FILLER          PIC X(1).
           05  CRT-PLAFOND     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  CRT-EMETTEUR    PIC 9(5).
           05  FILLER          PIC X(1).
           05  CRT-DATE-EMISSION PIC X(8).
           05  FILLER          PIC X(1).
           05  CRT-ANNEE-COTISATION PIC X(4).
           05  FILLER          PIC X(1).
           05  CRT-REMPLACEE-PAR PIC X(16).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans MAJ-TARIFS.
       FD  TARIFS-FICHIER.
       01  TARIF-ENREG.
           05  TAR-CODE-OPE     PIC X(4).
           05  FILLER           PIC X(1).
           05  TAR-TYPE-CPT     PIC X(10).
           05  FILLER           PIC X(1).
           05  TAR-MONTANT-FIXE PIC 9(6)V9(2).
           05  FILLER           PIC X(1).
           05  TAR-POURCENT     PIC 9(1)V9(4).
           05  FILLER           PIC X(1).
           05  TAR-PLANCHER     PIC 9(6)V9(2).
           05  FILLER           PIC X(1).
           05  TAR-PLAFOND      PIC 9(6)V9(2).
           05  FILLER           PIC X(1).
           05  TAR-DATE-EFFET   PIC X(8).

      *    commande au fabricant : une ligne par carte a fabriquer,
      *    close par une ligne de controle 99999 + nombre de cartes.
       FD  FABRICATION-FICHIER.
       01  FAB-ENREG.
           05  FAB-NUMERO      PIC X(16).
           05  FILLER          PIC X(1).
           05  FAB-EXPIRATION  PIC X(6).
           05  FILLER          PIC X(1).
           05  FAB-NOM         PIC X(20).
           05  FILLER          PIC X(1).
           05  FAB-PRENOM      PIC X(20).
           05  FILLER          PIC X(1).
           05  FAB-AGENCE      PIC X(3).
           05  FILLER          PIC X(1).
           05  FAB-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  FAB-ANCIENNE    PIC X(16).
       01  FAB-TRAILER REDEFINES FAB-ENREG.
           05  FAB-TRL-MARQUE  PIC X(5).
           05  FAB-TRL-NOMBRE  PIC 9(5).
           05  FILLER          PIC X(83).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-CRT-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-TAR-FILESTATUS   PIC X(2).
       01  WS-FAB-FILESTATUS   PIC X(2).
       01  WS-FAB-FILE-PATH    PIC X(100).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.
       01  WS-HORODATAGE       PIC X(20).

      *    duree de validite d'une carte renouvelee et cotisation de
      *    repli, lues dans PARAMETRES.DAT.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-DUREE-CARTE      PIC 9(2) VALUE 3.
       01  WS-COTISATION-DEFAUT PIC 9(6)V9(2) VALUE ZERO.

      *    ligne du bareme en vigueur, meme regle que CHERCHER-TARIF
      *    dans OPERATIONS.
       01  WS-TARIF-CODE       PIC X(4) VALUE "CRT2".
       01  WS-TARIF-TROUVE     PIC X(1).
       01  WS-TARIF-EXACT      PIC X(1).
       01  WS-TARIF-DATE       PIC X(8).
       01  WS-TARIF-FIXE       PIC 9(6)V9(2).
       01  WS-TARIF-POURCENT   PIC 9(1)V9(4).
       01  WS-TARIF-PLANCHER   PIC 9(6)V9(2).
       01  WS-TARIF-PLAFOND    PIC 9(6)V9(2).
       01  WS-COTISATION       PIC 9(6)V9(2).

      *    fenetre de renouvellement : du mois courant au mois
      *    courant + 2 (AAAAMM).
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-MOIS-LIMITE.
           05  WS-LIM-ANNEE    PIC 9(4).
           05  WS-LIM-MOIS     PIC 9(2).
       01  WS-ANNEE-COURANTE   PIC X(4).

       01  WS-NB-CRT           PIC 9(4) VALUE ZERO.
       01  WS-NB-CRT-INITIAL   PIC 9(4) VALUE ZERO.
       01  WS-CRT-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CRT.
         05 WS-CRT  OCCURS 2000 TIMES.
           10  WS-CRT-IMAGE    PIC X(80).
       01  WS-C                PIC 9(4).
       01  WS-K                PIC 9(4).

      *    carte de remplacement : prefixe de 12 chiffres de
      *    l'ancienne carte, sequence de 3 chiffres suivante sur ce
      *    prefixe, cle de Luhn.
       01  WS-ANCIENNE-CARTE   PIC X(80).
       01  WS-NOUVEAU-NUMERO.
           05  WS-NN-CORPS     PIC X(15).
           05  WS-NN-CLE       PIC 9(1).
       01  WS-NN-DETAIL REDEFINES WS-NOUVEAU-NUMERO.
           05  WS-NN-PREFIXE   PIC X(12).
           05  WS-NN-SEQUENCE  PIC 9(3).
           05  FILLER          PIC X(1).
       01  WS-NN-CHIFFRES REDEFINES WS-NOUVEAU-NUMERO.
           05  WS-NN-CHIFFRE   PIC 9(1) OCCURS 16 TIMES.
       01  WS-SEQ-MAX          PIC 9(3).
       01  WS-SEQ-LUE          PIC 9(3).
       01  WS-LUHN-SOMME       PIC 9(3).
       01  WS-LUHN-CHIFFRE     PIC 9(2).
       01  WS-LUHN-RANG        PIC 9(2).
       01  WS-LUHN-QUOTIENT    PIC 9(3).
       01  WS-LUHN-RESTE       PIC 9(1).
       01  WS-NOUVELLE-EXPIR.
           05  WS-NE-ANNEE     PIC 9(4).
           05  WS-NE-MOIS      PIC X(2).

      *    anniversaire de cotisation de la carte courante (MMJJ).
       01  WS-ANNIVERSAIRE     PIC X(4).
       01  WS-COTISATION-DUE   PIC X(1).
       01  WS-LIBELLE-STATUT   PIC X(10).

       01  WS-NB-RENOUVELEES   PIC 9(5) VALUE ZERO.
       01  WS-NB-NON-RENOUV    PIC 9(5) VALUE ZERO.
       01  WS-NB-RETIREES      PIC 9(5) VALUE ZERO.
       01  WS-NB-COTISATIONS   PIC 9(5) VALUE ZERO.
       01  WS-NB-EXONEREES     PIC 9(5) VALUE ZERO.
       01  WS-NB-IMPAYEES      PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-COTISATIONS PIC 9(10)V9(2) VALUE ZERO.
       01  WS-ED-MONTANT       PIC Z(5)9.99.

       PROCEDURE DIVISION.

       MAIN-RENOUVELER-CARTES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           MOVE WS-AUJOURD-HUI(1:4) TO WS-ANNEE-COURANTE.
           MOVE WS-AUJOURD-HUI(1:4) TO WS-LIM-ANNEE.
           MOVE WS-AUJOURD-HUI(5:2) TO WS-LIM-MOIS.
           ADD 2 TO WS-LIM-MOIS.
           IF WS-LIM-MOIS > 12
               SUBTRACT 12 FROM WS-LIM-MOIS
               ADD 1 TO WS-LIM-ANNEE
           END-IF.
           PERFORM CHARGER-PARAMETRES-CARTES.

           PERFORM CHARGER-CARTES.
           IF WS-CRT-SURCHARGE = "O"
               DISPLAY "PLUS DE 2000 CARTES, RENOUVELLEMENT NON FAIT"
               GOBACK
           END-IF.
           MOVE WS-NB-CRT TO WS-NB-CRT-INITIAL.

           OPEN I-O COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE"
               GOBACK
           END-IF.
           OPEN INPUT CLIENT-MASTER.

           MOVE SPACES TO WS-FAB-FILE-PATH.
           STRING "FABRICATION-CARTES-" WS-AUJOURD-HUI ".DAT"
               DELIMITED BY SIZE INTO WS-FAB-FILE-PATH
           END-STRING.
           OPEN OUTPUT FABRICATION-FICHIER.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "RENOUVELER-CARTES-" WS-AUJOURD-HUI ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CARTES : RENOUVELLEMENTS, COTISATIONS ET RETRAITS"
                  " AU " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "RENOUVELLEMENTS" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-NB-CRT-INITIAL
               MOVE WS-CRT-IMAGE(WS-C) TO CARTE-ENREG
               IF CRT-STATUT = "A"
                  AND CRT-REMPLACEE-PAR = SPACES
                  AND CRT-EXPIRATION NOT < WS-MOIS-COURANT
                  AND CRT-EXPIRATION NOT > WS-MOIS-LIMITE
                   PERFORM RENOUVELER-CARTE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "COTISATIONS ANNUELLES" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CRT
               MOVE WS-CRT-IMAGE(WS-C) TO CARTE-ENREG
               IF CRT-STATUT = "A" AND CRT-REMPLACEE-PAR = SPACES
                   PERFORM CONTROLER-ANNIVERSAIRE
                   IF WS-COTISATION-DUE = "O"
                       PERFORM PRELEVER-COTISATION
                       MOVE CARTE-ENREG TO WS-CRT-IMAGE(WS-C)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE "CARTES RETIREES A L'EXPIRATION" TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CRT
               MOVE WS-CRT-IMAGE(WS-C) TO CARTE-ENREG
               IF (CRT-STATUT = "A" OR CRT-STATUT = "B")
                  AND CRT-EXPIRATION NOT > WS-MOIS-COURANT
                   PERFORM RETIRER-CARTE
               END-IF
           END-PERFORM.

           CLOSE COMPTE-MASTER.
           CLOSE CLIENT-MASTER.
           PERFORM SAUVER-CARTES.

           MOVE SPACES TO FAB-ENREG.
           MOVE "99999" TO FAB-TRL-MARQUE.
           MOVE WS-NB-RENOUVELEES TO FAB-TRL-NOMBRE.
           WRITE FAB-ENREG.
           CLOSE FABRICATION-FICHIER.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE WS-TOTAL-COTISATIONS TO WS-ED-MONTANT.
           MOVE SPACES TO RAP-LIGNE.
           STRING "TOTAL : " WS-NB-RENOUVELEES " RENOUVELEE(S), "
                  WS-NB-NON-RENOUV " NON RENOUVELEE(S), "
                  WS-NB-RETIREES " RETIREE(S), "
                  WS-NB-COTISATIONS " COTISATION(S) POUR "
                  WS-ED-MONTANT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "========== RENOUVELLEMENT DES CARTES ==========".
           DISPLAY "CARTES RENOUVELEES    : " WS-NB-RENOUVELEES.
           DISPLAY "NON RENOUVELEES       : " WS-NB-NON-RENOUV.
           DISPLAY "CARTES RETIREES       : " WS-NB-RETIREES.
           DISPLAY "COTISATIONS PRELEVEES : " WS-NB-COTISATIONS
                   " POUR " WS-ED-MONTANT.
           DISPLAY "COTISATIONS EXONEREES : " WS-NB-EXONEREES.
           DISPLAY "COTISATIONS IMPAYEES  : " WS-NB-IMPAYEES.
           DISPLAY "COMMANDE FABRICANT    : " WS-FAB-FILE-PATH.
           DISPLAY "===============================================".
           GOBACK.

       CHARGER-PARAMETRES-CARTES.
           MOVE "DUREE-CARTE-ANS" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O" AND WS-PARAM-VALEUR > 0
               MOVE WS-PARAM-VALEUR TO WS-DUREE-CARTE
           END-IF.
           MOVE "COTISATION-CARTE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-COTISATION-DEFAUT
           END-IF.
           EXIT.
       FIN-CHARGER-PARAMETRES-CARTES.

      *    carte courante (CARTE-ENREG, rang WS-C) : le compte doit
      *    etre actif ; la remplacante est ajoutee en fin de table
      *    et commandee au fabricant.
       RENOUVELER-CARTE.
           MOVE CRT-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   MOVE "INCONNU" TO WS-LIBELLE-STATUT
                   PERFORM SIGNALER-NON-RENOUVELEE
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
               EVALUATE CPM-STATUT
                   WHEN "D" MOVE "DORMANT" TO WS-LIBELLE-STATUT
                   WHEN "C" MOVE "CLOTURE" TO WS-LIBELLE-STATUT
                   WHEN "B" MOVE "BLOQUE"  TO WS-LIBELLE-STATUT
                   WHEN "S" MOVE "GELE"    TO WS-LIBELLE-STATUT
                   WHEN OTHER MOVE CPM-STATUT TO WS-LIBELLE-STATUT
               END-EVALUATE
               PERFORM SIGNALER-NON-RENOUVELEE
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CRT NOT < 2000
               MOVE "TABLE PLEINE" TO WS-LIBELLE-STATUT
               PERFORM SIGNALER-NON-RENOUVELEE
               EXIT PARAGRAPH
           END-IF.

           PERFORM NUMEROTER-REMPLACANTE.
           IF WS-SEQ-MAX = 999
               MOVE "SEQ EPUISEE" TO WS-LIBELLE-STATUT
               PERFORM SIGNALER-NON-RENOUVELEE
               EXIT PARAGRAPH
           END-IF.
           MOVE CRT-EXPIRATION(1:4) TO WS-NE-ANNEE.
           ADD WS-DUREE-CARTE TO WS-NE-ANNEE.
           MOVE CRT-EXPIRATION(5:2) TO WS-NE-MOIS.

           MOVE CARTE-ENREG TO WS-ANCIENNE-CARTE.
           MOVE WS-NOUVEAU-NUMERO TO CRT-REMPLACEE-PAR.
           MOVE CARTE-ENREG TO WS-CRT-IMAGE(WS-C).

           MOVE SPACES            TO CARTE-ENREG.
           MOVE WS-ANCIENNE-CARTE TO CARTE-ENREG.
           MOVE WS-NOUVEAU-NUMERO TO CRT-NUMERO.
           MOVE "A"               TO CRT-STATUT.
           MOVE WS-NOUVELLE-EXPIR TO CRT-EXPIRATION.
           MOVE ZERO              TO CRT-EMETTEUR.
           MOVE WS-AUJOURD-HUI    TO CRT-DATE-EMISSION.
           MOVE SPACES            TO CRT-REMPLACEE-PAR.
           ADD 1 TO WS-NB-CRT.
           MOVE CARTE-ENREG TO WS-CRT-IMAGE(WS-NB-CRT).

           MOVE SPACES TO FAB-ENREG.
           MOVE CRT-NUMERO     TO FAB-NUMERO.
           MOVE CRT-EXPIRATION TO FAB-EXPIRATION.
           MOVE CPM-AGENCE     TO FAB-AGENCE.
           MOVE CRT-NUM-CPT    TO FAB-NUM-CPT.
           MOVE WS-ANCIENNE-CARTE(1:16) TO FAB-ANCIENNE.
           MOVE CPM-TITUL-CPT  TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   MOVE SPACES TO CLM-NOM-CLT CLM-PRENOM-CLT
           END-READ.
           MOVE CLM-NOM-CLT    TO FAB-NOM.
           MOVE CLM-PRENOM-CLT TO FAB-PRENOM.
           WRITE FAB-ENREG.
           ADD 1 TO WS-NB-RENOUVELEES.

           MOVE SPACES TO RAP-LIGNE.
           STRING "  COMPTE " CRT-NUM-CPT
                  " AGENCE " CPM-AGENCE
                  " CARTE ............" WS-ANCIENNE-CARTE(13:4)
                  " EXPIRE " WS-ANCIENNE-CARTE(27:6)
                  " REMPLACEE PAR ............" CRT-NUMERO(13:4)
                  " EXPIRE " CRT-EXPIRATION
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-RENOUVELER-CARTE.

       SIGNALER-NON-RENOUVELEE.
           ADD 1 TO WS-NB-NON-RENOUV.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  COMPTE " CRT-NUM-CPT
                  " CARTE ............" CRT-NUMERO(13:4)
                  " EXPIRE " CRT-EXPIRATION
                  " *** NON RENOUVELEE, COMPTE " WS-LIBELLE-STATUT
                  " ***"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-SIGNALER-NON-RENOUVELEE.

      *    sequence suivante sur le prefixe de 12 chiffres de la
      *    carte courante, puis cle de Luhn sur les 15 premiers
      *    chiffres. WS-SEQ-MAX = 999 : plus de numero libre.
       NUMEROTER-REMPLACANTE.
           MOVE ZERO TO WS-SEQ-MAX.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-CRT
               IF WS-CRT-IMAGE(WS-K)(1:12) = CRT-NUMERO(1:12)
                  AND WS-CRT-IMAGE(WS-K)(13:3) IS NUMERIC
                   MOVE WS-CRT-IMAGE(WS-K)(13:3) TO WS-SEQ-LUE
                   IF WS-SEQ-LUE > WS-SEQ-MAX
                       MOVE WS-SEQ-LUE TO WS-SEQ-MAX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SEQ-MAX = 999
               EXIT PARAGRAPH
           END-IF.
           MOVE CRT-NUMERO(1:12) TO WS-NN-PREFIXE.
           COMPUTE WS-NN-SEQUENCE = WS-SEQ-MAX + 1.
           MOVE ZERO TO WS-NN-CLE.

      *    en partant de la droite du corps, un chiffre sur deux est
      *    double (le premier a gauche de la cle), 9 retranche
      *    au-dela de 9.
           MOVE ZERO TO WS-LUHN-SOMME.
           PERFORM VARYING WS-LUHN-RANG FROM 15 BY -1
                   UNTIL WS-LUHN-RANG < 1
               MOVE WS-NN-CHIFFRE(WS-LUHN-RANG) TO WS-LUHN-CHIFFRE
               DIVIDE WS-LUHN-RANG BY 2 GIVING WS-LUHN-QUOTIENT
                      REMAINDER WS-LUHN-RESTE
               IF WS-LUHN-RESTE = 1
                   MULTIPLY 2 BY WS-LUHN-CHIFFRE
                   IF WS-LUHN-CHIFFRE > 9
                       SUBTRACT 9 FROM WS-LUHN-CHIFFRE
                   END-IF
               END-IF
               ADD WS-LUHN-CHIFFRE TO WS-LUHN-SOMME
           END-PERFORM.
           DIVIDE WS-LUHN-SOMME BY 10 GIVING WS-LUHN-QUOTIENT
                  REMAINDER WS-LUHN-RESTE.
           IF WS-LUHN-RESTE = 0
               MOVE ZERO TO WS-NN-CLE
           ELSE
               COMPUTE WS-NN-CLE = 10 - WS-LUHN-RESTE
           END-IF.
           EXIT.
       FIN-NUMEROTER-REMPLACANTE.

      *    la cotisation de l'annee est due une fois l'anniversaire
      *    de l'emission atteint (mois d'expiration, le 1er, pour une
      *    carte sans date d'emission), sauf l'annee de l'emission
      *    d'une carte neuve.
       CONTROLER-ANNIVERSAIRE.
           MOVE "N" TO WS-COTISATION-DUE.
           IF CRT-ANNEE-COTISATION NOT = SPACES
              AND CRT-ANNEE-COTISATION NOT < WS-ANNEE-COURANTE
               EXIT PARAGRAPH
           END-IF.
           IF CRT-DATE-EMISSION = SPACES
               MOVE CRT-EXPIRATION(5:2) TO WS-ANNIVERSAIRE(1:2)
               MOVE "01" TO WS-ANNIVERSAIRE(3:2)
           ELSE
               IF CRT-DATE-EMISSION(1:4) NOT < WS-ANNEE-COURANTE
                  AND CRT-ANNEE-COTISATION = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE CRT-DATE-EMISSION(5:4) TO WS-ANNIVERSAIRE
           END-IF.
           IF WS-ANNIVERSAIRE NOT > WS-AUJOURD-HUI(5:4)
               MOVE "O" TO WS-COTISATION-DUE
           END-IF.
           EXIT.
       FIN-CONTROLER-ANNIVERSAIRE.

      *    cotisation de la carte courante : bareme CRT2 du type de
      *    compte, prelevee si le compte actif la couvre ; l'annee
      *    est alors marquee reglee sur la carte.
       PRELEVER-COTISATION.
           MOVE CRT-NUM-CPT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
               EXIT PARAGRAPH
           END-IF.
           IF CPM-EXONERE-FRAIS = "O"
               MOVE WS-ANNEE-COURANTE TO CRT-ANNEE-COTISATION
               ADD 1 TO WS-NB-EXONEREES
               MOVE SPACES TO RAP-LIGNE
               STRING "  COMPTE " CRT-NUM-CPT
                      " CARTE ............" CRT-NUMERO(13:4)
                      " COTISATION " WS-ANNEE-COURANTE " EXONEREE"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHERCHER-TARIF.
           IF WS-TARIF-TROUVE = "O"
               MOVE WS-TARIF-FIXE TO WS-COTISATION
               IF WS-TARIF-PLANCHER > 0
                  AND WS-COTISATION < WS-TARIF-PLANCHER
                   MOVE WS-TARIF-PLANCHER TO WS-COTISATION
               END-IF
               IF WS-TARIF-PLAFOND > 0
                  AND WS-COTISATION > WS-TARIF-PLAFOND
                   MOVE WS-TARIF-PLAFOND TO WS-COTISATION
               END-IF
           ELSE
               MOVE WS-COTISATION-DEFAUT TO WS-COTISATION
           END-IF.
           IF WS-COTISATION = 0
               MOVE WS-ANNEE-COURANTE TO CRT-ANNEE-COTISATION
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-COTISATION TO WS-ED-MONTANT.
           IF WS-COTISATION > CPM-SOLDE-CPT + CPM-DECOUVERT
               ADD 1 TO WS-NB-IMPAYEES
               MOVE SPACES TO RAP-LIGNE
               STRING "  COMPTE " CRT-NUM-CPT
                      " CARTE ............" CRT-NUMERO(13:4)
                      " COTISATION " WS-ANNEE-COURANTE " "
                      WS-ED-MONTANT
                      " *** PROVISION INSUFFISANTE, REPRESENTEE ***"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
               EXIT PARAGRAPH
           END-IF.

           SUBTRACT WS-COTISATION FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC PRELEVEMENT COTISATION CARTE "
                           CRT-NUM-CPT
                   EXIT PARAGRAPH
           END-REWRITE.
           PERFORM JOURNALISER-COTISATION.
           MOVE WS-ANNEE-COURANTE TO CRT-ANNEE-COTISATION.
           ADD 1 TO WS-NB-COTISATIONS.
           ADD WS-COTISATION TO WS-TOTAL-COTISATIONS.
           MOVE SPACES TO RAP-LIGNE.
           STRING "  COMPTE " CRT-NUM-CPT
                  " CARTE ............" CRT-NUMERO(13:4)
                  " COTISATION " WS-ANNEE-COURANTE " "
                  WS-ED-MONTANT " PRELEVEE, RECU " WS-NUM-SEQ
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-PRELEVER-COTISATION.

       RETIRER-CARTE.
           MOVE "X" TO CRT-STATUT.
           MOVE CARTE-ENREG TO WS-CRT-IMAGE(WS-C).
           ADD 1 TO WS-NB-RETIREES.
           MOVE SPACES TO RAP-LIGNE.
           IF CRT-REMPLACEE-PAR = SPACES
               STRING "  COMPTE " CRT-NUM-CPT
                      " CARTE ............" CRT-NUMERO(13:4)
                      " EXPIRE " CRT-EXPIRATION
                      " RETIREE SANS REMPLACANTE"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           ELSE
               STRING "  COMPTE " CRT-NUM-CPT
                      " CARTE ............" CRT-NUMERO(13:4)
                      " EXPIRE " CRT-EXPIRATION
                      " RETIREE, REMPLACEE PAR ............"
                      CRT-REMPLACEE-PAR(13:4)
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-RETIRER-CARTE.

      *    meme regle que CHERCHER-TARIF dans OPERATIONS.
       CHERCHER-TARIF.
           MOVE "N" TO WS-TARIF-TROUVE.
           MOVE "N" TO WS-TARIF-EXACT.
           MOVE LOW-VALUE TO WS-TARIF-DATE.
           OPEN INPUT TARIFS-FICHIER.
           IF WS-TAR-FILESTATUS = "00"
               PERFORM UNTIL WS-TAR-FILESTATUS NOT = "00"
                   READ TARIFS-FICHIER
                       AT END MOVE "10" TO WS-TAR-FILESTATUS
                       NOT AT END
                           PERFORM RETENIR-UN-TARIF
                   END-READ
               END-PERFORM
               CLOSE TARIFS-FICHIER
           END-IF.
           EXIT.
       FIN-CHERCHER-TARIF.

       RETENIR-UN-TARIF.
           IF TAR-CODE-OPE NOT = WS-TARIF-CODE
              OR TAR-DATE-EFFET > WS-AUJOURD-HUI
               EXIT PARAGRAPH
           END-IF.
           IF TAR-TYPE-CPT = CPM-TYPE-CPT
               IF WS-TARIF-EXACT = "N"
                  OR TAR-DATE-EFFET NOT < WS-TARIF-DATE
                   MOVE "O" TO WS-TARIF-EXACT
                   PERFORM COPIER-TARIF
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF TAR-TYPE-CPT = "*" AND WS-TARIF-EXACT = "N"
              AND (WS-TARIF-TROUVE = "N"
                   OR TAR-DATE-EFFET NOT < WS-TARIF-DATE)
               PERFORM COPIER-TARIF
           END-IF.
           EXIT.
       FIN-RETENIR-UN-TARIF.

       COPIER-TARIF.
           MOVE "O" TO WS-TARIF-TROUVE.
           MOVE TAR-DATE-EFFET   TO WS-TARIF-DATE.
           MOVE TAR-MONTANT-FIXE TO WS-TARIF-FIXE.
           MOVE TAR-POURCENT     TO WS-TARIF-POURCENT.
           MOVE TAR-PLANCHER     TO WS-TARIF-PLANCHER.
           MOVE TAR-PLAFOND      TO WS-TARIF-PLAFOND.
           EXIT.
       FIN-COPIER-TARIF.

       JOURNALISER-COTISATION.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ     TO JRN-NUM-SEQ.
           MOVE CPM-NUM-CPT    TO JRN-NUM-CPT.
           MOVE "CRT2"         TO JRN-CODE-OPE.
           MOVE WS-COTISATION  TO JRN-MONTANT.
           MOVE CPM-DEVISE-CPT TO JRN-DEVISE.
           MOVE CPM-SOLDE-CPT  TO JRN-SOLDE-APRES.
           MOVE ZERO           TO JRN-OPERATEUR.
           MOVE ZERO           TO JRN-SUPERVISEUR.
           MOVE SPACES         TO JRN-LIBELLE.
           STRING "COTISATION CARTE ****" CRT-NUMERO(13:4)
                  " " WS-ANNEE-COURANTE
               DELIMITED BY SIZE INTO JRN-LIBELLE
           END-STRING.
           MOVE "D"            TO JRN-SENS.
           MOVE ZERO           TO JRN-SEQ-ORIGINE.
           MOVE CPM-AGENCE     TO JRN-AGENCE.
           MOVE WS-HORODATAGE  TO JRN-DATE-HEURE.
           MOVE "B"            TO JRN-CANAL.
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
           EXIT.
       FIN-JOURNALISER-COTISATION.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl :
      *    START sur la date du jour puis lecture des seuls recus de
      *    la journee pour reprendre apres le dernier numero pose.
       PROCHAIN-NUM-SEQ.
           MOVE ZERO TO WS-NUM-SEQ.

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

       CHARGER-CARTES.
           MOVE ZERO TO WS-NB-CRT.
           MOVE "N" TO WS-CRT-SURCHARGE.
           OPEN INPUT CARTES-FICHIER.
           IF WS-CRT-FILESTATUS = "00"
               PERFORM UNTIL WS-CRT-FILESTATUS NOT = "00"
                   READ CARTES-FICHIER
                       AT END MOVE "10" TO WS-CRT-FILESTATUS
                       NOT AT END
                           IF WS-NB-CRT < 2000
                               ADD 1 TO WS-NB-CRT
                               MOVE CARTE-ENREG TO
                                    WS-CRT-IMAGE(WS-NB-CRT)
                           ELSE
                               MOVE "O" TO WS-CRT-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARTES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-CARTES.

       SAUVER-CARTES.
           OPEN OUTPUT CARTES-FICHIER.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CRT
               MOVE WS-CRT-IMAGE(WS-C) TO CARTE-ENREG
               WRITE CARTE-ENREG
           END-PERFORM.
           CLOSE CARTES-FICHIER.
           EXIT.
       FIN-SAUVER-CARTES.

       END PROGRAM RENOUVELER-CARTES.
