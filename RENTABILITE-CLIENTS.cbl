       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILITE-CLIENTS.
       AUTHOR.    MOHAMED.

      *    rentabilite mensuelle par client (fin de mois, chaine
      *    BATCH-JOUR, avant la bascule du journal en archive) :
      *    RAPPORT-REVENUS donne les revenus par produit et par
      *    agence, cet etat les rend a chaque client. Pour le mois
      *    d'exploitation, en contre-valeur MAD au cours moyen :
      *      - frais et commissions : les codes de PRODUITS-GL.DAT
      *        au sens R (revenu), diminues des codes au sens C qui
      *        ne sont pas des interets (remboursements, remises) et
      *        des remboursements commerciaux de frais RMB1 ;
      *      - interets debiteurs encaisses (INT2) ;
      *      - interets crediteurs verses (INT1 epargne, DAT4 depots
      *        a terme) et retenues a la source (TAX1), ces
      *        dernieres editees pour memoire : la banque les
      *        reverse au fisc, elles ne lui coutent ni ne lui
      *        rapportent rien ;
      *      - interets de prets : part d'interet, lue dans
      *        ECHEANCIER.DAT, des echeances prelevees dans le mois
      *        (PRT1, rattrapages PRT2), comme dans
      *        ETAT-FISCAL-CLIENTS ;
      *      - marge du change manuel du registre CHANGE-REGISTRE.DAT,
      *        rendue au client par sa piece d'identite (CHG-CIN) ; la
      *        marge faite sur des passants hors clientele est
      *        totalisee a part ;
      *      - credit de financement : le solde moyen du mois, tire
      *        des photos de fin de journee SOLDES-AAAAMMJJ.DAT (le
      *        solde du fichier maitre tient lieu de photo du jour,
      *        prise plus tard dans la chaine), remunere au taux de
      *        cession interne (parametre TAUX-CESSION-INTERNE
      *        annuel, 3 pour cent a defaut) au prorata des jours du
      *        mois ; un solde moyen debiteur donne un credit negatif.
      *    Contribution nette = frais + interets debiteurs + interets
      *    de prets + marge de change + credit de financement -
      *    interets crediteurs. Un compte joint (CO-TITULAIRES.DAT) se
      *    partage a parts egales entre ses detenteurs, comme dans
      *    CONCENTRATION-DEPOTS, pour que la somme des clients
      *    retombe sur le total de la banque. Chaque client est
      *    rattache a l'agence de son plus ancien compte non cloture
      *    en titre. L'etat RENTABILITE-CLIENTS-AAAAMM.TXT classe les
      *    clients par contribution nette decroissante, regroupes par
      *    agence avec leur total, pour les charges de clientele et
      *    la tarification.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

           SELECT CO-TITULAIRES ASSIGN TO "CO-TITULAIRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTI-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    table de correspondance code operation -> ligne de
      *    produit + sens pour la banque, tenue pour RAPPORT-REVENUS.
           SELECT PRODUITS-GL ASSIGN TO "PRODUITS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRD-FILESTATUS.

           SELECT ECHEANCIER ASSIGN TO "ECHEANCIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ECH-FILESTATUS.

           SELECT CHANGE-REGISTRE ASSIGN TO "CHANGE-REGISTRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILESTATUS.

           SELECT SNAPSHOT-FICHIER ASSIGN TO WS-SNP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  CLIENT-MASTER.
       COPY CLIENT-CPY.

      *    meme mise en forme que dans BANQUE-CLT.
       FD  CO-TITULAIRES.
       01  CTI-ENREG.
           05  CTI-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-ROLE        PIC X(10).

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans RAPPORT-REVENUS.
       FD  PRODUITS-GL.
       01  PRD-ENREG.
           05  PRD-CODE-OPE    PIC X(4).
           05  FILLER          PIC X(1).
           05  PRD-PRODUIT     PIC X(10).
           05  FILLER          PIC X(1).
           05  PRD-SENS        PIC X(1).

      *    meme mise en forme que dans SAISIE-PRETS.
       FD  ECHEANCIER.
       01  ECH-ENREG.
           05  ECH-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ECH-NUMERO      PIC 9(3).
           05  FILLER          PIC X(1).
           05  ECH-CAPITAL     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ECH-INTERET     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ECH-STATUT      PIC X(1).

      *    meme mise en forme que dans OPERATIONS.
       FD  CHANGE-REGISTRE.
       01  CHANGE-ENREG.
           05  CHG-DATE         PIC X(8).
           05  FILLER           PIC X(1).
           05  CHG-OPERATEUR    PIC 9(5).
           05  FILLER           PIC X(1).
           05  CHG-SENS         PIC X(1).
           05  FILLER           PIC X(1).
           05  CHG-DEVISE       PIC X(3).
           05  FILLER           PIC X(1).
           05  CHG-MONTANT-DEV  PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  CHG-MONTANT-MAD  PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  CHG-TAUX         PIC 9(4)V9(4).
           05  FILLER           PIC X(1).
           05  CHG-MARGE-MAD    PIC 9(8)V9(2).
           05  FILLER           PIC X(1).
           05  CHG-CIN          PIC X(10).

      *    meme mise en forme que la photo de SNAPSHOT-SOLDES ; seul
      *    le solde importe ici.
       FD  SNAPSHOT-FICHIER.
       01  SNP-ENREG.
           05  SNP-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  SNP-SOLDE       PIC S9(10)V9(2).
           05  FILLER          PIC X(47).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-CLT-FILESTATUS   PIC X(2).
       01  WS-CTI-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-PRD-FILESTATUS   PIC X(2).
       01  WS-ECH-FILESTATUS   PIC X(2).
       01  WS-CHG-FILESTATUS   PIC X(2).
       01  WS-SNP-FILESTATUS   PIC X(2).
       01  WS-SNP-FILE-PATH    PIC X(100).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-DATE-JOUR        PIC X(8).
       01  WS-JOUR             PIC 9(2).

      *    jours calendaires du mois, pour proratiser le taux annuel.
       01  WS-DATE-NUM-A       PIC 9(8).
       01  WS-DATE-NUM-B       PIC 9(8).
       01  WS-MOIS-SUIVANT.
           05  WS-MS-ANNEE     PIC 9(4).
           05  WS-MS-MOIS      PIC 9(2).
       01  WS-JOURS-MOIS       PIC 9(2).

       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-TAUX-CESSION     PIC 9(2)V9(4) VALUE 00.0300.

       01  WS-MONTANT-CONV-IN  PIC S9(10)V9(2).
       01  WS-MONTANT-CONVERTI PIC S9(10)V9(2).
       01  WS-CONV-STATUT      PIC X(1).
       01  WS-CONV-DATE        PIC X(8) VALUE SPACES.
       01  WS-CONV-COTE        PIC X(1) VALUE "M".
       01  WS-TAUX-RETOURNE    PIC 9(4)V9(4).
       01  WS-PGM-CONVERSION   PIC X(20) VALUE "CONVERSION-DEVISE".
       01  WS-DEVISE-MAD       PIC X(3) VALUE "MAD".
       01  WS-DEVISE-COURANTE  PIC X(3).
       01  WS-NB-SANS-TAUX     PIC 9(5) VALUE ZERO.

      *    comptes joints charges en memoire, comme dans
      *    ETAT-FISCAL-CLIENTS.
       01  WS-NB-CTI           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CTI.
         05 WS-CTI  OCCURS 200 TIMES.
           10  WS-CTI-CPT      PIC X(6).
           10  WS-CTI-MAT      PIC X(6).
       01  WS-C                PIC 9(3).

      *    table de correspondance chargee en memoire.
       01  WS-NB-PRD           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-PRD.
         05 WS-PRD  OCCURS 30 TIMES.
           10  WS-PRD-CODE     PIC X(4).
           10  WS-PRD-SENS     PIC X(1).
       01  WS-P                PIC 9(2).

      *    comptes du fichier maitre, dans l'ordre des cles : les
      *    photos sont ecrites dans le meme ordre, la recherche
      *    repart donc du compte trouve precedemment.
       01  WS-NB-CPT           PIC 9(4) VALUE ZERO.
       01  WS-CPT-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CPT.
         05 WS-CPT  OCCURS 3000 TIMES.
           10  WS-CPT-NUM      PIC X(6).
           10  WS-CPT-TITUL    PIC X(6).
           10  WS-CPT-DEVISE   PIC X(3).
           10  WS-CPT-AGENCE   PIC X(3).
           10  WS-CPT-DATE     PIC X(8).
           10  WS-CPT-STATUT   PIC X(1).
           10  WS-CPT-SOLDE    PIC S9(10)V9(2).
           10  WS-CPT-CUMUL    PIC S9(13)V9(2).
       01  WS-A                PIC 9(4).
       01  WS-A-TROUVE         PIC 9(4).
       01  WS-A-DERNIER        PIC 9(4) VALUE ZERO.
       01  WS-NUM-CPT-CHERCHE  PIC X(6).
       01  WS-NB-PHOTOS        PIC 9(2) VALUE ZERO.
       01  WS-PHOTO-DU-JOUR    PIC X(1) VALUE "N".
       01  WS-SOLDE-MOYEN      PIC S9(10)V9(2).

      *    rubriques d'un client : F frais, D interets debiteurs,
      *    P interets de prets, X marge de change, B credit de
      *    financement, C interets crediteurs, T retenues.
       01  WS-RUBRIQUE         PIC X(1).
       01  WS-NB-CLI           PIC 9(4) VALUE ZERO.
       01  WS-CLI-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CLI.
         05 WS-CLI  OCCURS 3000 TIMES.
           10  WS-CLI-MAT      PIC X(6).
           10  WS-CLI-AGENCE   PIC X(3).
           10  WS-CLI-DATE-REF PIC X(8).
           10  WS-CLI-FRAIS    PIC S9(11)V9(2).
           10  WS-CLI-INT-DEB  PIC S9(11)V9(2).
           10  WS-CLI-INT-PRET PIC S9(11)V9(2).
           10  WS-CLI-CHANGE   PIC S9(11)V9(2).
           10  WS-CLI-FINANCE  PIC S9(11)V9(2).
           10  WS-CLI-INT-CRED PIC S9(11)V9(2).
           10  WS-CLI-RETENUES PIC S9(11)V9(2).
           10  WS-CLI-NET      PIC S9(11)V9(2).
           10  WS-CLI-PRIS     PIC X(1).
       01  WS-I                PIC 9(4).
       01  WS-CLI-TROUVE       PIC 9(4).
       01  WS-MAT-CLT          PIC X(6).

      *    partage d'un montant entre les detenteurs d'un compte.
       01  WS-MONTANT-MAD      PIC S9(11)V9(2).
       01  WS-NB-DETENTEURS    PIC 9(2).
       01  WS-PART-DETENTEUR   PIC S9(11)V9(2).
       01  WS-MONTANT-CLIENT   PIC S9(11)V9(2).

      *    echeances de prets prelevees dans le mois, relevees sur
      *    les libelles PRT1/PRT2 avec le compte preleve ; la part
      *    d'interet est reprise ensuite de l'echeancier.
       01  WS-NB-ECA           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ECA.
         05 WS-ECA  OCCURS 1000 TIMES.
           10  WS-ECA-PRET     PIC X(6).
           10  WS-ECA-NUMERO   PIC 9(3).
           10  WS-ECA-CPT      PIC X(6).
           10  WS-ECA-INTERET  PIC 9(8)V9(2).
       01  WS-E                PIC 9(4).
       01  WS-ECH-LIBELLE      PIC 9(3).
       01  WS-PRET-LIBELLE     PIC X(6).

      *    marge de change du mois cumulee par piece d'identite.
       01  WS-NB-CIN           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-CIN.
         05 WS-CIN  OCCURS 500 TIMES.
           10  WS-CIN-NUMERO   PIC X(10).
           10  WS-CIN-MARGE    PIC 9(10)V9(2).
           10  WS-CIN-RENDUE   PIC X(1).
       01  WS-N                PIC 9(3).
       01  WS-CHANGE-HORS-CLT  PIC 9(10)V9(2) VALUE ZERO.

      *    classement : WS-ORDRE(rang) = ligne client ; agences
      *    editees par ordre de code.
       01  WS-NB-CLASSES       PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ORDRE.
         05 WS-ORDRE           PIC 9(4) OCCURS 3000 TIMES.
       01  WS-RANG             PIC 9(4).
       01  WS-MEILLEUR         PIC 9(4).
       01  WS-FIN-CLASSEMENT   PIC X(1).
       01  WS-NB-AGC           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-AGC.
         05 WS-AGC  OCCURS 50 TIMES.
           10  WS-AGC-CODE     PIC X(3).
           10  WS-AGC-EDITEE   PIC X(1).
       01  WS-G                PIC 9(2).
       01  WS-G-CHOISIE        PIC 9(2).
       01  WS-AGENCE-COURANTE  PIC X(3).
       01  WS-TROUVE           PIC X(1).

      *    totaux d'une agence puis de la banque, memes rubriques.
       01  WS-TOTAUX.
         05 WS-TOT  OCCURS 2 TIMES.
           10  WS-TOT-NB       PIC 9(5).
           10  WS-TOT-FRAIS    PIC S9(11)V9(2).
           10  WS-TOT-INT-DEB  PIC S9(11)V9(2).
           10  WS-TOT-INT-PRET PIC S9(11)V9(2).
           10  WS-TOT-CHANGE   PIC S9(11)V9(2).
           10  WS-TOT-FINANCE  PIC S9(11)V9(2).
           10  WS-TOT-INT-CRED PIC S9(11)V9(2).
           10  WS-TOT-RETENUES PIC S9(11)V9(2).
           10  WS-TOT-NET      PIC S9(11)V9(2).
       01  WS-T                PIC 9(1).

       01  WS-LIGNE-CLIENT.
           05  WS-LC-RANG      PIC Z(3)9.
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-LC-MAT       PIC X(6).
           05  FILLER          PIC X(1) VALUE SPACE.
           05  WS-LC-NOM       PIC X(15).
           05  WS-LC-FRAIS     PIC -(8)9.99.
           05  WS-LC-INT-DEB   PIC -(8)9.99.
           05  WS-LC-INT-PRET  PIC -(8)9.99.
           05  WS-LC-CHANGE    PIC -(8)9.99.
           05  WS-LC-FINANCE   PIC -(8)9.99.
           05  WS-LC-INT-CRED  PIC -(8)9.99.
           05  WS-LC-RETENUES  PIC -(8)9.99.
           05  WS-LC-NET       PIC -(8)9.99.
       01  WS-ED-MONTANT       PIC -(10)9.99.
       01  WS-ED-TAUX          PIC Z9.9999.

       PROCEDURE DIVISION.

       MAIN-RENTABILITE-CLIENTS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           MOVE WS-AUJOURD-HUI(1:6) TO WS-MOIS-COURANT.
           PERFORM CALCULER-JOURS-MOIS.
           MOVE "TAUX-CESSION-INTERNE" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE.
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-TAUX-CESSION
           END-IF.

           PERFORM CHARGER-CO-TITULAIRES.
           PERFORM CHARGER-TABLE-PRODUITS.
           PERFORM CHARGER-COMPTES.
           IF WS-NB-CPT = 0
               DISPLAY "FICHIER MAITRE DES COMPTES INTROUVABLE OU VIDE"
               GOBACK
           END-IF.
           IF WS-CPT-SURCHARGE = "O"
               DISPLAY "PLUS DE 3000 COMPTES, ETAT INCOMPLET"
           END-IF.
           PERFORM RATTACHER-CLIENTS.

           PERFORM CUMULER-PHOTOS-SOLDES.
           PERFORM CREDITER-FINANCEMENT.
           PERFORM BALAYER-JOURNAL.
           PERFORM CUMULER-INTERETS-PRETS.
           PERFORM CUMULER-MARGES-CHANGE.
           IF WS-CLI-SURCHARGE = "O"
               DISPLAY "PLUS DE 3000 CLIENTS, ETAT INCOMPLET"
           END-IF.

           PERFORM CLASSER-CLIENTS.
           PERFORM EDITER-ETAT.

           MOVE WS-TOT-NET(2) TO WS-ED-MONTANT.
           DISPLAY "====== RENTABILITE PAR CLIENT " WS-MOIS-COURANT
                   " ======".
           DISPLAY "CLIENTS CLASSES      : " WS-NB-CLASSES.
           DISPLAY "CONTRIBUTION NETTE   : " WS-ED-MONTANT.
           MOVE WS-CHANGE-HORS-CLT TO WS-ED-MONTANT.
           DISPLAY "CHANGE HORS CLIENTELE: " WS-ED-MONTANT.
           IF WS-NB-SANS-TAUX > 0
               DISPLAY "MONTANTS SANS COURS  : " WS-NB-SANS-TAUX
           END-IF.
           DISPLAY "ETAT DANS " WS-RAP-FILE-PATH.
           DISPLAY "==========================================".
           GOBACK.

       CALCULER-JOURS-MOIS.
           MOVE WS-MOIS-COURANT(1:4) TO WS-MS-ANNEE.
           MOVE WS-MOIS-COURANT(5:2) TO WS-MS-MOIS.
           ADD 1 TO WS-MS-MOIS.
           IF WS-MS-MOIS > 12
               MOVE 1 TO WS-MS-MOIS
               ADD 1 TO WS-MS-ANNEE
           END-IF.
           MOVE SPACES TO WS-DATE-JOUR.
           STRING WS-MOIS-COURANT "01"
               DELIMITED BY SIZE INTO WS-DATE-JOUR
           END-STRING.
           MOVE WS-DATE-JOUR TO WS-DATE-NUM-A.
           STRING WS-MOIS-SUIVANT "01"
               DELIMITED BY SIZE INTO WS-DATE-JOUR
           END-STRING.
           MOVE WS-DATE-JOUR TO WS-DATE-NUM-B.
           COMPUTE WS-JOURS-MOIS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-B) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM-A).
           EXIT.
       FIN-CALCULER-JOURS-MOIS.

       CHARGER-CO-TITULAIRES.
           OPEN INPUT CO-TITULAIRES.
           IF WS-CTI-FILESTATUS = "00"
               PERFORM UNTIL WS-CTI-FILESTATUS NOT = "00"
                   READ CO-TITULAIRES
                       AT END MOVE "10" TO WS-CTI-FILESTATUS
                       NOT AT END
                           IF WS-NB-CTI < 200
                               ADD 1 TO WS-NB-CTI
                               MOVE CTI-NUM-CPT TO
                                    WS-CTI-CPT(WS-NB-CTI)
                               MOVE CTI-MAT-CLT TO
                                    WS-CTI-MAT(WS-NB-CTI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-TITULAIRES
           END-IF.
           EXIT.
       FIN-CHARGER-CO-TITULAIRES.

       CHARGER-TABLE-PRODUITS.
           OPEN INPUT PRODUITS-GL.
           IF WS-PRD-FILESTATUS = "00"
               PERFORM UNTIL WS-PRD-FILESTATUS NOT = "00"
                   READ PRODUITS-GL
                       AT END MOVE "10" TO WS-PRD-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRD < 30
                               ADD 1 TO WS-NB-PRD
                               MOVE PRD-CODE-OPE TO
                                    WS-PRD-CODE(WS-NB-PRD)
                               MOVE PRD-SENS TO
                                    WS-PRD-SENS(WS-NB-PRD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUITS-GL
           END-IF.
           EXIT.
       FIN-CHARGER-TABLE-PRODUITS.

       CHARGER-COMPTES.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
               READ COMPTE-MASTER NEXT RECORD
                   AT END MOVE "10" TO WS-CPT-FILESTATUS
                   NOT AT END
                       IF WS-NB-CPT < 3000
                           ADD 1 TO WS-NB-CPT
                           MOVE CPM-NUM-CPT   TO WS-CPT-NUM(WS-NB-CPT)
                           MOVE CPM-TITUL-CPT TO
                                WS-CPT-TITUL(WS-NB-CPT)
                           MOVE CPM-DEVISE-CPT TO
                                WS-CPT-DEVISE(WS-NB-CPT)
                           MOVE CPM-AGENCE    TO
                                WS-CPT-AGENCE(WS-NB-CPT)
                           MOVE CPM-DATE-CPT  TO WS-CPT-DATE(WS-NB-CPT)
                           MOVE CPM-STATUT    TO
                                WS-CPT-STATUT(WS-NB-CPT)
                           MOVE CPM-SOLDE-CPT TO
                                WS-CPT-SOLDE(WS-NB-CPT)
                           MOVE ZERO TO WS-CPT-CUMUL(WS-NB-CPT)
                       ELSE
                           MOVE "O" TO WS-CPT-SURCHARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPTE-MASTER.
           EXIT.
       FIN-CHARGER-COMPTES.

      *    cree la ligne de chaque detenteur et le rattache a
      *    l'agence de son plus ancien compte non cloture en titre ;
      *    a defaut (co-titulaire seulement, ou comptes tous
      *    clotures), a l'agence du premier compte rencontre.
       RATTACHER-CLIENTS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-CPT
               MOVE WS-CPT-TITUL(WS-A) TO WS-MAT-CLT
               PERFORM TROUVER-LIGNE-CLIENT
               IF WS-CLI-TROUVE NOT = 0
                   IF WS-CPT-STATUT(WS-A) NOT = "C"
                      AND WS-CPT-DATE(WS-A) <
                          WS-CLI-DATE-REF(WS-CLI-TROUVE)
                       MOVE WS-CPT-AGENCE(WS-A) TO
                            WS-CLI-AGENCE(WS-CLI-TROUVE)
                       MOVE WS-CPT-DATE(WS-A) TO
                            WS-CLI-DATE-REF(WS-CLI-TROUVE)
                   END-IF
                   IF WS-CLI-AGENCE(WS-CLI-TROUVE) = SPACES
                       MOVE WS-CPT-AGENCE(WS-A) TO
                            WS-CLI-AGENCE(WS-CLI-TROUVE)
                   END-IF
               END-IF
               PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTI
                   IF WS-CTI-CPT(WS-C) = WS-CPT-NUM(WS-A)
                      AND WS-CTI-MAT(WS-C) NOT = WS-CPT-TITUL(WS-A)
                       MOVE WS-CTI-MAT(WS-C) TO WS-MAT-CLT
                       PERFORM TROUVER-LIGNE-CLIENT
                       IF WS-CLI-TROUVE NOT = 0
                          AND WS-CLI-AGENCE(WS-CLI-TROUVE) = SPACES
                           MOVE WS-CPT-AGENCE(WS-A) TO
                                WS-CLI-AGENCE(WS-CLI-TROUVE)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
       FIN-RATTACHER-CLIENTS.

      *    solde moyen : une photo par jour ouvre du mois ; le solde
      *    du fichier maitre compte pour le jour meme quand sa photo
      *    n'est pas encore prise.
       CUMULER-PHOTOS-SOLDES.
           PERFORM VARYING WS-JOUR FROM 1 BY 1 UNTIL WS-JOUR > 31
               MOVE WS-MOIS-COURANT TO WS-DATE-JOUR(1:6)
               MOVE WS-JOUR TO WS-DATE-JOUR(7:2)
               IF WS-DATE-JOUR NOT > WS-AUJOURD-HUI
                   PERFORM CUMULER-UNE-PHOTO
               END-IF
           END-PERFORM.
           IF WS-PHOTO-DU-JOUR = "N"
               ADD 1 TO WS-NB-PHOTOS
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-NB-CPT
                   ADD WS-CPT-SOLDE(WS-A) TO WS-CPT-CUMUL(WS-A)
               END-PERFORM
           END-IF.
           EXIT.
       FIN-CUMULER-PHOTOS-SOLDES.

       CUMULER-UNE-PHOTO.
           MOVE SPACES TO WS-SNP-FILE-PATH.
           STRING "SOLDES-" WS-DATE-JOUR ".DAT"
               DELIMITED BY SIZE INTO WS-SNP-FILE-PATH
           END-STRING.
           OPEN INPUT SNAPSHOT-FICHIER.
           IF WS-SNP-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-PHOTOS.
           IF WS-DATE-JOUR = WS-AUJOURD-HUI
               MOVE "O" TO WS-PHOTO-DU-JOUR
           END-IF.
           PERFORM UNTIL WS-SNP-FILESTATUS NOT = "00"
               READ SNAPSHOT-FICHIER
                   AT END MOVE "10" TO WS-SNP-FILESTATUS
                   NOT AT END
                       MOVE SNP-NUM-CPT TO WS-NUM-CPT-CHERCHE
                       PERFORM TROUVER-COMPTE
                       IF WS-A-TROUVE NOT = 0
                           ADD SNP-SOLDE TO WS-CPT-CUMUL(WS-A-TROUVE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FICHIER.
           EXIT.
       FIN-CUMULER-UNE-PHOTO.

      *    credit de financement de chaque compte : solde moyen en
      *    contre-valeur MAD au taux de cession, prorata du mois.
       CREDITER-FINANCEMENT.
           IF WS-NB-PHOTOS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "B" TO WS-RUBRIQUE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-CPT
               COMPUTE WS-SOLDE-MOYEN ROUNDED =
                       WS-CPT-CUMUL(WS-A) / WS-NB-PHOTOS
               IF WS-SOLDE-MOYEN NOT = 0
                   MOVE WS-CPT-DEVISE(WS-A) TO WS-DEVISE-COURANTE
                   MOVE WS-SOLDE-MOYEN TO WS-MONTANT-CONV-IN
                   PERFORM CONVERTIR-EN-MAD
                   IF WS-CONV-STATUT = "O"
                       COMPUTE WS-MONTANT-MAD ROUNDED =
                               WS-MONTANT-CONVERTI * WS-TAUX-CESSION
                               * WS-JOURS-MOIS / 365
                       MOVE WS-A TO WS-A-TROUVE
                       PERFORM VENTILER-MONTANT
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CREDITER-FINANCEMENT.

      *    une passe sur le mois en cours du journal vivant.
       BALAYER-JOURNAL.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS NOT = "00"
               DISPLAY "JOURNAL DES OPERATIONS INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
               READ JOURNAL-OPERATIONS NEXT RECORD
                   AT END MOVE "10" TO WS-JRN-FILESTATUS
                   NOT AT END
                       IF JRN-DATE-OPE(1:6) = WS-MOIS-COURANT
                           PERFORM CLASSER-UNE-ECRITURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-OPERATIONS.
           EXIT.
       FIN-BALAYER-JOURNAL.

       CLASSER-UNE-ECRITURE.
           EVALUATE JRN-CODE-OPE
               WHEN "INT1"
               WHEN "DAT4"
                   MOVE "C" TO WS-RUBRIQUE
               WHEN "TAX1"
                   MOVE "T" TO WS-RUBRIQUE
               WHEN "INT2"
                   MOVE "D" TO WS-RUBRIQUE
      *    remboursement commercial d'un frais : en deduction des
      *    frais, qu'il soit mappe ou non.
               WHEN "RMB1"
                   MOVE "C" TO WS-RUBRIQUE
               WHEN "PRT1"
               WHEN "PRT2"
                   PERFORM RELEVER-ECHEANCE-PRELEVEE
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE SPACE TO WS-RUBRIQUE
                   PERFORM VARYING WS-P FROM 1 BY 1
                           UNTIL WS-P > WS-NB-PRD
                              OR WS-RUBRIQUE NOT = SPACE
                       IF WS-PRD-CODE(WS-P) = JRN-CODE-OPE
                           MOVE WS-PRD-SENS(WS-P) TO WS-RUBRIQUE
                       END-IF
                   END-PERFORM
                   IF WS-RUBRIQUE NOT = "R" AND WS-RUBRIQUE NOT = "C"
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE.

           MOVE JRN-NUM-CPT TO WS-NUM-CPT-CHERCHE.
           PERFORM TROUVER-COMPTE.
           IF WS-A-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE JRN-DEVISE TO WS-DEVISE-COURANTE.
           MOVE JRN-MONTANT TO WS-MONTANT-CONV-IN.
           PERFORM CONVERTIR-EN-MAD.
           IF WS-CONV-STATUT NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-MONTANT-CONVERTI TO WS-MONTANT-MAD.
      *    frais : un code au sens C (remboursement, remise) vient
      *    en deduction ; les rubriques d'interets sont deja
      *    classees ci-dessus.
           IF WS-RUBRIQUE = "R"
               MOVE "F" TO WS-RUBRIQUE
           ELSE
               IF WS-RUBRIQUE = "C"
                  AND JRN-CODE-OPE NOT = "INT1"
                  AND JRN-CODE-OPE NOT = "DAT4"
                   MOVE "F" TO WS-RUBRIQUE
                   COMPUTE WS-MONTANT-MAD = 0 - WS-MONTANT-MAD
               END-IF
           END-IF.
           PERFORM VENTILER-MONTANT.
           EXIT.
       FIN-CLASSER-UNE-ECRITURE.

      *    ligne PRT1 ("ECHEANCE nnn PRET xxxxxx") ou PRT2
      *    ("RATTRAPAGE ECH nnn PRET xxxxxx") du mois, comme dans
      *    ETAT-FISCAL-CLIENTS ; chaque couple (pret, echeance) n'est
      *    retenu qu'une fois.
       RELEVER-ECHEANCE-PRELEVEE.
           IF JRN-CODE-OPE = "PRT1"
               IF JRN-LIBELLE(1:9) NOT = "ECHEANCE "
                  OR JRN-LIBELLE(10:3) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE JRN-LIBELLE(10:3) TO WS-ECH-LIBELLE
               MOVE JRN-LIBELLE(19:6) TO WS-PRET-LIBELLE
           ELSE
               IF JRN-LIBELLE(1:15) NOT = "RATTRAPAGE ECH "
                  OR JRN-LIBELLE(16:3) IS NOT NUMERIC
                   EXIT PARAGRAPH
               END-IF
               MOVE JRN-LIBELLE(16:3) TO WS-ECH-LIBELLE
               MOVE JRN-LIBELLE(25:6) TO WS-PRET-LIBELLE
           END-IF.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ECA
               IF WS-ECA-PRET(WS-E) = WS-PRET-LIBELLE
                  AND WS-ECA-NUMERO(WS-E) = WS-ECH-LIBELLE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-ECA < 1000
               ADD 1 TO WS-NB-ECA
               MOVE WS-PRET-LIBELLE TO WS-ECA-PRET(WS-NB-ECA)
               MOVE WS-ECH-LIBELLE  TO WS-ECA-NUMERO(WS-NB-ECA)
               MOVE JRN-NUM-CPT     TO WS-ECA-CPT(WS-NB-ECA)
               MOVE ZERO            TO WS-ECA-INTERET(WS-NB-ECA)
           END-IF.
           EXIT.
       FIN-RELEVER-ECHEANCE-PRELEVEE.

      *    une passe sur l'echeancier reprend la part d'interet des
      *    echeances prelevees dans le mois, rendue ensuite aux
      *    detenteurs du compte preleve.
       CUMULER-INTERETS-PRETS.
           IF WS-NB-ECA = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ECHEANCIER.
           IF WS-ECH-FILESTATUS = "00"
               PERFORM UNTIL WS-ECH-FILESTATUS NOT = "00"
                   READ ECHEANCIER
                       AT END MOVE "10" TO WS-ECH-FILESTATUS
                       NOT AT END
                           PERFORM VARYING WS-E FROM 1 BY 1
                                   UNTIL WS-E > WS-NB-ECA
                               IF WS-ECA-PRET(WS-E) = ECH-NUM-PRET
                                  AND WS-ECA-NUMERO(WS-E) = ECH-NUMERO
                                   MOVE ECH-INTERET TO
                                        WS-ECA-INTERET(WS-E)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE ECHEANCIER
           END-IF.
           MOVE "P" TO WS-RUBRIQUE.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > WS-NB-ECA
               IF WS-ECA-INTERET(WS-E) > 0
                   MOVE WS-ECA-CPT(WS-E) TO WS-NUM-CPT-CHERCHE
                   PERFORM TROUVER-COMPTE
                   IF WS-A-TROUVE NOT = 0
                       MOVE WS-ECA-INTERET(WS-E) TO WS-MONTANT-MAD
                       PERFORM VENTILER-MONTANT
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CUMULER-INTERETS-PRETS.

      *    marge du mois cumulee par piece d'identite, puis rendue
      *    au client qui porte cette piece au fichier client ; le
      *    reste a ete fait sur des passants.
       CUMULER-MARGES-CHANGE.
           OPEN INPUT CHANGE-REGISTRE.
           IF WS-CHG-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CHG-FILESTATUS NOT = "00"
               READ CHANGE-REGISTRE
                   AT END MOVE "10" TO WS-CHG-FILESTATUS
                   NOT AT END
                       IF CHG-DATE(1:6) = WS-MOIS-COURANT
                           PERFORM CUMULER-UNE-MARGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHANGE-REGISTRE.

           OPEN INPUT CLIENT-MASTER.
           IF WS-CLT-FILESTATUS = "00"
               PERFORM UNTIL WS-CLT-FILESTATUS NOT = "00"
                   READ CLIENT-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CLT-FILESTATUS
                       NOT AT END
                           IF CLM-CIN-CLT NOT = SPACES
                               PERFORM RENDRE-MARGE-CLIENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLIENT-MASTER
           END-IF.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NB-CIN
               IF WS-CIN-RENDUE(WS-N) = "N"
                   ADD WS-CIN-MARGE(WS-N) TO WS-CHANGE-HORS-CLT
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CUMULER-MARGES-CHANGE.

       CUMULER-UNE-MARGE.
           IF CHG-CIN = SPACES
               ADD CHG-MARGE-MAD TO WS-CHANGE-HORS-CLT
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NB-CIN
               IF WS-CIN-NUMERO(WS-N) = CHG-CIN
                   ADD CHG-MARGE-MAD TO WS-CIN-MARGE(WS-N)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.
           IF WS-NB-CIN < 500
               ADD 1 TO WS-NB-CIN
               MOVE CHG-CIN       TO WS-CIN-NUMERO(WS-NB-CIN)
               MOVE CHG-MARGE-MAD TO WS-CIN-MARGE(WS-NB-CIN)
               MOVE "N"           TO WS-CIN-RENDUE(WS-NB-CIN)
           ELSE
               ADD CHG-MARGE-MAD TO WS-CHANGE-HORS-CLT
           END-IF.
           EXIT.
       FIN-CUMULER-UNE-MARGE.

       RENDRE-MARGE-CLIENT.
           PERFORM VARYING WS-N FROM 1 BY 1 UNTIL WS-N > WS-NB-CIN
               IF WS-CIN-NUMERO(WS-N) = CLM-CIN-CLT
                  AND WS-CIN-RENDUE(WS-N) = "N"
                   MOVE CLM-MAT-CLT TO WS-MAT-CLT
                   PERFORM TROUVER-LIGNE-CLIENT
                   IF WS-CLI-TROUVE NOT = 0
                       MOVE "O" TO WS-CIN-RENDUE(WS-N)
                       ADD WS-CIN-MARGE(WS-N) TO
                           WS-CLI-CHANGE(WS-CLI-TROUVE)
                       ADD WS-CIN-MARGE(WS-N) TO
                           WS-CLI-NET(WS-CLI-TROUVE)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       FIN-RENDRE-MARGE-CLIENT.

      *    WS-MONTANT-CONV-IN en WS-DEVISE-COURANTE -> contre-valeur
      *    MAD au cours moyen dans WS-MONTANT-CONVERTI.
       CONVERTIR-EN-MAD.
           MOVE "O" TO WS-CONV-STATUT.
           IF WS-DEVISE-COURANTE = WS-DEVISE-MAD
              OR WS-DEVISE-COURANTE = SPACES
               MOVE WS-MONTANT-CONV-IN TO WS-MONTANT-CONVERTI
           ELSE
               CALL WS-PGM-CONVERSION USING WS-MONTANT-CONV-IN
                    WS-DEVISE-COURANTE WS-DEVISE-MAD
                    WS-CONV-DATE WS-CONV-COTE
                    WS-MONTANT-CONVERTI WS-TAUX-RETOURNE
                    WS-CONV-STATUT
           END-IF.
           IF WS-CONV-STATUT NOT = "O"
               ADD 1 TO WS-NB-SANS-TAUX
           END-IF.
           EXIT.
       FIN-CONVERTIR-EN-MAD.

      *    WS-MONTANT-MAD du compte WS-A-TROUVE, rubrique
      *    WS-RUBRIQUE, partage entre le titulaire et les
      *    co-titulaires comme dans CONCENTRATION-DEPOTS.
       VENTILER-MONTANT.
           MOVE 1 TO WS-NB-DETENTEURS.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTI
               IF WS-CTI-CPT(WS-C) = WS-CPT-NUM(WS-A-TROUVE)
                  AND WS-CTI-MAT(WS-C) NOT = WS-CPT-TITUL(WS-A-TROUVE)
                   ADD 1 TO WS-NB-DETENTEURS
               END-IF
           END-PERFORM.
           COMPUTE WS-PART-DETENTEUR =
                   WS-MONTANT-MAD / WS-NB-DETENTEURS.
      *    le titulaire prend le reste de la division, pour que les
      *    parts retombent exactement sur le montant.
           COMPUTE WS-MONTANT-CLIENT = WS-MONTANT-MAD
                   - WS-PART-DETENTEUR * (WS-NB-DETENTEURS - 1).
           MOVE WS-CPT-TITUL(WS-A-TROUVE) TO WS-MAT-CLT.
           PERFORM CREDITER-CLIENT.
           MOVE WS-PART-DETENTEUR TO WS-MONTANT-CLIENT.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTI
               IF WS-CTI-CPT(WS-C) = WS-CPT-NUM(WS-A-TROUVE)
                  AND WS-CTI-MAT(WS-C) NOT = WS-CPT-TITUL(WS-A-TROUVE)
                   MOVE WS-CTI-MAT(WS-C) TO WS-MAT-CLT
                   PERFORM CREDITER-CLIENT
               END-IF
           END-PERFORM.
           EXIT.
       FIN-VENTILER-MONTANT.

       CREDITER-CLIENT.
           PERFORM TROUVER-LIGNE-CLIENT.
           IF WS-CLI-TROUVE = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CLI-TROUVE TO WS-I.
           EVALUATE WS-RUBRIQUE
               WHEN "F"
                   ADD WS-MONTANT-CLIENT TO WS-CLI-FRAIS(WS-I)
                   ADD WS-MONTANT-CLIENT TO WS-CLI-NET(WS-I)
               WHEN "D"
                   ADD WS-MONTANT-CLIENT TO WS-CLI-INT-DEB(WS-I)
                   ADD WS-MONTANT-CLIENT TO WS-CLI-NET(WS-I)
               WHEN "P"
                   ADD WS-MONTANT-CLIENT TO WS-CLI-INT-PRET(WS-I)
                   ADD WS-MONTANT-CLIENT TO WS-CLI-NET(WS-I)
               WHEN "B"
                   ADD WS-MONTANT-CLIENT TO WS-CLI-FINANCE(WS-I)
                   ADD WS-MONTANT-CLIENT TO WS-CLI-NET(WS-I)
               WHEN "C"
                   ADD WS-MONTANT-CLIENT TO WS-CLI-INT-CRED(WS-I)
                   SUBTRACT WS-MONTANT-CLIENT FROM WS-CLI-NET(WS-I)
               WHEN "T"
                   ADD WS-MONTANT-CLIENT TO WS-CLI-RETENUES(WS-I)
           END-EVALUATE.
           EXIT.
       FIN-CREDITER-CLIENT.

      *    WS-MAT-CLT -> WS-CLI-TROUVE, ligne creee au besoin ; zero
      *    quand la table est pleine ou le matricule a blanc.
       TROUVER-LIGNE-CLIENT.
           MOVE ZERO TO WS-CLI-TROUVE.
           IF WS-MAT-CLT = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-NB-CLI OR WS-CLI-TROUVE NOT = 0
               IF WS-CLI-MAT(WS-I) = WS-MAT-CLT
                   MOVE WS-I TO WS-CLI-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CLI-TROUVE NOT = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CLI NOT < 3000
               MOVE "O" TO WS-CLI-SURCHARGE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-CLI.
           MOVE WS-NB-CLI TO WS-CLI-TROUVE.
           MOVE WS-MAT-CLT  TO WS-CLI-MAT(WS-NB-CLI).
           MOVE SPACES      TO WS-CLI-AGENCE(WS-NB-CLI).
           MOVE HIGH-VALUES TO WS-CLI-DATE-REF(WS-NB-CLI).
           MOVE ZERO TO WS-CLI-FRAIS(WS-NB-CLI)
                        WS-CLI-INT-DEB(WS-NB-CLI)
                        WS-CLI-INT-PRET(WS-NB-CLI)
                        WS-CLI-CHANGE(WS-NB-CLI)
                        WS-CLI-FINANCE(WS-NB-CLI)
                        WS-CLI-INT-CRED(WS-NB-CLI)
                        WS-CLI-RETENUES(WS-NB-CLI)
                        WS-CLI-NET(WS-NB-CLI).
           MOVE "N" TO WS-CLI-PRIS(WS-NB-CLI).
           EXIT.
       FIN-TROUVER-LIGNE-CLIENT.

      *    WS-NUM-CPT-CHERCHE -> WS-A-TROUVE (zero si inconnu) ; le
      *    compte suivant le dernier trouve est essaye d'abord.
       TROUVER-COMPTE.
           MOVE ZERO TO WS-A-TROUVE.
           IF WS-A-DERNIER < WS-NB-CPT
               IF WS-CPT-NUM(WS-A-DERNIER + 1) = WS-NUM-CPT-CHERCHE
                   ADD 1 TO WS-A-DERNIER
                   MOVE WS-A-DERNIER TO WS-A-TROUVE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-NB-CPT OR WS-A-TROUVE NOT = 0
               IF WS-CPT-NUM(WS-A) = WS-NUM-CPT-CHERCHE
                   MOVE WS-A TO WS-A-TROUVE
               END-IF
           END-PERFORM.
           IF WS-A-TROUVE NOT = 0
               MOVE WS-A-TROUVE TO WS-A-DERNIER
           END-IF.
           EXIT.
       FIN-TROUVER-COMPTE.

      *    classement par selection successive de la plus forte
      *    contribution nette non encore classee ; les clients sans
      *    le moindre montant du mois ne sont pas classes.
       CLASSER-CLIENTS.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-CLI
               IF WS-CLI-FRAIS(WS-I) = 0 AND WS-CLI-INT-DEB(WS-I) = 0
                  AND WS-CLI-INT-PRET(WS-I) = 0
                  AND WS-CLI-CHANGE(WS-I) = 0
                  AND WS-CLI-FINANCE(WS-I) = 0
                  AND WS-CLI-INT-CRED(WS-I) = 0
                  AND WS-CLI-RETENUES(WS-I) = 0
                   MOVE "O" TO WS-CLI-PRIS(WS-I)
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-FIN-CLASSEMENT.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-CLI OR WS-FIN-CLASSEMENT = "O"
               MOVE ZERO TO WS-MEILLEUR
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-NB-CLI
                   IF WS-CLI-PRIS(WS-I) = "N"
                       IF WS-MEILLEUR = 0
                           MOVE WS-I TO WS-MEILLEUR
                       ELSE
                           IF WS-CLI-NET(WS-I) >
                              WS-CLI-NET(WS-MEILLEUR)
                               MOVE WS-I TO WS-MEILLEUR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MEILLEUR = 0
                   MOVE "O" TO WS-FIN-CLASSEMENT
               ELSE
                   MOVE "O" TO WS-CLI-PRIS(WS-MEILLEUR)
                   ADD 1 TO WS-NB-CLASSES
                   MOVE WS-MEILLEUR TO WS-ORDRE(WS-NB-CLASSES)
                   PERFORM NOTER-AGENCE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CLASSER-CLIENTS.

       NOTER-AGENCE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-NB-AGC OR WS-TROUVE = "O"
               IF WS-AGC-CODE(WS-G) = WS-CLI-AGENCE(WS-MEILLEUR)
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N" AND WS-NB-AGC < 50
               ADD 1 TO WS-NB-AGC
               MOVE WS-CLI-AGENCE(WS-MEILLEUR) TO
                    WS-AGC-CODE(WS-NB-AGC)
               MOVE "N" TO WS-AGC-EDITEE(WS-NB-AGC)
           END-IF.
           EXIT.
       FIN-NOTER-AGENCE.

       EDITER-ETAT.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "RENTABILITE-CLIENTS-" WS-MOIS-COURANT ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           OPEN INPUT CLIENT-MASTER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RENTABILITE PAR CLIENT - MOIS " WS-MOIS-COURANT
                  " - ARRETE DU " WS-AUJOURD-HUI " (CONTRE-VALEUR MAD)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE WS-TAUX-CESSION TO WS-ED-TAUX.
           MOVE SPACES TO RAP-LIGNE.
           STRING "SOLDE MOYEN SUR " WS-NB-PHOTOS
                  " PHOTO(S), TAUX DE CESSION " WS-ED-TAUX
                  " SUR " WS-JOURS-MOIS " JOURS"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.

           MOVE 2 TO WS-T.
           PERFORM REMETTRE-TOTAL-A-ZERO.
      *    agences par ordre de code, clients par rang dans l'agence.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-AGC
               MOVE ZERO TO WS-G-CHOISIE
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-NB-AGC
                   IF WS-AGC-EDITEE(WS-P) = "N"
                       IF WS-G-CHOISIE = 0
                           MOVE WS-P TO WS-G-CHOISIE
                       ELSE
                           IF WS-AGC-CODE(WS-P) <
                              WS-AGC-CODE(WS-G-CHOISIE)
                               MOVE WS-P TO WS-G-CHOISIE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "O" TO WS-AGC-EDITEE(WS-G-CHOISIE)
               MOVE WS-AGC-CODE(WS-G-CHOISIE) TO WS-AGENCE-COURANTE
               PERFORM EDITER-UNE-AGENCE
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE 2 TO WS-T.
           MOVE "TOTAL BANQUE" TO WS-LC-NOM.
           PERFORM EDITER-LIGNE-TOTAL.
           MOVE WS-CHANGE-HORS-CLT TO WS-ED-MONTANT.
           MOVE SPACES TO RAP-LIGNE.
           STRING "MARGE DE CHANGE HORS CLIENTELE (PASSANTS) : "
                  WS-ED-MONTANT
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-NB-SANS-TAUX > 0
               MOVE SPACES TO RAP-LIGNE
               STRING "MONTANTS ECARTES FAUTE DE COURS : "
                      WS-NB-SANS-TAUX
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           IF WS-CLI-SURCHARGE = "O" OR WS-CPT-SURCHARGE = "O"
               MOVE "*** TABLES PLEINES, ETAT INCOMPLET ***"
                   TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.
           CLOSE CLIENT-MASTER.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-ETAT.

       EDITER-UNE-AGENCE.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "AGENCE " WS-AGENCE-COURANTE
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "RANG MATRIC NOM                   FRAIS   INT.DEBIT"
                  "   INT.PRETS  MARGE CHG. CREDIT FIN.   INT.CRED."
                  "    RETENUES CONTRIB.NET"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE 1 TO WS-T.
           PERFORM REMETTRE-TOTAL-A-ZERO.
           PERFORM VARYING WS-RANG FROM 1 BY 1
                   UNTIL WS-RANG > WS-NB-CLASSES
               MOVE WS-ORDRE(WS-RANG) TO WS-I
               IF WS-CLI-AGENCE(WS-I) = WS-AGENCE-COURANTE
                   PERFORM EDITER-LIGNE-CLIENT
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-T.
           MOVE "TOTAL AGENCE" TO WS-LC-NOM.
           PERFORM EDITER-LIGNE-TOTAL.
           EXIT.
       FIN-EDITER-UNE-AGENCE.

      *    rang : celui du client dans toute la banque.
       EDITER-LIGNE-CLIENT.
           MOVE WS-CLI-MAT(WS-I) TO CLM-MAT-CLT.
           READ CLIENT-MASTER
               INVALID KEY
                   MOVE "INCONNU" TO CLM-NOM-CLT
           END-READ.
           MOVE WS-RANG             TO WS-LC-RANG.
           MOVE WS-CLI-MAT(WS-I)    TO WS-LC-MAT.
           MOVE CLM-NOM-CLT         TO WS-LC-NOM.
           MOVE WS-CLI-FRAIS(WS-I)    TO WS-LC-FRAIS.
           MOVE WS-CLI-INT-DEB(WS-I)  TO WS-LC-INT-DEB.
           MOVE WS-CLI-INT-PRET(WS-I) TO WS-LC-INT-PRET.
           MOVE WS-CLI-CHANGE(WS-I)   TO WS-LC-CHANGE.
           MOVE WS-CLI-FINANCE(WS-I)  TO WS-LC-FINANCE.
           MOVE WS-CLI-INT-CRED(WS-I) TO WS-LC-INT-CRED.
           MOVE WS-CLI-RETENUES(WS-I) TO WS-LC-RETENUES.
           MOVE WS-CLI-NET(WS-I)      TO WS-LC-NET.
           MOVE WS-LIGNE-CLIENT TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-T FROM 1 BY 1 UNTIL WS-T > 2
               ADD 1 TO WS-TOT-NB(WS-T)
               ADD WS-CLI-FRAIS(WS-I)    TO WS-TOT-FRAIS(WS-T)
               ADD WS-CLI-INT-DEB(WS-I)  TO WS-TOT-INT-DEB(WS-T)
               ADD WS-CLI-INT-PRET(WS-I) TO WS-TOT-INT-PRET(WS-T)
               ADD WS-CLI-CHANGE(WS-I)   TO WS-TOT-CHANGE(WS-T)
               ADD WS-CLI-FINANCE(WS-I)  TO WS-TOT-FINANCE(WS-T)
               ADD WS-CLI-INT-CRED(WS-I) TO WS-TOT-INT-CRED(WS-T)
               ADD WS-CLI-RETENUES(WS-I) TO WS-TOT-RETENUES(WS-T)
               ADD WS-CLI-NET(WS-I)      TO WS-TOT-NET(WS-T)
           END-PERFORM.
           EXIT.
       FIN-EDITER-LIGNE-CLIENT.

      *    WS-T = 1 total d'agence, 2 total banque ; le libelle est
      *    pose dans WS-LC-NOM par l'appelant.
       EDITER-LIGNE-TOTAL.
           MOVE WS-TOT-NB(WS-T)       TO WS-LC-RANG.
           MOVE "CLTS"                TO WS-LC-MAT.
           MOVE WS-TOT-FRAIS(WS-T)    TO WS-LC-FRAIS.
           MOVE WS-TOT-INT-DEB(WS-T)  TO WS-LC-INT-DEB.
           MOVE WS-TOT-INT-PRET(WS-T) TO WS-LC-INT-PRET.
           MOVE WS-TOT-CHANGE(WS-T)   TO WS-LC-CHANGE.
           MOVE WS-TOT-FINANCE(WS-T)  TO WS-LC-FINANCE.
           MOVE WS-TOT-INT-CRED(WS-T) TO WS-LC-INT-CRED.
           MOVE WS-TOT-RETENUES(WS-T) TO WS-LC-RETENUES.
           MOVE WS-TOT-NET(WS-T)      TO WS-LC-NET.
           MOVE WS-LIGNE-CLIENT TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           EXIT.
       FIN-EDITER-LIGNE-TOTAL.

       REMETTRE-TOTAL-A-ZERO.
           MOVE ZERO TO WS-TOT-NB(WS-T) WS-TOT-FRAIS(WS-T)
                        WS-TOT-INT-DEB(WS-T) WS-TOT-INT-PRET(WS-T)
                        WS-TOT-CHANGE(WS-T) WS-TOT-FINANCE(WS-T)
                        WS-TOT-INT-CRED(WS-T) WS-TOT-RETENUES(WS-T)
                        WS-TOT-NET(WS-T).
           EXIT.
       FIN-REMETTRE-TOTAL-A-ZERO.

       END PROGRAM RENTABILITE-CLIENTS.
