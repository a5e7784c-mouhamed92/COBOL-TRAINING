       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERTES-PRETS.
       AUTHOR.    MOHAMED.

      *    passage en perte des prets au contentieux et suivi des
      *    recouvrements posterieurs. Un pret en classe 4 reste
      *    provisionne a 100 pour cent par PROVISIONS-PRETS et
      *    gonflait l'encours sans fin : saisi par un employe actif
      *    et valide par un second de Fonction SIEGE, le passage en
      *    perte reprend la provision constituee (PRV2), pose la
      *    perte sur le capital restant du (PRT4, sans compte
      *    client), sort le pret du stock de provisions, eteint ses
      *    arrieres (statut E), met fin a son assurance emprunteur
      *    (signalee a l'assureur sur son prochain bordereau) et le
      *    passe au statut P. Le pret entre au registre
      *    PERTES-PRETS.DAT avec son agence et le montant passe en
      *    perte.
      *    Les sommes recouvrees ensuite aupres de l'emprunteur, d'un
      *    garant ou par realisation d'une garantie s'imputent sur ce
      *    registre sous leur propre code PRT5 : debit du compte
      *    designe (sens D) ou encaissement externe sans compte
      *    client (sens C). Chaque recouvrement est detaille dans
      *    RECOUVREMENTS-PERTES.DAT ; le bilan annuel par agence est
      *    l'affaire de BILAN-PERTES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT ARRIERES-FICHIER ASSIGN TO "ARRIERES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARR-FILESTATUS.

           SELECT PROVISIONS-STOCK ASSIGN TO "PROVISIONS-STOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STK-FILESTATUS.

           SELECT GARANTIES-FICHIER ASSIGN TO "GARANTIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAR-FILESTATUS.

      *    registre des prets passes en perte : une ligne par pret,
      *    cumul des recouvrements tenu a jour.
           SELECT PERTES-FICHIER ASSIGN TO "PERTES-PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRP-FILESTATUS.

      *    detail des recouvrements : une ligne par encaissement.
           SELECT RECOUVREMENTS-FICHIER
               ASSIGN TO "RECOUVREMENTS-PERTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FILESTATUS.

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

      *    fichier des employes tenu par EMP-FILE.
           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans SAISIE-PRETS. PRT-STATUT :
      *    A = en cours, X = contentieux, S = solde, P = passe en
      *    perte.
       FD  PRETS-FICHIER.
       01  PRT-ENREG.
           05  PRT-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-TAUX-ANNUEL     PIC 9(2)V9(4).
           05  FILLER              PIC X(1).
           05  PRT-DUREE-MOIS      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-CPT-VERSEMENT   PIC X(6).
           05  FILLER              PIC X(1).
           05  PRT-MENSUALITE      PIC 9(8)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-CAPITAL-RESTANT PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRT-ECH-PAYEES      PIC 9(3).
           05  FILLER              PIC X(1).
           05  PRT-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-RESTRUCTURE     PIC X(1).
           05  FILLER              PIC X(1).
           05  PRT-DATE-RESTRUCT   PIC X(8).

      *    meme mise en forme que dans ARRIERES-PRETS. ARR-STATUT :
      *    A = en cours, P = regle, C = capitalise, E = eteint au
      *    passage en perte du pret.
       FD  ARRIERES-FICHIER.
       01  ARR-ENREG.
           05  ARR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  ARR-NUM-ECH     PIC 9(3).
           05  FILLER          PIC X(1).
           05  ARR-DATE-IMPAYE PIC X(8).
           05  FILLER          PIC X(1).
           05  ARR-PENALITE    PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  ARR-STATUT      PIC X(1).

      *    meme mise en forme que dans PROVISIONS-PRETS.
       FD  PROVISIONS-STOCK.
       01  STK-ENREG.
           05  STK-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  STK-MOIS        PIC X(6).
           05  FILLER          PIC X(1).
           05  STK-PROVISION   PIC 9(10)V9(2).

      *    meme mise en forme que dans GARANTIES-PRETS. GAR-STATUT :
      *    A = active, L = levee, R = realisee apres passage en
      *    perte.
       FD  GARANTIES-FICHIER.
       01  GAR-ENREG.
           05  GAR-NUM-PRET    PIC X(6).
           05  FILLER          PIC X(1).
           05  GAR-TYPE        PIC X(10).
           05  FILLER          PIC X(1).
           05  GAR-VALEUR      PIC 9(10)V9(2).
           05  FILLER          PIC X(1).
           05  GAR-GARANT      PIC X(10).
           05  FILLER          PIC X(1).
           05  GAR-REF         PIC X(6).
           05  FILLER          PIC X(1).
           05  GAR-DATE-EXPIR  PIC X(8).
           05  FILLER          PIC X(1).
           05  GAR-STATUT      PIC X(1).

      *    PRP-STATUT : O = en recouvrement, S = integralement
      *    recouvre.
       FD  PERTES-FICHIER.
       01  PRP-ENREG.
           05  PRP-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  PRP-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  PRP-AGENCE          PIC X(3).
           05  FILLER              PIC X(1).
           05  PRP-DATE-PERTE      PIC X(8).
           05  FILLER              PIC X(1).
           05  PRP-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRP-PROVISION       PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRP-RECOUVRE        PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  PRP-VALIDEUR        PIC 9(5).
           05  FILLER              PIC X(1).
           05  PRP-STATUT          PIC X(1).

      *    REC-ORIGINE : E = emprunteur, G = garant, S = garantie
      *    realisee ; REC-REFERENCE porte le garant ou la garantie.
       FD  RECOUVREMENTS-FICHIER.
       01  REC-ENREG.
           05  REC-NUM-PRET        PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-DATE            PIC X(8).
           05  FILLER              PIC X(1).
           05  REC-AGENCE          PIC X(3).
           05  FILLER              PIC X(1).
           05  REC-ORIGINE         PIC X(1).
           05  FILLER              PIC X(1).
           05  REC-REFERENCE       PIC X(10).
           05  FILLER              PIC X(1).
           05  REC-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  REC-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  REC-NUM-SEQ         PIC 9(5).
           05  FILLER              PIC X(1).
           05  REC-OPERATEUR       PIC 9(5).

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

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

       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-ARR-FILESTATUS   PIC X(2).
       01  WS-STK-FILESTATUS   PIC X(2).
       01  WS-GAR-FILESTATUS   PIC X(2).
       01  WS-PRP-FILESTATUS   PIC X(2).
       01  WS-REC-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).

      *    interlock guichet/batch : ce programme ecrit les fichiers
      *    maitres et prend donc le verrou BATCH comme BATCH-JOUR,
      *    pour ne pas croiser une session guichet en lecture-
      *    modification-reecriture.
       01  WS-PGM-VERROU       PIC X(20) VALUE "VERROU-EXPLOITATION".
       01  WS-VERROU-ACTION    PIC X(1).
       01  WS-VERROU-TYPE      PIC X(8).
       01  WS-VERROU-RESULTAT  PIC X(1).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-HORODATAGE       PIC X(20).
       01  WS-NUM-SEQ          PIC 9(5) VALUE ZERO.
      *    scellement des ecritures posees : le sceau de la
      *    derniere ecriture du jour (releve par PROCHAIN-NUM-SEQ)
      *    enchaine celui de la suivante via SCELLER-JOURNAL.
       01  WS-PGM-SCEAU        PIC X(20) VALUE "SCELLER-JOURNAL".
       01  WS-SCEAU-PREC       PIC 9(9) VALUE ZERO.

       01  WS-CHOIX            PIC 9(1).
       01  WS-NUM-PRET         PIC X(6).
       01  WS-SAISISSEUR-ID    PIC 9(5).
       01  WS-DECIDEUR-ID      PIC 9(5).
       01  WS-EMP-OK           PIC X(1).
       01  WS-AUTORITE-OK      PIC X(1).
       01  WS-DECISION         PIC X(1).
       01  WS-SURCHARGE        PIC X(1).

      *    prets, arrieres, stock de provisions, garanties et
      *    registre charges en memoire puis reecrits en totalite,
      *    comme les autres sequentiels de la maison.
       01  WS-NB-PRETS         PIC 9(3) VALUE ZERO.
       01  WS-TABLE-PRETS.
         05 WS-PRT  OCCURS 200 TIMES.
           10  WS-PRT-IMAGE    PIC X(100).
       01  WS-NB-ARR           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-ARR.
         05 WS-ARR  OCCURS 500 TIMES.
           10  WS-ARR-IMAGE    PIC X(40).
       01  WS-NB-STK           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-STK.
         05 WS-STK  OCCURS 200 TIMES.
           10  WS-STK-IMAGE    PIC X(30).
       01  WS-NB-GAR           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-GAR.
         05 WS-GAR  OCCURS 300 TIMES.
           10  WS-GAR-IMAGE    PIC X(60).
       01  WS-NB-PRP           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-PRP.
         05 WS-PRP  OCCURS 200 TIMES.
           10  WS-PRP-IMAGE    PIC X(80).
       01  WS-P                PIC 9(3).
       01  WS-A                PIC 9(3).
       01  WS-S                PIC 9(3).
       01  WS-G                PIC 9(3).
       01  WS-R                PIC 9(3).
       01  WS-K                PIC 9(3).
       01  WS-RANG-SAISI       PIC 9(3).
       01  WS-TROUVE           PIC X(1).

      *    passage en perte.
       01  WS-MONTANT-PERTE    PIC 9(10)V9(2).
       01  WS-PROVISION        PIC 9(10)V9(2).
       01  WS-PERTE-NETTE      PIC S9(10)V9(2).
       01  WS-AGENCE           PIC X(3).
       01  WS-NB-ARR-ETEINTS   PIC 9(3).

      *    recouvrement.
       01  WS-ORIGINE          PIC X(1).
       01  WS-REFERENCE        PIC X(10).
       01  WS-MONTANT-REC      PIC 9(10)V9(2).
       01  WS-RESTE-A-RECOUVRER PIC 9(10)V9(2).
       01  WS-CPT-DEBIT        PIC X(6).

      *    ecriture a poser au journal.
       01  WS-CODE-JRN         PIC X(4).
       01  WS-SENS-JRN         PIC X(1).
       01  WS-MONTANT-JRN      PIC 9(10)V9(2).
       01  WS-LIBELLE-JRN      PIC X(30).
       01  WS-CPT-JRN          PIC X(6).
       01  WS-SOLDE-JRN        PIC S9(10)V9(2).
       01  WS-AGENCE-JRN       PIC X(3).
       01  WS-OPERATEUR-JRN    PIC 9(5).

      *    piste d'audit commune des mises a jour de fiches.
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "PERTES-PRETS".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

      *    fin de l'assurance emprunteur du pret passe en perte.
       01  WS-PGM-CLORE-ASSUR  PIC X(20) VALUE "CLORE-ASSURANCE-PRET".
       01  WS-MOTIF-FIN-ASSUR  PIC X(1) VALUE "P".
       01  WS-ASSUR-CLOSE      PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PERTES-PRETS.
           MOVE "P" TO WS-VERROU-ACTION.
           MOVE "BATCH" TO WS-VERROU-TYPE.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           IF WS-VERROU-RESULTAT NOT = "O"
               DISPLAY "VERROU D'EXPLOITATION REFUSE, JOB NON LANCE"
               GOBACK
           END-IF.

           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           DISPLAY "1-PASSER UN PRET EN PERTE".
           DISPLAY "2-ENREGISTRER UN RECOUVREMENT".
           DISPLAY "3-CONSULTER LE REGISTRE DES PERTES".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM PASSER-EN-PERTE
               WHEN 2
                   PERFORM ENREGISTRER-RECOUVREMENT
               WHEN 3
                   PERFORM CONSULTER-REGISTRE
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           MOVE "L" TO WS-VERROU-ACTION.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           GOBACK.

      *    passage en perte d'un pret au contentieux : saisi par un
      *    employe actif, valide par un second de Fonction SIEGE.
      *    La provision en stock est reprise, la perte posee sur le
      *    capital restant du.
       PASSER-EN-PERTE.
           DISPLAY "EMPLOYEE-ID DU SAISISSEUR :".
           ACCEPT WS-SAISISSEUR-ID.
           MOVE WS-SAISISSEUR-ID TO WS-DECIDEUR-ID.
           PERFORM CONTROLER-EMPLOYE-ACTIF.
           IF WS-EMP-OK NOT = "O"
               DISPLAY "EMPLOYE INCONNU OU INACTIF, SAISIE REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DU PRET A PASSER EN PERTE :".
           ACCEPT WS-NUM-PRET.
           PERFORM CHARGER-FICHIERS-PERTE.
      *    table pleine : reecrire les fichiers depuis des tables
      *    tronquees detruirait les lignes au-dela des bornes.
           IF WS-SURCHARGE = "O"
               DISPLAY "TABLES PLEINES, PASSAGE EN PERTE REFUSE"
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PRETS
               MOVE WS-PRT-IMAGE(WS-K) TO PRT-ENREG
               IF PRT-NUM-PRET = WS-NUM-PRET
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-K TO WS-P
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N"
               DISPLAY "PRET INTROUVABLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRT-IMAGE(WS-P) TO PRT-ENREG.
           IF PRT-STATUT NOT = "X"
               DISPLAY "SEUL UN PRET AU CONTENTIEUX PEUT PASSER EN "
                       "PERTE (STATUT " PRT-STATUT ")"
               EXIT PARAGRAPH
           END-IF.
           MOVE PRT-CAPITAL-RESTANT TO WS-MONTANT-PERTE.

      *    provision constituee sur le pret au dernier passage de
      *    PROVISIONS-PRETS.
           MOVE ZERO TO WS-PROVISION.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-STK
               MOVE WS-STK-IMAGE(WS-S) TO STK-ENREG
               IF STK-NUM-PRET = WS-NUM-PRET
                   MOVE STK-PROVISION TO WS-PROVISION
               END-IF
           END-PERFORM.
           COMPUTE WS-PERTE-NETTE = WS-MONTANT-PERTE - WS-PROVISION.

      *    agence du pret : celle du compte de versement.
           MOVE SPACES TO WS-AGENCE.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS = "00"
               MOVE PRT-CPT-VERSEMENT TO CPM-NUM-CPT
               READ COMPTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CPM-AGENCE TO WS-AGENCE
               END-READ
               CLOSE COMPTE-MASTER
           END-IF.

           DISPLAY "PRET " PRT-NUM-PRET " EMPRUNTEUR " PRT-MAT-CLT
                   " AGENCE " WS-AGENCE.
           DISPLAY "CAPITAL RESTANT DU   : " WS-MONTANT-PERTE.
           DISPLAY "PROVISION CONSTITUEE : " WS-PROVISION.
           DISPLAY "PERTE NETTE          : " WS-PERTE-NETTE.

           DISPLAY "EMPLOYEE-ID DU VALIDEUR (SIEGE) :".
           ACCEPT WS-DECIDEUR-ID.
           IF WS-DECIDEUR-ID = WS-SAISISSEUR-ID
               DISPLAY "LE SAISISSEUR NE VALIDE PAS SON PROPRE "
                       "PASSAGE EN PERTE !"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CONTROLER-AUTORITE-SIEGE.
           IF WS-AUTORITE-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "VALIDER LE PASSAGE EN PERTE ? (O/N)".
           ACCEPT WS-DECISION.
           IF WS-DECISION NOT = "O"
               DISPLAY "PASSAGE EN PERTE ABANDONNE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-AUD-AVANT.
           STRING "ST " PRT-STATUT " CRD " PRT-CAPITAL-RESTANT
                  " PROV " WS-PROVISION
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.

           PERFORM ETEINDRE-ARRIERES.
           PERFORM SORTIR-DU-STOCK.
           MOVE "P" TO PRT-STATUT.
           MOVE PRT-ENREG TO WS-PRT-IMAGE(WS-P).

           PERFORM SAUVER-PRETS.
           PERFORM SAUVER-ARRIERES.
           PERFORM SAUVER-STOCK.
           CALL WS-PGM-CLORE-ASSUR USING WS-NUM-PRET WS-AUJOURD-HUI
                WS-MOTIF-FIN-ASSUR WS-ASSUR-CLOSE.

      *    reprise de la provision (PRV2, sens C) puis perte sur le
      *    capital restant du (PRT4, sens D), lignes sans compte
      *    client a destination du grand livre.
           MOVE SPACES         TO WS-CPT-JRN.
           MOVE ZERO           TO WS-SOLDE-JRN.
           MOVE WS-AGENCE      TO WS-AGENCE-JRN.
           MOVE WS-DECIDEUR-ID TO WS-OPERATEUR-JRN.
           IF WS-PROVISION > 0
               MOVE WS-PROVISION TO WS-MONTANT-JRN
               MOVE "PRV2" TO WS-CODE-JRN
               MOVE "C"    TO WS-SENS-JRN
               MOVE SPACES TO WS-LIBELLE-JRN
               STRING "REPRISE PROV PERTE " WS-NUM-PRET
                   DELIMITED BY SIZE INTO WS-LIBELLE-JRN
               END-STRING
               PERFORM JOURNALISER-PERTE
           END-IF.
           MOVE WS-MONTANT-PERTE TO WS-MONTANT-JRN.
           MOVE "PRT4" TO WS-CODE-JRN.
           MOVE "D"    TO WS-SENS-JRN.
           MOVE SPACES TO WS-LIBELLE-JRN.
           STRING "PASSAGE EN PERTE PRET " WS-NUM-PRET
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           PERFORM JOURNALISER-PERTE.

           MOVE WS-NUM-PRET      TO PRP-NUM-PRET.
           MOVE PRT-MAT-CLT      TO PRP-MAT-CLT.
           MOVE WS-AGENCE        TO PRP-AGENCE.
           MOVE WS-AUJOURD-HUI   TO PRP-DATE-PERTE.
           MOVE WS-MONTANT-PERTE TO PRP-MONTANT.
           MOVE WS-PROVISION     TO PRP-PROVISION.
           MOVE ZERO             TO PRP-RECOUVRE.
           MOVE WS-DECIDEUR-ID   TO PRP-VALIDEUR.
           MOVE "O"              TO PRP-STATUT.
           OPEN EXTEND PERTES-FICHIER.
           IF WS-PRP-FILESTATUS = "35"
               OPEN OUTPUT PERTES-FICHIER
           END-IF.
           WRITE PRP-ENREG.
           CLOSE PERTES-FICHIER.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-NUM-PRET TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-APRES.
           STRING "ST P PERTE " WS-MONTANT-PERTE
                  " ARR " WS-NB-ARR-ETEINTS
                  " VAL " WS-DECIDEUR-ID
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SAISISSEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "PRET " WS-NUM-PRET " PASSE EN PERTE POUR "
                   WS-MONTANT-PERTE ", PROVISION REPRISE "
                   WS-PROVISION.
           IF WS-ASSUR-CLOSE = "O"
               DISPLAY "ASSURANCE EMPRUNTEUR TERMINEE, L'ASSUREUR EN "
                       "SERA AVISE."
           END-IF.
           EXIT.
       FIN-PASSER-EN-PERTE.

      *    les arrieres actifs du pret sont eteints : plus de
      *    penalites ni de representation au prelevement.
       ETEINDRE-ARRIERES.
           MOVE ZERO TO WS-NB-ARR-ETEINTS.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ARR
               MOVE WS-ARR-IMAGE(WS-A) TO ARR-ENREG
               IF ARR-NUM-PRET = WS-NUM-PRET AND ARR-STATUT = "A"
                   MOVE "E" TO ARR-STATUT
                   MOVE ARR-ENREG TO WS-ARR-IMAGE(WS-A)
                   ADD 1 TO WS-NB-ARR-ETEINTS
               END-IF
           END-PERFORM.
           EXIT.
       FIN-ETEINDRE-ARRIERES.

      *    la ligne du pret quitte le stock de provisions : la
      *    provision est reprise ici, PROVISIONS-PRETS ne la
      *    reprendra donc pas une seconde fois au mois suivant.
       SORTIR-DU-STOCK.
           MOVE ZERO TO WS-K.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-STK
               MOVE WS-STK-IMAGE(WS-S) TO STK-ENREG
               IF STK-NUM-PRET NOT = WS-NUM-PRET
                   ADD 1 TO WS-K
                   MOVE STK-ENREG TO WS-STK-IMAGE(WS-K)
               END-IF
           END-PERFORM.
           MOVE WS-K TO WS-NB-STK.
           EXIT.
       FIN-SORTIR-DU-STOCK.

      *    recouvrement sur un pret passe en perte : l'emprunteur ou
      *    un garant paie depuis un compte de la banque (debit du
      *    compte) ou de l'exterieur (encaissement sans compte), ou
      *    une garantie active du pret est realisee. Le montant ne
      *    peut depasser le reste a recouvrer.
       ENREGISTRER-RECOUVREMENT.
           DISPLAY "EMPLOYEE-ID DE L'OPERATEUR :".
           ACCEPT WS-SAISISSEUR-ID.
           MOVE WS-SAISISSEUR-ID TO WS-DECIDEUR-ID.
           PERFORM CONTROLER-EMPLOYE-ACTIF.
           IF WS-EMP-OK NOT = "O"
               DISPLAY "EMPLOYE INCONNU OU INACTIF, SAISIE REFUSEE"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "NUMERO DU PRET PASSE EN PERTE :".
           ACCEPT WS-NUM-PRET.
           PERFORM CHARGER-REGISTRE.
           IF WS-SURCHARGE = "O"
               DISPLAY "REGISTRE PLEIN, RECOUVREMENT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PRP
               MOVE WS-PRP-IMAGE(WS-K) TO PRP-ENREG
               IF PRP-NUM-PRET = WS-NUM-PRET
                   MOVE "O" TO WS-TROUVE
                   MOVE WS-K TO WS-R
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N"
               DISPLAY "PRET ABSENT DU REGISTRE DES PERTES"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-PRP-IMAGE(WS-R) TO PRP-ENREG.
           IF PRP-STATUT NOT = "O"
               DISPLAY "PERTE DEJA INTEGRALEMENT RECOUVREE"
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RESTE-A-RECOUVRER = PRP-MONTANT - PRP-RECOUVRE.
           DISPLAY "PASSE EN PERTE LE " PRP-DATE-PERTE
                   " POUR " PRP-MONTANT.
           DISPLAY "DEJA RECOUVRE        : " PRP-RECOUVRE.
           DISPLAY "RESTE A RECOUVRER    : " WS-RESTE-A-RECOUVRER.

           DISPLAY "ORIGINE : E-EMPRUNTEUR G-GARANT S-GARANTIE "
                   "REALISEE".
           ACCEPT WS-ORIGINE.
           MOVE SPACES TO WS-REFERENCE.
           MOVE SPACES TO WS-CPT-DEBIT.
           EVALUATE WS-ORIGINE
               WHEN "E"
                   MOVE PRP-MAT-CLT TO WS-REFERENCE
               WHEN "G"
                   DISPLAY "GARANT (MATRICULE OU CIN) :"
                   ACCEPT WS-REFERENCE
                   IF WS-REFERENCE = SPACES
                       DISPLAY "GARANT OBLIGATOIRE"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "S"
                   PERFORM CHOISIR-GARANTIE
                   IF WS-RANG-SAISI = 0
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "ORIGINE INVALIDE"
                   EXIT PARAGRAPH
           END-EVALUATE.

           DISPLAY "MONTANT RECOUVRE :".
           ACCEPT WS-MONTANT-REC.
           IF WS-MONTANT-REC = 0
              OR WS-MONTANT-REC > WS-RESTE-A-RECOUVRER
               DISPLAY "MONTANT NUL OU SUPERIEUR AU RESTE A "
                       "RECOUVRER"
               EXIT PARAGRAPH
           END-IF.

           IF WS-ORIGINE NOT = "S"
               DISPLAY "COMPTE A DEBITER (VIDE = ENCAISSEMENT "
                       "EXTERNE) :"
               ACCEPT WS-CPT-DEBIT
           END-IF.

           MOVE WS-SAISISSEUR-ID TO WS-OPERATEUR-JRN.
           MOVE WS-MONTANT-REC   TO WS-MONTANT-JRN.
           MOVE "PRT5"           TO WS-CODE-JRN.
           MOVE SPACES TO WS-LIBELLE-JRN.
           STRING "RECOUVREMENT PERTE " WS-NUM-PRET
                  " " WS-ORIGINE
               DELIMITED BY SIZE INTO WS-LIBELLE-JRN
           END-STRING.
           IF WS-CPT-DEBIT = SPACES
               MOVE SPACES     TO WS-CPT-JRN
               MOVE ZERO       TO WS-SOLDE-JRN
               MOVE PRP-AGENCE TO WS-AGENCE-JRN
               MOVE "C"        TO WS-SENS-JRN
               PERFORM JOURNALISER-PERTE
           ELSE
               PERFORM DEBITER-COMPTE-RECOUVREMENT
               IF WS-TROUVE NOT = "O"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           IF WS-ORIGINE = "S"
               MOVE WS-GAR-IMAGE(WS-RANG-SAISI) TO GAR-ENREG
               MOVE "R" TO GAR-STATUT
               MOVE GAR-ENREG TO WS-GAR-IMAGE(WS-RANG-SAISI)
               PERFORM SAUVER-GARANTIES
           END-IF.

           MOVE SPACES TO WS-AUD-AVANT.
           STRING "RECOUVRE " PRP-RECOUVRE " ST " PRP-STATUT
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           ADD WS-MONTANT-REC TO PRP-RECOUVRE.
           IF PRP-RECOUVRE >= PRP-MONTANT
               MOVE "S" TO PRP-STATUT
           END-IF.
           MOVE PRP-ENREG TO WS-PRP-IMAGE(WS-R).
           PERFORM SAUVER-REGISTRE.

           MOVE WS-NUM-PRET      TO REC-NUM-PRET.
           MOVE WS-AUJOURD-HUI   TO REC-DATE.
           MOVE PRP-AGENCE       TO REC-AGENCE.
           MOVE WS-ORIGINE       TO REC-ORIGINE.
           MOVE WS-REFERENCE     TO REC-REFERENCE.
           MOVE WS-MONTANT-REC   TO REC-MONTANT.
           MOVE WS-CPT-DEBIT     TO REC-NUM-CPT.
           MOVE WS-NUM-SEQ       TO REC-NUM-SEQ.
           MOVE WS-SAISISSEUR-ID TO REC-OPERATEUR.
           OPEN EXTEND RECOUVREMENTS-FICHIER.
           IF WS-REC-FILESTATUS = "35"
               OPEN OUTPUT RECOUVREMENTS-FICHIER
           END-IF.
           WRITE REC-ENREG.
           CLOSE RECOUVREMENTS-FICHIER.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-NUM-PRET TO WS-AUD-CLE(1:6).
           MOVE SPACES TO WS-AUD-APRES.
           STRING "RECOUVRE " PRP-RECOUVRE " ST " PRP-STATUT
                  " " WS-ORIGINE " RECU " WS-NUM-SEQ
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-SAISISSEUR-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "RECOUVREMENT DE " WS-MONTANT-REC
                   " ENREGISTRE, RECU " WS-NUM-SEQ.
           IF PRP-STATUT = "S"
               DISPLAY "PERTE INTEGRALEMENT RECOUVREE"
           END-IF.
           EXIT.
       FIN-ENREGISTRER-RECOUVREMENT.

      *    garantie a realiser : la liste des garanties actives du
      *    pret est affichee avec son rang, comme a la levee dans
      *    GARANTIES-PRETS. Un depot nanti se rompt au guichet et se
      *    recouvre par debit du compte lie (origine E ou G).
      *    WS-RANG-SAISI reste a zero si aucune garantie n'est
      *    retenue.
       CHOISIR-GARANTIE.
           MOVE ZERO TO WS-RANG-SAISI.
           PERFORM CHARGER-GARANTIES.
           IF WS-SURCHARGE = "O"
               DISPLAY "PLUS DE 300 GARANTIES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GAR
               MOVE WS-GAR-IMAGE(WS-G) TO GAR-ENREG
               IF GAR-NUM-PRET = WS-NUM-PRET AND GAR-STATUT = "A"
                   MOVE "O" TO WS-TROUVE
                   DISPLAY "  RANG " WS-G " : " GAR-TYPE
                           " VALEUR " GAR-VALEUR
                           " GARANT " GAR-GARANT
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "N"
               DISPLAY "AUCUNE GARANTIE ACTIVE SUR CE PRET"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "RANG DE LA GARANTIE REALISEE :".
           ACCEPT WS-G.
           IF WS-G = 0 OR WS-G > WS-NB-GAR
               DISPLAY "RANG INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-GAR-IMAGE(WS-G) TO GAR-ENREG.
           IF GAR-NUM-PRET NOT = WS-NUM-PRET OR GAR-STATUT NOT = "A"
               DISPLAY "CE RANG NE PORTE PAS UNE GARANTIE ACTIVE DU "
                       "PRET"
               EXIT PARAGRAPH
           END-IF.
           IF GAR-TYPE = "DEPOT"
               DISPLAY "DEPOT NANTI : RUPTURE AU GUICHET PUIS "
                       "RECOUVREMENT SUR LE COMPTE LIE"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REFERENCE.
           IF GAR-REF NOT = SPACES
               MOVE GAR-REF TO WS-REFERENCE
           ELSE
               MOVE GAR-GARANT TO WS-REFERENCE
           END-IF.
           MOVE WS-G TO WS-RANG-SAISI.
           EXIT.
       FIN-CHOISIR-GARANTIE.

      *    debit du compte designe, dans la limite du solde et de
      *    l'autorisation de decouvert, puis ecriture PRT5 sens D
      *    sur ce compte. WS-TROUVE = "O" si le debit est passe.
       DEBITER-COMPTE-RECOUVREMENT.
           MOVE "N" TO WS-TROUVE.
           OPEN I-O COMPTE-MASTER.
           IF WS-CPT-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES COMPTES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CPT-DEBIT TO CPM-NUM-CPT.
           READ COMPTE-MASTER
               INVALID KEY
                   DISPLAY "COMPTE INEXISTANT"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-READ.
           IF CPM-STATUT NOT = "A"
               DISPLAY "COMPTE NON ACTIF, DEBIT REFUSE"
               CLOSE COMPTE-MASTER
               EXIT PARAGRAPH
           END-IF.
           IF CPM-DEVISE-CPT NOT = "MAD"
               DISPLAY "COMPTE EN DEVISE, DEBIT REFUSE"
               CLOSE COMPTE-MASTER
               EXIT PARAGRAPH
           END-IF.
           IF WS-MONTANT-REC > CPM-SOLDE-CPT + CPM-DECOUVERT
               DISPLAY "PROVISION INSUFFISANTE SUR LE COMPTE"
               CLOSE COMPTE-MASTER
               EXIT PARAGRAPH
           END-IF.
           SUBTRACT WS-MONTANT-REC FROM CPM-SOLDE-CPT.
           REWRITE COMPTE-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ECHEC DEBIT DU COMPTE !"
                   CLOSE COMPTE-MASTER
                   EXIT PARAGRAPH
           END-REWRITE.
           CLOSE COMPTE-MASTER.
           MOVE "O" TO WS-TROUVE.

           MOVE CPM-NUM-CPT   TO WS-CPT-JRN.
           MOVE CPM-SOLDE-CPT TO WS-SOLDE-JRN.
           MOVE CPM-AGENCE    TO WS-AGENCE-JRN.
           MOVE "D"           TO WS-SENS-JRN.
           PERFORM JOURNALISER-PERTE.
           EXIT.
       FIN-DEBITER-COMPTE-RECOUVREMENT.

      *    registre des pertes : une ligne par pret, montant passe,
      *    provision reprise, recouvrements cumules et reste du.
       CONSULTER-REGISTRE.
           OPEN INPUT PERTES-FICHIER.
           IF WS-PRP-FILESTATUS NOT = "00"
               DISPLAY "REGISTRE DES PERTES VIDE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-PRP-FILESTATUS NOT = "00"
               READ PERTES-FICHIER
                   AT END MOVE "10" TO WS-PRP-FILESTATUS
                   NOT AT END
                       COMPUTE WS-RESTE-A-RECOUVRER =
                               PRP-MONTANT - PRP-RECOUVRE
                       DISPLAY "PRET " PRP-NUM-PRET
                               " AGENCE " PRP-AGENCE
                               " LE " PRP-DATE-PERTE
                               " PERTE " PRP-MONTANT
                               " RECOUVRE " PRP-RECOUVRE
                               " RESTE " WS-RESTE-A-RECOUVRER
                               " " PRP-STATUT
               END-READ
           END-PERFORM.
           CLOSE PERTES-FICHIER.
           EXIT.
       FIN-CONSULTER-REGISTRE.

      *    l'employe WS-DECIDEUR-ID existe-t-il, actif, sur le
      *    fichier des employes ?
       CONTROLER-EMPLOYE-ACTIF.
           MOVE "N" TO WS-EMP-OK.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS = "00"
               MOVE WS-DECIDEUR-ID TO Employee-ID
               READ Employee KEY IS Employee-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-STATUT = "A" OR EMP-STATUT = " "
                           MOVE "O" TO WS-EMP-OK
                       END-IF
               END-READ
               CLOSE Employee
           ELSE
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
           END-IF.
           EXIT.
       FIN-CONTROLER-EMPLOYE-ACTIF.

      *    le passage en perte est reserve a la Fonction SIEGE,
      *    quel que soit le montant.
       CONTROLER-AUTORITE-SIEGE.
           MOVE "N" TO WS-AUTORITE-OK.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DECIDEUR-ID TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
               NOT INVALID KEY
                   IF EMP-STATUT NOT = "A" AND EMP-STATUT NOT = " "
                       DISPLAY "EMPLOYE INACTIF, DECISION REFUSEE"
                   ELSE
                       IF Fonction = "SIEGE"
                           MOVE "O" TO WS-AUTORITE-OK
                       ELSE
                           DISPLAY "PASSAGE EN PERTE RESERVE AU "
                                   "SIEGE"
                       END-IF
                   END-IF
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-CONTROLER-AUTORITE-SIEGE.

       JOURNALISER-PERTE.
           PERFORM PROCHAIN-NUM-SEQ.
           MOVE FUNCTION CURRENT-DATE TO WS-HORODATAGE.
           MOVE WS-AUJOURD-HUI   TO JRN-DATE-OPE.
           MOVE WS-NUM-SEQ       TO JRN-NUM-SEQ.
           MOVE WS-CPT-JRN       TO JRN-NUM-CPT.
           MOVE WS-CODE-JRN      TO JRN-CODE-OPE.
           MOVE WS-MONTANT-JRN   TO JRN-MONTANT.
           MOVE "MAD"            TO JRN-DEVISE.
           MOVE WS-SOLDE-JRN     TO JRN-SOLDE-APRES.
           MOVE WS-OPERATEUR-JRN TO JRN-OPERATEUR.
           MOVE ZERO             TO JRN-SUPERVISEUR.
           MOVE WS-LIBELLE-JRN   TO JRN-LIBELLE.
           MOVE WS-SENS-JRN      TO JRN-SENS.
           MOVE ZERO             TO JRN-SEQ-ORIGINE.
           MOVE WS-AGENCE-JRN    TO JRN-AGENCE.
           MOVE WS-HORODATAGE    TO JRN-DATE-HEURE.
           MOVE "G"             TO JRN-CANAL.
           MOVE JRN-DATE-OPE    TO JRN-DATE-VALEUR.

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
       FIN-JOURNALISER-PERTE.

      *    meme technique que PROCHAIN-NUM-SEQ dans OPERATIONS.cbl.
       PROCHAIN-NUM-SEQ.
           MOVE ZERO TO WS-NUM-SEQ.
           MOVE ZERO TO WS-SCEAU-PREC.
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

       CHARGER-FICHIERS-PERTE.
           MOVE ZERO TO WS-NB-PRETS.
           MOVE ZERO TO WS-NB-ARR.
           MOVE ZERO TO WS-NB-STK.
           MOVE "N" TO WS-SURCHARGE.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
               PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
                   READ PRETS-FICHIER
                       AT END MOVE "10" TO WS-PRT-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRETS < 200
                               ADD 1 TO WS-NB-PRETS
                               MOVE PRT-ENREG TO
                                    WS-PRT-IMAGE(WS-NB-PRETS)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-FICHIER
           END-IF.
           OPEN INPUT ARRIERES-FICHIER.
           IF WS-ARR-FILESTATUS = "00"
               PERFORM UNTIL WS-ARR-FILESTATUS NOT = "00"
                   READ ARRIERES-FICHIER
                       AT END MOVE "10" TO WS-ARR-FILESTATUS
                       NOT AT END
                           IF WS-NB-ARR < 500
                               ADD 1 TO WS-NB-ARR
                               MOVE ARR-ENREG TO
                                    WS-ARR-IMAGE(WS-NB-ARR)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIERES-FICHIER
           END-IF.
           OPEN INPUT PROVISIONS-STOCK.
           IF WS-STK-FILESTATUS = "00"
               PERFORM UNTIL WS-STK-FILESTATUS NOT = "00"
                   READ PROVISIONS-STOCK
                       AT END MOVE "10" TO WS-STK-FILESTATUS
                       NOT AT END
                           IF WS-NB-STK < 200
                               ADD 1 TO WS-NB-STK
                               MOVE STK-ENREG TO
                                    WS-STK-IMAGE(WS-NB-STK)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROVISIONS-STOCK
           END-IF.
           EXIT.
       FIN-CHARGER-FICHIERS-PERTE.

       CHARGER-GARANTIES.
           MOVE ZERO TO WS-NB-GAR.
           MOVE "N" TO WS-SURCHARGE.
           OPEN INPUT GARANTIES-FICHIER.
           IF WS-GAR-FILESTATUS = "00"
               PERFORM UNTIL WS-GAR-FILESTATUS NOT = "00"
                   READ GARANTIES-FICHIER
                       AT END MOVE "10" TO WS-GAR-FILESTATUS
                       NOT AT END
                           IF WS-NB-GAR < 300
                               ADD 1 TO WS-NB-GAR
                               MOVE GAR-ENREG TO
                                    WS-GAR-IMAGE(WS-NB-GAR)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTIES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-GARANTIES.

       CHARGER-REGISTRE.
           MOVE ZERO TO WS-NB-PRP.
           MOVE "N" TO WS-SURCHARGE.
           OPEN INPUT PERTES-FICHIER.
           IF WS-PRP-FILESTATUS = "00"
               PERFORM UNTIL WS-PRP-FILESTATUS NOT = "00"
                   READ PERTES-FICHIER
                       AT END MOVE "10" TO WS-PRP-FILESTATUS
                       NOT AT END
                           IF WS-NB-PRP < 200
                               ADD 1 TO WS-NB-PRP
                               MOVE PRP-ENREG TO
                                    WS-PRP-IMAGE(WS-NB-PRP)
                           ELSE
                               MOVE "O" TO WS-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERTES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-REGISTRE.

       SAUVER-PRETS.
           OPEN OUTPUT PRETS-FICHIER.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PRETS
               MOVE WS-PRT-IMAGE(WS-K) TO PRT-ENREG
               WRITE PRT-ENREG
           END-PERFORM.
           CLOSE PRETS-FICHIER.
           EXIT.
       FIN-SAUVER-PRETS.

       SAUVER-ARRIERES.
           IF WS-NB-ARR = 0
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT ARRIERES-FICHIER.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-ARR
               MOVE WS-ARR-IMAGE(WS-A) TO ARR-ENREG
               WRITE ARR-ENREG
           END-PERFORM.
           CLOSE ARRIERES-FICHIER.
           EXIT.
       FIN-SAUVER-ARRIERES.

       SAUVER-STOCK.
           OPEN OUTPUT PROVISIONS-STOCK.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > WS-NB-STK
               MOVE WS-STK-IMAGE(WS-S) TO STK-ENREG
               WRITE STK-ENREG
           END-PERFORM.
           CLOSE PROVISIONS-STOCK.
           EXIT.
       FIN-SAUVER-STOCK.

       SAUVER-GARANTIES.
           OPEN OUTPUT GARANTIES-FICHIER.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GAR
               MOVE WS-GAR-IMAGE(WS-G) TO GAR-ENREG
               WRITE GAR-ENREG
           END-PERFORM.
           CLOSE GARANTIES-FICHIER.
           EXIT.
       FIN-SAUVER-GARANTIES.

       SAUVER-REGISTRE.
           OPEN OUTPUT PERTES-FICHIER.
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-NB-PRP
               MOVE WS-PRP-IMAGE(WS-K) TO PRP-ENREG
               WRITE PRP-ENREG
           END-PERFORM.
           CLOSE PERTES-FICHIER.
           EXIT.
       FIN-SAUVER-REGISTRE.

       END PROGRAM PERTES-PRETS.
