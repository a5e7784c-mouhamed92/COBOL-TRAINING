       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULER-EXPOSITION.
       AUTHOR.    MOHAMED.

      *    sous-programme appelable (comme LIRE-PARAMETRE) qui totalise
      *    les engagements de la banque sur un client (LK-PORTEE = C,
      *    LK-CODE = matricule) ou sur un groupe de clients lies
      *    (LK-PORTEE = G, LK-CODE = code du registre
      *    GROUPES-CLIENTS.DAT tenu par MAJ-GROUPES) :
      *      - capital restant du des prets en cours (PRETS.DAT) ;
      *      - decouvert autorise (facilite en vigueur de
      *        DECOUVERTS.DAT) et decouvert utilise (solde debiteur)
      *        des comptes non clotures, le titulaire et chaque
      *        co-titulaire (CO-TITULAIRES.DAT) etant engages ;
      *      - cautions donnees par le client en garantie d'un pret
      *        (GARANTIES.DAT, type CAUTION, garant = matricule) ;
      *      - moins les depots a terme nantis en garantie de ses
      *        prets (type DEPOT) ;
      *      - cautions bancaires actives emises pour son compte
      *        (CAUTIONS-BANQUE.DAT tenu par MAJ-CAUTIONS), comptees
      *        avec les cautions donnees, leur contre-garantie
      *        (retenue ou depot nanti) venant en deduction comme un
      *        depot nanti.
      *    Un engagement partage par plusieurs membres d'un groupe
      *    n'est compte qu'une fois pour le groupe. L'engagement net
      *    retient, par compte, le plus grand du decouvert autorise
      *    et du decouvert utilise. Les fichiers sont charges en
      *    memoire au premier appel et gardes pour les suivants.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRETS-FICHIER ASSIGN TO "PRETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRT-FILESTATUS.

           SELECT DECOUVERTS-FICHIER ASSIGN TO "DECOUVERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCV-FILESTATUS.

           SELECT CO-TITULAIRES ASSIGN TO "CO-TITULAIRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTI-FILESTATUS.

           SELECT GARANTIES-FICHIER ASSIGN TO "GARANTIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAR-FILESTATUS.

           SELECT CAUTIONS-FICHIER ASSIGN TO "CAUTIONS-BANQUE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAB-FILESTATUS.

           SELECT GROUPES-FICHIER ASSIGN TO "GROUPES-CLIENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRC-FILESTATUS.

           SELECT COMPTE-MASTER ASSIGN TO "COMPTE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CPM-NUM-CPT
               ALTERNATE RECORD KEY IS CPM-TITUL-CPT WITH DUPLICATES
               FILE STATUS IS WS-CPT-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans SAISIE-PRETS.
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

      *    meme mise en forme que dans MAJ-DECOUVERTS.
       FD  DECOUVERTS-FICHIER.
       01  DCV-ENREG.
           05  DCV-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  DCV-MONTANT     PIC 9(8)V9(2).
           05  FILLER          PIC X(1).
           05  DCV-DATE-OCTROI PIC X(8).
           05  FILLER          PIC X(1).
           05  DCV-DATE-EXPIR  PIC X(8).
           05  FILLER          PIC X(1).
           05  DCV-EMPLOYE     PIC 9(5).
           05  FILLER          PIC X(1).
           05  DCV-STATUT      PIC X(1).

      *    meme mise en forme que dans BANQUE-CLT.
       FD  CO-TITULAIRES.
       01  CTI-ENREG.
           05  CTI-NUM-CPT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-MAT-CLT     PIC X(6).
           05  FILLER          PIC X(1).
           05  CTI-ROLE        PIC X(10).

      *    meme mise en forme que dans GARANTIES-PRETS.
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

      *    meme mise en forme que dans MAJ-CAUTIONS.
       FD  CAUTIONS-FICHIER.
       01  CAB-ENREG.
           05  CAB-NUMERO          PIC 9(6).
           05  FILLER              PIC X(1).
           05  CAB-MAT-CLT         PIC X(6).
           05  FILLER              PIC X(1).
           05  CAB-NUM-CPT         PIC X(6).
           05  FILLER              PIC X(1).
           05  CAB-TYPE            PIC X(10).
           05  FILLER              PIC X(1).
           05  CAB-BENEFICIAIRE    PIC X(30).
           05  FILLER              PIC X(1).
           05  CAB-MONTANT         PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CAB-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  CAB-DATE-EMISSION   PIC X(8).
           05  FILLER              PIC X(1).
           05  CAB-DATE-EXPIR      PIC X(8).
           05  FILLER              PIC X(1).
           05  CAB-CONTRE-TYPE     PIC X(1).
           05  FILLER              PIC X(1).
           05  CAB-CONTRE-REF      PIC X(6).
           05  FILLER              PIC X(1).
           05  CAB-APPROBATEUR     PIC 9(5).
           05  FILLER              PIC X(1).
           05  CAB-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  CAB-DERN-COMMISSION PIC X(8).
           05  FILLER              PIC X(1).
           05  CAB-DATE-FIN        PIC X(8).

      *    meme mise en forme que dans MAJ-GROUPES.
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

       FD  COMPTE-MASTER.
       COPY COMPTE-CPY.

       WORKING-STORAGE SECTION.

       01  WS-PRT-FILESTATUS   PIC X(2).
       01  WS-DCV-FILESTATUS   PIC X(2).
       01  WS-CTI-FILESTATUS   PIC X(2).
       01  WS-GAR-FILESTATUS   PIC X(2).
       01  WS-CAB-FILESTATUS   PIC X(2).
       01  WS-GRC-FILESTATUS   PIC X(2).
       01  WS-CPT-FILESTATUS   PIC X(2).
       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    chargement fait une fois pour toutes au premier appel.
       01  WS-CHARGE           PIC X(1) VALUE "N".

      *    membres actifs des groupes.
       01  WS-NB-MBR           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-MBR.
         05 WS-MBR  OCCURS 1000 TIMES.
           10  WS-MBR-CODE     PIC X(6).
           10  WS-MBR-MAT      PIC X(6).

      *    facilites de decouvert en vigueur et co-titulaires.
       01  WS-NB-DCV           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-DCV.
         05 WS-DCV  OCCURS 1000 TIMES.
           10  WS-DCV-CPT      PIC X(6).
           10  WS-DCV-MONTANT  PIC 9(8)V9(2).
       01  WS-NB-CTI           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-CTI.
         05 WS-CTI  OCCURS 1000 TIMES.
           10  WS-CTI-CPT      PIC X(6).
           10  WS-CTI-MAT      PIC X(6).

      *    engagements elementaires : P = pret, D = decouvert de
      *    compte (montant autorise, montant utilise), G = caution
      *    donnee ou caution bancaire emise, N = depot nanti ou
      *    contre-garantie ; jusqu'a 5 clients engages.
       01  WS-NB-ITM           PIC 9(4) VALUE ZERO.
       01  WS-TABLE-ITM.
         05 WS-ITM  OCCURS 3000 TIMES.
           10  WS-ITM-CATEG    PIC X(1).
           10  WS-ITM-REF      PIC X(6).
           10  WS-ITM-MONTANT  PIC 9(10)V9(2).
           10  WS-ITM-UTILISE  PIC 9(10)V9(2).
           10  WS-ITM-NB-PART  PIC 9(1).
           10  WS-ITM-PARTIE   PIC X(6) OCCURS 5 TIMES.

       01  WS-I                PIC 9(4).
       01  WS-J                PIC 9(4).
       01  WS-P                PIC 9(1).
       01  WS-CONCERNE         PIC X(1).
       01  WS-AUTORISE         PIC 9(10)V9(2).
       01  WS-UTILISE          PIC 9(10)V9(2).
       01  WS-BRUT             PIC S9(12)V9(2).

       LINKAGE SECTION.

       01  LK-PORTEE     PIC X(1).
       01  LK-CODE       PIC X(6).
       01  LK-EXPOSITION.
           05  LK-EXP-PRETS        PIC 9(12)V9(2).
           05  LK-EXP-DCV-AUTORISE PIC 9(12)V9(2).
           05  LK-EXP-DCV-UTILISE  PIC 9(12)V9(2).
           05  LK-EXP-GARANTIES    PIC 9(12)V9(2).
           05  LK-EXP-NANTIS       PIC 9(12)V9(2).
           05  LK-EXP-NET          PIC 9(12)V9(2).

       PROCEDURE DIVISION USING LK-PORTEE LK-CODE LK-EXPOSITION.

       MAIN-CALCULER-EXPOSITION.
           IF WS-CHARGE = "N"
               PERFORM CHARGER-ENGAGEMENTS
               MOVE "O" TO WS-CHARGE
           END-IF.

           MOVE ZERO TO LK-EXP-PRETS LK-EXP-DCV-AUTORISE
                        LK-EXP-DCV-UTILISE LK-EXP-GARANTIES
                        LK-EXP-NANTIS LK-EXP-NET.
           MOVE ZERO TO WS-BRUT.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-ITM
               PERFORM EXAMINER-ENGAGEMENT
           END-PERFORM.
           IF WS-BRUT > 0
               MOVE WS-BRUT TO LK-EXP-NET
           END-IF.
           GOBACK.
       FIN-MAIN-CALCULER-EXPOSITION.
           EXIT.

      *    l'engagement WS-I concerne-t-il le client ou l'un des
      *    membres du groupe demande ? si oui il est cumule une fois.
       EXAMINER-ENGAGEMENT.
           MOVE "N" TO WS-CONCERNE.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-ITM-NB-PART(WS-I)
               IF LK-PORTEE = "C"
                   IF WS-ITM-PARTIE(WS-I, WS-P) = LK-CODE
                       MOVE "O" TO WS-CONCERNE
                   END-IF
               ELSE
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NB-MBR
                       IF WS-MBR-CODE(WS-J) = LK-CODE
                          AND WS-MBR-MAT(WS-J) =
                              WS-ITM-PARTIE(WS-I, WS-P)
                           MOVE "O" TO WS-CONCERNE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           IF WS-CONCERNE = "N"
               EXIT PARAGRAPH
           END-IF.

           EVALUATE WS-ITM-CATEG(WS-I)
               WHEN "P"
                   ADD WS-ITM-MONTANT(WS-I) TO LK-EXP-PRETS WS-BRUT
               WHEN "D"
                   ADD WS-ITM-MONTANT(WS-I) TO LK-EXP-DCV-AUTORISE
                   ADD WS-ITM-UTILISE(WS-I) TO LK-EXP-DCV-UTILISE
                   IF WS-ITM-UTILISE(WS-I) > WS-ITM-MONTANT(WS-I)
                       ADD WS-ITM-UTILISE(WS-I) TO WS-BRUT
                   ELSE
                       ADD WS-ITM-MONTANT(WS-I) TO WS-BRUT
                   END-IF
               WHEN "G"
                   ADD WS-ITM-MONTANT(WS-I) TO LK-EXP-GARANTIES
                                               WS-BRUT
               WHEN "N"
                   ADD WS-ITM-MONTANT(WS-I) TO LK-EXP-NANTIS
                   SUBTRACT WS-ITM-MONTANT(WS-I) FROM WS-BRUT
           END-EVALUATE.
           EXIT.
       FIN-EXAMINER-ENGAGEMENT.

       CHARGER-ENGAGEMENTS.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           PERFORM CHARGER-MEMBRES.
           PERFORM CHARGER-DECOUVERTS.
           PERFORM CHARGER-CO-TITULAIRES.
           PERFORM CHARGER-PRETS.
           PERFORM CHARGER-COMPTES.
           PERFORM CHARGER-GARANTIES.
           PERFORM CHARGER-CAUTIONS-BANQUE.
           IF WS-NB-ITM >= 3000
               DISPLAY "CALCULER-EXPOSITION : PLUS DE 3000 "
                       "ENGAGEMENTS, TOTAUX INCOMPLETS"
           END-IF.
           EXIT.
       FIN-CHARGER-ENGAGEMENTS.

       CHARGER-MEMBRES.
           OPEN INPUT GROUPES-FICHIER.
           IF WS-GRC-FILESTATUS = "00"
               PERFORM UNTIL WS-GRC-FILESTATUS NOT = "00"
                   READ GROUPES-FICHIER
                       AT END MOVE "10" TO WS-GRC-FILESTATUS
                       NOT AT END
                           IF GRC-STATUT = "A" AND WS-NB-MBR < 1000
                               ADD 1 TO WS-NB-MBR
                               MOVE GRC-CODE TO WS-MBR-CODE(WS-NB-MBR)
                               MOVE GRC-MAT-CLT
                                 TO WS-MBR-MAT(WS-NB-MBR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GROUPES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-MEMBRES.

       CHARGER-DECOUVERTS.
           OPEN INPUT DECOUVERTS-FICHIER.
           IF WS-DCV-FILESTATUS = "00"
               PERFORM UNTIL WS-DCV-FILESTATUS NOT = "00"
                   READ DECOUVERTS-FICHIER
                       AT END MOVE "10" TO WS-DCV-FILESTATUS
                       NOT AT END
                           IF DCV-STATUT = "A" AND WS-NB-DCV < 1000
                               ADD 1 TO WS-NB-DCV
                               MOVE DCV-NUM-CPT TO WS-DCV-CPT(WS-NB-DCV)
                               MOVE DCV-MONTANT
                                 TO WS-DCV-MONTANT(WS-NB-DCV)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECOUVERTS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-DECOUVERTS.

       CHARGER-CO-TITULAIRES.
           OPEN INPUT CO-TITULAIRES.
           IF WS-CTI-FILESTATUS = "00"
               PERFORM UNTIL WS-CTI-FILESTATUS NOT = "00"
                   READ CO-TITULAIRES
                       AT END MOVE "10" TO WS-CTI-FILESTATUS
                       NOT AT END
                           IF WS-NB-CTI < 1000
                               ADD 1 TO WS-NB-CTI
                               MOVE CTI-NUM-CPT TO WS-CTI-CPT(WS-NB-CTI)
                               MOVE CTI-MAT-CLT TO WS-CTI-MAT(WS-NB-CTI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CO-TITULAIRES
           END-IF.
           EXIT.
       FIN-CHARGER-CO-TITULAIRES.

      *    prets en cours, sains ou en souffrance.
       CHARGER-PRETS.
           OPEN INPUT PRETS-FICHIER.
           IF WS-PRT-FILESTATUS = "00"
               PERFORM UNTIL WS-PRT-FILESTATUS NOT = "00"
                   READ PRETS-FICHIER
                       AT END MOVE "10" TO WS-PRT-FILESTATUS
                       NOT AT END
                           IF (PRT-STATUT = "A" OR PRT-STATUT = "X")
                              AND WS-NB-ITM < 3000
                               ADD 1 TO WS-NB-ITM
                               MOVE "P" TO WS-ITM-CATEG(WS-NB-ITM)
                               MOVE PRT-NUM-PRET
                                 TO WS-ITM-REF(WS-NB-ITM)
                               MOVE PRT-CAPITAL-RESTANT
                                 TO WS-ITM-MONTANT(WS-NB-ITM)
                               MOVE ZERO TO WS-ITM-UTILISE(WS-NB-ITM)
                               MOVE 1 TO WS-ITM-NB-PART(WS-NB-ITM)
                               MOVE PRT-MAT-CLT
                                 TO WS-ITM-PARTIE(WS-NB-ITM, 1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRETS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-PRETS.

      *    comptes non clotures portant une facilite ou un solde
      *    debiteur, titulaire et co-titulaires engages.
       CHARGER-COMPTES.
           OPEN INPUT COMPTE-MASTER.
           IF WS-CPT-FILESTATUS = "00"
               PERFORM UNTIL WS-CPT-FILESTATUS NOT = "00"
                   READ COMPTE-MASTER NEXT RECORD
                       AT END MOVE "10" TO WS-CPT-FILESTATUS
                       NOT AT END
                           IF CPM-STATUT NOT = "C"
                               PERFORM RETENIR-COMPTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPTE-MASTER
           END-IF.
           EXIT.
       FIN-CHARGER-COMPTES.

       RETENIR-COMPTE.
           MOVE ZERO TO WS-AUTORISE WS-UTILISE.
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-DCV
               IF WS-DCV-CPT(WS-J) = CPM-NUM-CPT
                   MOVE WS-DCV-MONTANT(WS-J) TO WS-AUTORISE
               END-IF
           END-PERFORM.
           IF CPM-SOLDE-CPT < 0
               COMPUTE WS-UTILISE = 0 - CPM-SOLDE-CPT
           END-IF.
           IF (WS-AUTORISE = 0 AND WS-UTILISE = 0)
              OR WS-NB-ITM >= 3000
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-NB-ITM.
           MOVE "D"         TO WS-ITM-CATEG(WS-NB-ITM).
           MOVE CPM-NUM-CPT TO WS-ITM-REF(WS-NB-ITM).
           MOVE WS-AUTORISE TO WS-ITM-MONTANT(WS-NB-ITM).
           MOVE WS-UTILISE  TO WS-ITM-UTILISE(WS-NB-ITM).
           MOVE 1 TO WS-ITM-NB-PART(WS-NB-ITM).
           MOVE CPM-TITUL-CPT TO WS-ITM-PARTIE(WS-NB-ITM, 1).
           PERFORM VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-NB-CTI
               IF WS-CTI-CPT(WS-J) = CPM-NUM-CPT
                  AND WS-ITM-NB-PART(WS-NB-ITM) < 5
                   ADD 1 TO WS-ITM-NB-PART(WS-NB-ITM)
                   MOVE WS-CTI-MAT(WS-J) TO
                        WS-ITM-PARTIE(WS-NB-ITM,
                                      WS-ITM-NB-PART(WS-NB-ITM))
               END-IF
           END-PERFORM.
           EXIT.
       FIN-RETENIR-COMPTE.

      *    garanties actives et non expirees : caution donnee par un
      *    client (garant = matricule), depot nanti au profit d'un
      *    pret en cours (engage l'emprunteur, en deduction).
       CHARGER-GARANTIES.
           OPEN INPUT GARANTIES-FICHIER.
           IF WS-GAR-FILESTATUS = "00"
               PERFORM UNTIL WS-GAR-FILESTATUS NOT = "00"
                   READ GARANTIES-FICHIER
                       AT END MOVE "10" TO WS-GAR-FILESTATUS
                       NOT AT END
                           IF GAR-STATUT = "A"
                              AND GAR-DATE-EXPIR NOT < WS-AUJOURD-HUI
                              AND WS-NB-ITM < 3000
                               PERFORM RETENIR-GARANTIE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GARANTIES-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-GARANTIES.

       RETENIR-GARANTIE.
           EVALUATE GAR-TYPE
               WHEN "CAUTION"
                   IF GAR-GARANT(7:4) = SPACES
                      AND GAR-GARANT(1:6) NOT = SPACES
                       ADD 1 TO WS-NB-ITM
                       MOVE "G" TO WS-ITM-CATEG(WS-NB-ITM)
                       MOVE GAR-NUM-PRET TO WS-ITM-REF(WS-NB-ITM)
                       MOVE GAR-VALEUR TO WS-ITM-MONTANT(WS-NB-ITM)
                       MOVE ZERO TO WS-ITM-UTILISE(WS-NB-ITM)
                       MOVE 1 TO WS-ITM-NB-PART(WS-NB-ITM)
                       MOVE GAR-GARANT(1:6)
                         TO WS-ITM-PARTIE(WS-NB-ITM, 1)
                   END-IF
               WHEN "DEPOT"
                   PERFORM VARYING WS-J FROM 1 BY 1
                           UNTIL WS-J > WS-NB-ITM
                       IF WS-ITM-CATEG(WS-J) = "P"
                          AND WS-ITM-REF(WS-J) = GAR-NUM-PRET
                          AND WS-NB-ITM < 3000
                           ADD 1 TO WS-NB-ITM
                           MOVE "N" TO WS-ITM-CATEG(WS-NB-ITM)
                           MOVE GAR-NUM-PRET TO WS-ITM-REF(WS-NB-ITM)
                           MOVE GAR-VALEUR
                             TO WS-ITM-MONTANT(WS-NB-ITM)
                           MOVE ZERO TO WS-ITM-UTILISE(WS-NB-ITM)
                           MOVE 1 TO WS-ITM-NB-PART(WS-NB-ITM)
                           MOVE WS-ITM-PARTIE(WS-J, 1)
                             TO WS-ITM-PARTIE(WS-NB-ITM, 1)
                           MOVE WS-NB-ITM TO WS-J
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           EXIT.
       FIN-RETENIR-GARANTIE.

      *    cautions bancaires actives et non expirees : l'engagement
      *    (G) et sa contre-garantie (N, du meme montant) engagent le
      *    donneur d'ordre.
       CHARGER-CAUTIONS-BANQUE.
           OPEN INPUT CAUTIONS-FICHIER.
           IF WS-CAB-FILESTATUS = "00"
               PERFORM UNTIL WS-CAB-FILESTATUS NOT = "00"
                   READ CAUTIONS-FICHIER
                       AT END MOVE "10" TO WS-CAB-FILESTATUS
                       NOT AT END
                           IF CAB-STATUT = "A"
                              AND CAB-DATE-EXPIR NOT < WS-AUJOURD-HUI
                              AND WS-NB-ITM < 2999
                               PERFORM RETENIR-CAUTION-BANQUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAUTIONS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-CAUTIONS-BANQUE.

       RETENIR-CAUTION-BANQUE.
           ADD 1 TO WS-NB-ITM.
           MOVE "G" TO WS-ITM-CATEG(WS-NB-ITM).
           MOVE CAB-NUMERO TO WS-ITM-REF(WS-NB-ITM).
           MOVE CAB-MONTANT TO WS-ITM-MONTANT(WS-NB-ITM).
           MOVE ZERO TO WS-ITM-UTILISE(WS-NB-ITM).
           MOVE 1 TO WS-ITM-NB-PART(WS-NB-ITM).
           MOVE CAB-MAT-CLT TO WS-ITM-PARTIE(WS-NB-ITM, 1).
           ADD 1 TO WS-NB-ITM.
           MOVE "N" TO WS-ITM-CATEG(WS-NB-ITM).
           MOVE CAB-NUMERO TO WS-ITM-REF(WS-NB-ITM).
           MOVE CAB-MONTANT TO WS-ITM-MONTANT(WS-NB-ITM).
           MOVE ZERO TO WS-ITM-UTILISE(WS-NB-ITM).
           MOVE 1 TO WS-ITM-NB-PART(WS-NB-ITM).
           MOVE CAB-MAT-CLT TO WS-ITM-PARTIE(WS-NB-ITM, 1).
           EXIT.
       FIN-RETENIR-CAUTION-BANQUE.

       END PROGRAM CALCULER-EXPOSITION.
