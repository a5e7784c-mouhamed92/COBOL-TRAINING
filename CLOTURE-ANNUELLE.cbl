       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOTURE-ANNUELLE.
       AUTHOR.    MOHAMED.

      *    cloture de l'exercice du grand livre, lancee par le
      *    comptable une fois decembre clos par CLOTURE-MENSUELLE :
      *    les a-nouveaux de l'annee (GL-OUVERTURE-AAAA.DAT) et les
      *    extraits quotidiens GL-AAAAMMJJ.DAT des douze mois sont
      *    cumules compte par compte en une balance annuelle. Les
      *    comptes de gestion (classe 6 charges, classe 7 produits)
      *    sont soldes sur le compte de report a nouveau declare
      *    dans COMPTES-GL.DAT (ligne de code *RAN, compte au
      *    credit), et les soldes de bilan qui restent partent dans
      *    GL-OUVERTURE-AAAA.DAT de l'annee suivante, d'ou
      *    BALANCE-GL tire l'ouverture de chaque mois. L'etat
      *    CLOTURE-ANNUELLE-AAAA.TXT donne par compte ouverture,
      *    mouvements de l'annee, solde, ecriture de cloture et
      *    a-nouveau, puis le resultat de l'exercice. L'annee close
      *    prend sa ligne dans CONTROLE-MENSUEL.DAT : la relancer
      *    demande l'Employee-ID d'un superviseur.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMPTES-GL ASSIGN TO "COMPTES-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILESTATUS.

           SELECT EXTRAIT-GL ASSIGN TO WS-EXT-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILESTATUS.

           SELECT OUVERTURE-GL ASSIGN TO WS-OUV-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUV-FILESTATUS.

           SELECT CONTROLE-MENSUEL ASSIGN TO "CONTROLE-MENSUEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTM-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    meme mise en forme que dans EXTRACTION-GL.
       FD  COMPTES-GL.
       01  MAP-ENREG.
           05  MAP-CODE-OPE     PIC X(4).
           05  FILLER           PIC X(1).
           05  MAP-SENS         PIC X(1).
           05  FILLER           PIC X(1).
           05  MAP-CPT-DEBIT    PIC X(6).
           05  FILLER           PIC X(1).
           05  MAP-CPT-CREDIT   PIC X(6).

      *    meme mise en forme que dans BALANCE-GL.
       FD  EXTRAIT-GL.
       01  EXT-LIGNE.
           05  EXT-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  EXT-SEQ         PIC X(5).
           05  FILLER          PIC X(7).
           05  EXT-CPT-DEBIT   PIC X(6).
           05  FILLER          PIC X(8).
           05  EXT-CPT-CREDIT  PIC X(6).
           05  FILLER          PIC X(9).
           05  EXT-MONTANT     PIC 9(10)V9(2).
           05  FILLER          PIC X(38).

      *    a-nouveaux d'une annee : un solde par compte de bilan,
      *    OUV-SENS D = debiteur, C = crediteur.
       FD  OUVERTURE-GL.
       01  OUV-ENREG.
           05  OUV-COMPTE      PIC X(6).
           05  FILLER          PIC X(1).
           05  OUV-SENS        PIC X(1).
           05  FILLER          PIC X(1).
           05  OUV-MONTANT     PIC 9(14)V9(2).

      *    meme mise en forme que dans INTERETS.
       FD  CONTROLE-MENSUEL.
       01  CTM-ENREG.
           05  CTM-JOB          PIC X(20).
           05  FILLER           PIC X(1).
           05  CTM-MOIS         PIC X(6).
           05  CTM-SUITE.
               10  FILLER       PIC X(1).
               10  CTM-NB       PIC 9(7).
               10  FILLER       PIC X(1).
               10  CTM-MONTANT  PIC 9(13)V9(2).
               10  FILLER       PIC X(1).
               10  CTM-SORTIE   PIC X(40).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(160).

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

       01  WS-MAP-FILESTATUS   PIC X(2).
       01  WS-EXT-FILESTATUS   PIC X(2).
       01  WS-EXT-FILE-PATH    PIC X(100).
       01  WS-OUV-FILESTATUS   PIC X(2).
       01  WS-OUV-FILE-PATH    PIC X(100).
       01  WS-CTM-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".
       01  WS-ANNEE-SAISIE     PIC X(4).
       01  WS-ANNEE            PIC 9(4).
       01  WS-ANNEE-SUIVANTE   PIC 9(4).
       01  WS-MOIS-FIN         PIC X(6).
       01  WS-MOIS-NUM         PIC 9(2).
       01  WS-JOUR             PIC 9(2).
       01  WS-DATE-JOUR        PIC X(8).
       01  WS-NB-EXTRAITS      PIC 9(3) VALUE ZERO.
       01  WS-OUVERTURE-LUE    PIC X(1) VALUE "N".
       01  WS-FICHIER-OUVERTURE PIC X(40).

      *    compte de report a nouveau, ligne *RAN de COMPTES-GL.DAT.
       01  WS-CODE-RAN         PIC X(4) VALUE "*RAN".
       01  WS-COMPTE-RAN       PIC X(6) VALUE SPACES.

      *    balance annuelle ; soldes tenus en debiteur signe.
       01  WS-NB-COMPTES       PIC 9(3) VALUE ZERO.
       01  WS-TABLE-BAL.
         05 WS-BAL  OCCURS 200 TIMES.
           10  WS-BAL-COMPTE   PIC X(6).
           10  WS-BAL-OUVERTURE PIC S9(14)V9(2).
           10  WS-BAL-DEBITS   PIC 9(14)V9(2).
           10  WS-BAL-CREDITS  PIC 9(14)V9(2).
           10  WS-BAL-SOLDE    PIC S9(14)V9(2).
           10  WS-BAL-CLOTURE  PIC S9(14)V9(2).
           10  WS-BAL-A-NOUVEAU PIC S9(14)V9(2).
       01  WS-B                PIC 9(3).
       01  WS-B-RAN            PIC 9(3).
       01  WS-TROUVE           PIC X(1).
       01  WS-SURCHARGE        PIC X(1) VALUE "N".
       01  WS-COMPTE-COURANT   PIC X(6).
       01  WS-SENS-COURANT     PIC X(1).
       01  WS-MONTANT-COURANT  PIC 9(14)V9(2).
       01  WS-OUVERTURE-EN-COURS PIC X(1).

       01  WS-TOTAL-DEBITS     PIC 9(14)V9(2) VALUE ZERO.
       01  WS-TOTAL-CREDITS    PIC 9(14)V9(2) VALUE ZERO.
       01  WS-RESULTAT         PIC S9(14)V9(2) VALUE ZERO.
       01  WS-AN-DEBITEURS     PIC 9(14)V9(2) VALUE ZERO.
       01  WS-AN-CREDITEURS    PIC 9(14)V9(2) VALUE ZERO.
       01  WS-NB-A-NOUVEAUX    PIC 9(3) VALUE ZERO.

       01  WS-OUVERTURE-ED     PIC -Z(13)9.99.
       01  WS-SOLDE-ED         PIC -Z(13)9.99.
       01  WS-CLOTURE-ED       PIC -Z(13)9.99.
       01  WS-A-NOUVEAU-ED     PIC -Z(13)9.99.
       01  WS-RESULTAT-ED      PIC Z(13)9.99.

      *    CONTROLE-MENSUEL.DAT en table, reecrit en totalite.
       01  WS-NOM-JOB          PIC X(20) VALUE "CLOTURE-ANNUELLE".
       01  WS-NB-CTM           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-CTM.
         05 WS-CTM  OCCURS 20 TIMES.
           10  WS-CTM-JOB      PIC X(20).
           10  WS-CTM-MOIS     PIC X(6).
           10  WS-CTM-SUITE    PIC X(65).
       01  WS-C                PIC 9(2).
       01  WS-CTM-TROUVE       PIC X(1).
       01  WS-ANNEE-CLOSE      PIC X(1) VALUE "N".
       01  WS-DECEMBRE-CLOS    PIC X(1) VALUE "N".

      *    comptable qui clot, superviseur qui autorise le repassage.
       01  WS-COMPTABLE-ID     PIC 9(5).
       01  WS-SUPERVISEUR-ID   PIC 9(5) VALUE ZERO.
       01  WS-EMPLOYE-ID       PIC 9(5).
       01  WS-NIVEAU-EXIGE     PIC X(1).
       01  WS-EMP-OK           PIC X(1).
       01  WS-CONFIRME         PIC X(1).

       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "CLOTURE-ANNUELLE".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-CLOTURE-ANNUELLE.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           DISPLAY "ANNEE A CLOTURER (AAAA) :".
           ACCEPT WS-ANNEE-SAISIE.
           IF WS-ANNEE-SAISIE IS NOT NUMERIC
               DISPLAY "ANNEE INVALIDE !"
               GOBACK
           END-IF.
           MOVE WS-ANNEE-SAISIE TO WS-ANNEE.
           COMPUTE WS-ANNEE-SUIVANTE = WS-ANNEE + 1.
           MOVE WS-ANNEE TO WS-MOIS-FIN(1:4).
           MOVE "12" TO WS-MOIS-FIN(5:2).

           DISPLAY "EMPLOYEE-ID DU COMPTABLE :".
           ACCEPT WS-EMPLOYE-ID.
           MOVE "C" TO WS-NIVEAU-EXIGE.
           PERFORM CONTROLER-EMPLOYE.
           IF WS-EMP-OK NOT = "O"
               GOBACK
           END-IF.
           MOVE WS-EMPLOYE-ID TO WS-COMPTABLE-ID.

      *    decembre doit etre clos, et une annee deja close ne se
      *    reprend que sur autorisation d'un superviseur.
           PERFORM CHARGER-CONTROLE-MENSUEL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = "CLOTURE-MENSUELLE"
                  AND WS-CTM-MOIS(WS-C) NOT < WS-MOIS-FIN
                   MOVE "O" TO WS-DECEMBRE-CLOS
               END-IF
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                  AND WS-CTM-MOIS(WS-C) NOT < WS-MOIS-FIN
                   MOVE "O" TO WS-ANNEE-CLOSE
               END-IF
           END-PERFORM.
           IF WS-DECEMBRE-CLOS NOT = "O"
               DISPLAY "DECEMBRE " WS-ANNEE " N'EST PAS CLOS PAR "
                       "CLOTURE-MENSUELLE, EXERCICE NON CLOTURE"
               GOBACK
           END-IF.
           IF WS-ANNEE-CLOSE = "O"
               DISPLAY "EXERCICE " WS-ANNEE " DEJA CLOTURE : "
                       "REPASSAGE SOUMIS A UN SUPERVISEUR"
               DISPLAY "EMPLOYEE-ID DU SUPERVISEUR :"
               ACCEPT WS-EMPLOYE-ID
               MOVE "S" TO WS-NIVEAU-EXIGE
               PERFORM CONTROLER-EMPLOYE
               IF WS-EMP-OK NOT = "O"
                   DISPLAY "REPASSAGE REFUSE"
                   GOBACK
               END-IF
               MOVE WS-EMPLOYE-ID TO WS-SUPERVISEUR-ID
           END-IF.

           PERFORM CHARGER-COMPTE-RAN.
           IF WS-COMPTE-RAN = SPACES
               DISPLAY "PAS DE LIGNE " WS-CODE-RAN " DANS "
                       "COMPTES-GL.DAT : COMPTE DE REPORT A NOUVEAU "
                       "INCONNU"
               GOBACK
           END-IF.

           PERFORM CHARGER-OUVERTURE.
           MOVE "N" TO WS-OUVERTURE-EN-COURS.
           PERFORM VARYING WS-MOIS-NUM FROM 1 BY 1
                   UNTIL WS-MOIS-NUM > 12
               PERFORM VARYING WS-JOUR FROM 1 BY 1 UNTIL WS-JOUR > 31
                   MOVE WS-ANNEE    TO WS-DATE-JOUR(1:4)
                   MOVE WS-MOIS-NUM TO WS-DATE-JOUR(5:2)
                   MOVE WS-JOUR     TO WS-DATE-JOUR(7:2)
                   PERFORM CUMULER-UN-EXTRAIT
               END-PERFORM
           END-PERFORM.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "*** EXTRAITS DE L'ANNEE DESEQUILIBRES : "
                       "DEBITS " WS-TOTAL-DEBITS " CREDITS "
                       WS-TOTAL-CREDITS " ***"
               GOBACK
           END-IF.

           PERFORM SOLDER-COMPTES-GESTION.
           IF WS-SURCHARGE = "O"
               DISPLAY "PLUS DE 200 COMPTES GL, CLOTURE REFUSEE"
               GOBACK
           END-IF.

           DISPLAY "EXERCICE " WS-ANNEE " : " WS-NB-EXTRAITS
                   " EXTRAIT(S), " WS-NB-COMPTES " COMPTE(S) GL".
           MOVE WS-RESULTAT TO WS-RESULTAT-ED.
           IF WS-RESULTAT > 0
               DISPLAY "RESULTAT : BENEFICE DE " WS-RESULTAT-ED
           ELSE
               DISPLAY "RESULTAT : PERTE DE " WS-RESULTAT-ED
           END-IF.
           DISPLAY "CONFIRMER LA CLOTURE DE L'EXERCICE (O/N) :".
           ACCEPT WS-CONFIRME.
           IF WS-CONFIRME NOT = "O"
               DISPLAY "CLOTURE ABANDONNEE"
               GOBACK
           END-IF.

           PERFORM ECRIRE-A-NOUVEAUX.
           PERFORM EDITER-CLOTURE.
           PERFORM ENREGISTRER-ANNEE-CLOSE.

           MOVE SPACES TO WS-AUD-CLE.
           STRING "EXERCICE " WS-ANNEE
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           IF WS-ANNEE-CLOSE = "O"
               MOVE SPACES TO WS-AUD-AVANT
               STRING "DEJA CLOS, REPASSAGE AUTORISE PAR "
                      WS-SUPERVISEUR-ID
                   DELIMITED BY SIZE INTO WS-AUD-AVANT
               END-STRING
           ELSE
               MOVE "EXERCICE OUVERT" TO WS-AUD-AVANT
           END-IF.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "CLOS, RESULTAT " WS-RESULTAT-ED " A-NOUVEAUX "
                  WS-FICHIER-OUVERTURE
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-COMPTABLE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "A-NOUVEAUX " WS-ANNEE-SUIVANTE " DANS "
                   WS-FICHIER-OUVERTURE.
           DISPLAY "ETAT DANS " WS-RAP-FILE-PATH.
           GOBACK.

      *    C = comptable (COMPTABLE, CHEF COMPTABLE ou DIRECTEUR),
      *    S = encadrement (DIRECTEUR, MANAGER ou SUPERVISEUR).
       CONTROLER-EMPLOYE.
           MOVE "N" TO WS-EMP-OK.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-EMPLOYE-ID TO Employee-ID.
           READ Employee KEY IS Employee-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE-ID INCONNU !"
               NOT INVALID KEY
                   IF EMP-STATUT = "A" OR EMP-STATUT = " "
                       IF WS-NIVEAU-EXIGE = "C"
                          AND (Fonction = "COMPTABLE" OR
                               Fonction = "CHEF COMPTABLE" OR
                               Fonction = "DIRECTEUR")
                           MOVE "O" TO WS-EMP-OK
                       END-IF
                       IF WS-NIVEAU-EXIGE = "S"
                          AND (Fonction = "DIRECTEUR" OR
                               Fonction = "MANAGER" OR
                               Fonction = "SUPERVISEUR")
                           MOVE "O" TO WS-EMP-OK
                       END-IF
                   END-IF
                   IF WS-EMP-OK NOT = "O"
                       DISPLAY "EMPLOYE SANS AUTORITE !"
                   END-IF
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-CONTROLER-EMPLOYE.

       CHARGER-COMPTE-RAN.
           OPEN INPUT COMPTES-GL.
           IF WS-MAP-FILESTATUS = "00"
               PERFORM UNTIL WS-MAP-FILESTATUS NOT = "00"
                   READ COMPTES-GL
                       AT END MOVE "10" TO WS-MAP-FILESTATUS
                       NOT AT END
                           IF MAP-CODE-OPE = WS-CODE-RAN
                               MOVE MAP-CPT-CREDIT TO WS-COMPTE-RAN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMPTES-GL
           END-IF.
           EXIT.
       FIN-CHARGER-COMPTE-RAN.

      *    a-nouveaux de l'annee a clore, poses par la cloture de
      *    l'exercice precedent ; premiere annee : on part de zero.
       CHARGER-OUVERTURE.
           MOVE SPACES TO WS-OUV-FILE-PATH.
           STRING "GL-OUVERTURE-" WS-ANNEE ".DAT"
               DELIMITED BY SIZE INTO WS-OUV-FILE-PATH
           END-STRING.
           OPEN INPUT OUVERTURE-GL.
           IF WS-OUV-FILESTATUS NOT = "00"
               DISPLAY "PAS D'A-NOUVEAUX POUR " WS-ANNEE
                       ", OUVERTURE A ZERO"
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-OUVERTURE-LUE.
           MOVE "O" TO WS-OUVERTURE-EN-COURS.
           PERFORM UNTIL WS-OUV-FILESTATUS NOT = "00"
               READ OUVERTURE-GL
                   AT END MOVE "10" TO WS-OUV-FILESTATUS
                   NOT AT END
                       IF OUV-MONTANT IS NUMERIC
                           MOVE OUV-COMPTE  TO WS-COMPTE-COURANT
                           MOVE OUV-SENS    TO WS-SENS-COURANT
                           MOVE OUV-MONTANT TO WS-MONTANT-COURANT
                           PERFORM CUMULER-UN-COMPTE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUVERTURE-GL.
           EXIT.
       FIN-CHARGER-OUVERTURE.

       CUMULER-UN-EXTRAIT.
           MOVE SPACES TO WS-EXT-FILE-PATH.
           STRING "GL-" WS-DATE-JOUR ".DAT"
               DELIMITED BY SIZE INTO WS-EXT-FILE-PATH
           END-STRING.
           OPEN INPUT EXTRAIT-GL.
           IF WS-EXT-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-EXTRAITS.
           PERFORM UNTIL WS-EXT-FILESTATUS NOT = "00"
               READ EXTRAIT-GL
                   AT END MOVE "10" TO WS-EXT-FILESTATUS
                   NOT AT END
      *    comme dans BALANCE-GL, seules les lignes ventilees
      *    comptent.
                       IF EXT-DATE IS NUMERIC
                          AND EXT-MONTANT IS NUMERIC
                           MOVE EXT-MONTANT TO WS-MONTANT-COURANT
                           MOVE EXT-CPT-DEBIT TO WS-COMPTE-COURANT
                           MOVE "D" TO WS-SENS-COURANT
                           PERFORM CUMULER-UN-COMPTE
                           MOVE EXT-CPT-CREDIT TO WS-COMPTE-COURANT
                           MOVE "C" TO WS-SENS-COURANT
                           PERFORM CUMULER-UN-COMPTE
                           ADD EXT-MONTANT TO WS-TOTAL-DEBITS
                           ADD EXT-MONTANT TO WS-TOTAL-CREDITS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXTRAIT-GL.
           EXIT.
       FIN-CUMULER-UN-EXTRAIT.

       CUMULER-UN-COMPTE.
           PERFORM TROUVER-COMPTE.
           IF WS-TROUVE NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           IF WS-OUVERTURE-EN-COURS = "O"
               IF WS-SENS-COURANT = "D"
                   ADD WS-MONTANT-COURANT TO WS-BAL-OUVERTURE(WS-B)
               ELSE
                   SUBTRACT WS-MONTANT-COURANT
                       FROM WS-BAL-OUVERTURE(WS-B)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-SENS-COURANT = "D"
               ADD WS-MONTANT-COURANT TO WS-BAL-DEBITS(WS-B)
           ELSE
               ADD WS-MONTANT-COURANT TO WS-BAL-CREDITS(WS-B)
           END-IF.
           EXIT.
       FIN-CUMULER-UN-COMPTE.

      *    WS-B pointe sur le compte courant, cree au besoin.
       TROUVER-COMPTE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-NB-COMPTES OR WS-TROUVE = "O"
               IF WS-BAL-COMPTE(WS-B) = WS-COMPTE-COURANT
                   MOVE "O" TO WS-TROUVE
               END-IF
           END-PERFORM.
           IF WS-TROUVE = "O"
               SUBTRACT 1 FROM WS-B
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-COMPTES NOT < 200
               MOVE "O" TO WS-SURCHARGE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-NB-COMPTES.
           MOVE WS-NB-COMPTES TO WS-B.
           MOVE WS-COMPTE-COURANT TO WS-BAL-COMPTE(WS-B).
           MOVE ZERO TO WS-BAL-OUVERTURE(WS-B).
           MOVE ZERO TO WS-BAL-DEBITS(WS-B).
           MOVE ZERO TO WS-BAL-CREDITS(WS-B).
           MOVE ZERO TO WS-BAL-SOLDE(WS-B).
           MOVE ZERO TO WS-BAL-CLOTURE(WS-B).
           MOVE ZERO TO WS-BAL-A-NOUVEAU(WS-B).
           MOVE "O" TO WS-TROUVE.
           EXIT.
       FIN-TROUVER-COMPTE.

      *    solde de fin d'annee de chaque compte ; les comptes de
      *    classe 6 et 7 sont ramenes a zero par une ecriture de
      *    cloture dont la contrepartie va au report a nouveau. Le
      *    resultat est positif pour un benefice (solde crediteur
      *    des comptes de gestion).
       SOLDER-COMPTES-GESTION.
           MOVE WS-COMPTE-RAN TO WS-COMPTE-COURANT.
           PERFORM TROUVER-COMPTE.
           IF WS-TROUVE NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-B TO WS-B-RAN.
           MOVE ZERO TO WS-RESULTAT.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-COMPTES
               COMPUTE WS-BAL-SOLDE(WS-B) = WS-BAL-OUVERTURE(WS-B)
                       + WS-BAL-DEBITS(WS-B) - WS-BAL-CREDITS(WS-B)
               IF WS-BAL-COMPTE(WS-B)(1:1) = "6"
                  OR WS-BAL-COMPTE(WS-B)(1:1) = "7"
                   COMPUTE WS-BAL-CLOTURE(WS-B) =
                           0 - WS-BAL-SOLDE(WS-B)
                   SUBTRACT WS-BAL-SOLDE(WS-B) FROM WS-RESULTAT
               END-IF
           END-PERFORM.
           COMPUTE WS-BAL-CLOTURE(WS-B-RAN) =
                   WS-BAL-CLOTURE(WS-B-RAN) - WS-RESULTAT.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-COMPTES
               COMPUTE WS-BAL-A-NOUVEAU(WS-B) = WS-BAL-SOLDE(WS-B)
                       + WS-BAL-CLOTURE(WS-B)
           END-PERFORM.
           EXIT.
       FIN-SOLDER-COMPTES-GESTION.

      *    un solde non nul par compte de bilan, pour l'annee
      *    suivante.
       ECRIRE-A-NOUVEAUX.
           MOVE SPACES TO WS-OUV-FILE-PATH.
           STRING "GL-OUVERTURE-" WS-ANNEE-SUIVANTE ".DAT"
               DELIMITED BY SIZE INTO WS-OUV-FILE-PATH
           END-STRING.
           MOVE WS-OUV-FILE-PATH TO WS-FICHIER-OUVERTURE.
           OPEN OUTPUT OUVERTURE-GL.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-COMPTES
               IF WS-BAL-A-NOUVEAU(WS-B) NOT = 0
                   MOVE SPACES TO OUV-ENREG
                   MOVE WS-BAL-COMPTE(WS-B) TO OUV-COMPTE
                   IF WS-BAL-A-NOUVEAU(WS-B) > 0
                       MOVE "D" TO OUV-SENS
                       MOVE WS-BAL-A-NOUVEAU(WS-B) TO OUV-MONTANT
                       ADD WS-BAL-A-NOUVEAU(WS-B) TO WS-AN-DEBITEURS
                   ELSE
                       MOVE "C" TO OUV-SENS
                       COMPUTE OUV-MONTANT =
                               0 - WS-BAL-A-NOUVEAU(WS-B)
                       ADD OUV-MONTANT TO WS-AN-CREDITEURS
                   END-IF
                   WRITE OUV-ENREG
                   ADD 1 TO WS-NB-A-NOUVEAUX
               END-IF
           END-PERFORM.
           CLOSE OUVERTURE-GL.
           EXIT.
       FIN-ECRIRE-A-NOUVEAUX.

       EDITER-CLOTURE.
           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "CLOTURE-ANNUELLE-" WS-ANNEE ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CLOTURE DE L'EXERCICE " WS-ANNEE
                  " - BALANCE ANNUELLE DU GRAND LIVRE (SOLDES : "
                  "DEBITEUR POSITIF, CREDITEUR NEGATIF)"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-OUVERTURE-LUE NOT = "O"
               MOVE "SANS A-NOUVEAUX D'OUVERTURE (PREMIER EXERCICE)"
                   TO RAP-LIGNE
               WRITE RAP-LIGNE
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING "COMPTE ----- OUVERTURE ----- ---- DEBITS ----- "
                  "--- CREDITS ---- ------- SOLDE ------ "
                  "--- CLOTURE ----- --- A-NOUVEAU ----"
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           PERFORM VARYING WS-B FROM 1 BY 1 UNTIL WS-B > WS-NB-COMPTES
               MOVE WS-BAL-OUVERTURE(WS-B) TO WS-OUVERTURE-ED
               MOVE WS-BAL-SOLDE(WS-B)     TO WS-SOLDE-ED
               MOVE WS-BAL-CLOTURE(WS-B)   TO WS-CLOTURE-ED
               MOVE WS-BAL-A-NOUVEAU(WS-B) TO WS-A-NOUVEAU-ED
               MOVE SPACES TO RAP-LIGNE
               STRING WS-BAL-COMPTE(WS-B) " " WS-OUVERTURE-ED " "
                      WS-BAL-DEBITS(WS-B) " " WS-BAL-CREDITS(WS-B)
                      " " WS-SOLDE-ED " " WS-CLOTURE-ED " "
                      WS-A-NOUVEAU-ED
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-PERFORM.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "MOUVEMENTS DE L'ANNEE : DEBITS " WS-TOTAL-DEBITS
                  " CREDITS " WS-TOTAL-CREDITS
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           IF WS-RESULTAT > 0
               STRING "RESULTAT DE L'EXERCICE : BENEFICE DE "
                      WS-RESULTAT-ED " VIRE AU COMPTE " WS-COMPTE-RAN
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           ELSE
               STRING "RESULTAT DE L'EXERCICE : PERTE DE "
                      WS-RESULTAT-ED " VIREE AU COMPTE " WS-COMPTE-RAN
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE.
           MOVE SPACES TO RAP-LIGNE.
           STRING "A-NOUVEAUX " WS-ANNEE-SUIVANTE " : "
                  WS-NB-A-NOUVEAUX " COMPTE(S), DEBITEURS "
                  WS-AN-DEBITEURS " CREDITEURS " WS-AN-CREDITEURS
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-AN-DEBITEURS NOT = WS-AN-CREDITEURS
               MOVE SPACES TO RAP-LIGNE
               STRING "*** A-NOUVEAUX DESEQUILIBRES, VERIFIER LES "
                      "A-NOUVEAUX DE L'ANNEE CLOSE ***"
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           MOVE SPACES TO RAP-LIGNE.
           STRING "CLOTURE PAR " WS-COMPTABLE-ID " LE "
                  WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO RAP-LIGNE
           END-STRING.
           WRITE RAP-LIGNE.
           IF WS-ANNEE-CLOSE = "O"
               MOVE SPACES TO RAP-LIGNE
               STRING "REPASSAGE AUTORISE PAR LE SUPERVISEUR "
                      WS-SUPERVISEUR-ID
                   DELIMITED BY SIZE INTO RAP-LIGNE
               END-STRING
               WRITE RAP-LIGNE
           END-IF.
           CLOSE RAPPORT-FICHIER.
           EXIT.
       FIN-EDITER-CLOTURE.

       CHARGER-CONTROLE-MENSUEL.
           MOVE ZERO TO WS-NB-CTM.
           OPEN INPUT CONTROLE-MENSUEL.
           IF WS-CTM-FILESTATUS = "00"
               PERFORM UNTIL WS-CTM-FILESTATUS NOT = "00"
                   READ CONTROLE-MENSUEL
                       AT END MOVE "10" TO WS-CTM-FILESTATUS
                       NOT AT END
                           IF WS-NB-CTM < 20
                               ADD 1 TO WS-NB-CTM
                               MOVE CTM-JOB  TO WS-CTM-JOB(WS-NB-CTM)
                               MOVE CTM-MOIS TO WS-CTM-MOIS(WS-NB-CTM)
                               MOVE CTM-SUITE TO
                                    WS-CTM-SUITE(WS-NB-CTM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROLE-MENSUEL
           END-IF.
           EXIT.
       FIN-CHARGER-CONTROLE-MENSUEL.

      *    l'exercice clos prend la ligne AAAA12 du job : nombre de
      *    comptes a-nouveau, resultat, fichier des a-nouveaux.
       ENREGISTRER-ANNEE-CLOSE.
           MOVE SPACES TO CTM-ENREG.
           MOVE WS-NB-A-NOUVEAUX TO CTM-NB.
           MOVE WS-RESULTAT TO CTM-MONTANT.
           MOVE WS-FICHIER-OUVERTURE TO CTM-SORTIE.
           MOVE "N" TO WS-CTM-TROUVE.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               IF WS-CTM-JOB(WS-C) = WS-NOM-JOB
                   IF WS-CTM-MOIS(WS-C) < WS-MOIS-FIN
                       MOVE WS-MOIS-FIN TO WS-CTM-MOIS(WS-C)
                       MOVE CTM-SUITE TO WS-CTM-SUITE(WS-C)
                   END-IF
                   MOVE "O" TO WS-CTM-TROUVE
               END-IF
           END-PERFORM.
           IF WS-CTM-TROUVE = "N" AND WS-NB-CTM < 20
               ADD 1 TO WS-NB-CTM
               MOVE WS-NOM-JOB  TO WS-CTM-JOB(WS-NB-CTM)
               MOVE WS-MOIS-FIN TO WS-CTM-MOIS(WS-NB-CTM)
               MOVE CTM-SUITE TO WS-CTM-SUITE(WS-NB-CTM)
           END-IF.

           OPEN OUTPUT CONTROLE-MENSUEL.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > WS-NB-CTM
               MOVE WS-CTM-JOB(WS-C)  TO CTM-JOB
               MOVE WS-CTM-MOIS(WS-C) TO CTM-MOIS
               MOVE WS-CTM-SUITE(WS-C) TO CTM-SUITE
               WRITE CTM-ENREG
           END-PERFORM.
           CLOSE CONTROLE-MENSUEL.
           EXIT.
       FIN-ENREGISTRER-ANNEE-CLOSE.

       END PROGRAM CLOTURE-ANNUELLE.
