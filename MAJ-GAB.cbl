       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAJ-GAB.
       AUTHOR.    MOHAMED.

      *    parc des guichets automatiques de billets (GAB) et cycles
      *    d'alimentation :
      *      - GABS.DAT : une ligne par automate (identifiant, agence
      *        de rattachement, emplacement, statut, jusqu'a quatre
      *        cassettes avec leur devise et leur coupure) ;
      *      - CYCLES-GAB.DAT : une ligne par chargement d'un GAB et
      *        par devise. Le chargement sort les billets du coffre de
      *        l'agence (COFFRE.DAT sens S) et ouvre le cycle ; le
      *        dechargement compte ce qui reste dans les cassettes, le
      *        remet au coffre (sens E) et ferme le cycle, que
      *        RAPPROCHEMENT-GAB oppose ensuite aux retraits poses.
      *    Chargement et dechargement se font a deux : l'operateur
      *    qui manipule les cassettes et un employe d'encadrement qui
      *    contresigne, comme les mouvements de coffre du guichet.
      *    Toute operation passe a la piste d'audit centrale.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GABS-FICHIER ASSIGN TO "GABS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GAB-FILESTATUS.

           SELECT CYCLES-GAB ASSIGN TO "CYCLES-GAB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-FILESTATUS.

           SELECT COFFRE-FICHIER ASSIGN TO "COFFRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COF-FILESTATUS.

           SELECT AGENCES-FICHIER ASSIGN TO "AGENCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-FILESTATUS.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

      *    GAB-STATUT : A = en service, H = hors service, X = retire
      *    du parc. Les cassettes au-dela de GAB-NB-CASSETTES sont a
      *    blanc.
       FD  GABS-FICHIER.
       01  GAB-ENREG.
           05  GAB-ID          PIC X(8).
           05  FILLER          PIC X(1).
           05  GAB-AGENCE      PIC X(3).
           05  FILLER          PIC X(1).
           05  GAB-EMPLACEMENT PIC X(30).
           05  FILLER          PIC X(1).
           05  GAB-STATUT      PIC X(1).
           05  FILLER          PIC X(1).
           05  GAB-NB-CASSETTES PIC 9(1).
           05  GAB-CASSETTE OCCURS 4 TIMES.
               10  FILLER          PIC X(1).
               10  GAB-CAS-DEVISE  PIC X(3).
               10  FILLER          PIC X(1).
               10  GAB-CAS-COUPURE PIC 9(4).

      *    CYC-STATUT : O = charge, en cours ; D = decharge, a
      *    rapprocher ; R = rapproche par RAPPROCHEMENT-GAB, qui
      *    renseigne les retraits poses, l'ecart et son sens
      *    (M = manquant, E = excedent, blanc = equilibre).
       FD  CYCLES-GAB.
       01  CYC-ENREG.
           05  CYC-GAB             PIC X(8).
           05  FILLER              PIC X(1).
           05  CYC-NUMERO          PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-DEVISE          PIC X(3).
           05  FILLER              PIC X(1).
           05  CYC-STATUT          PIC X(1).
           05  FILLER              PIC X(1).
           05  CYC-DATE-CHARGE     PIC X(8).
           05  FILLER              PIC X(1).
           05  CYC-MONTANT-CHARGE  PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-OPER-CHARGE     PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-SUPER-CHARGE    PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-DATE-DECHARGE   PIC X(8).
           05  FILLER              PIC X(1).
           05  CYC-MONTANT-RESTANT PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-OPER-DECHARGE   PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-SUPER-DECHARGE  PIC 9(5).
           05  FILLER              PIC X(1).
           05  CYC-RETRAITS        PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-SENS-ECART      PIC X(1).
           05  FILLER              PIC X(1).
           05  CYC-ECART           PIC 9(10)V9(2).
           05  FILLER              PIC X(1).
           05  CYC-DATE-RAPPRO     PIC X(8).

      *    meme mise en forme que dans OPERATIONS.
       FD  COFFRE-FICHIER.
       01  COFFRE-ENREG.
           05  COF-AGENCE       PIC X(3).
           05  FILLER           PIC X(1).
           05  COF-DATE         PIC X(8).
           05  FILLER           PIC X(1).
           05  COF-SENS         PIC X(1).
           05  FILLER           PIC X(1).
           05  COF-MONTANT      PIC 9(10)V9(2).
           05  FILLER           PIC X(1).
           05  COF-DEVISE       PIC X(3).
           05  FILLER           PIC X(1).
           05  COF-OPERATEUR    PIC 9(5).
           05  FILLER           PIC X(1).
           05  COF-SUPERVISEUR  PIC 9(5).
           05  FILLER           PIC X(1).
           05  COF-MOTIF        PIC X(20).

      *    meme mise en forme que dans BANQUE-CLT.
       FD  AGENCES-FICHIER.
       01  AGE-ENREG.
           05  AGE-CODE        PIC X(3).
           05  FILLER          PIC X(1).
           05  AGE-LIBELLE     PIC X(30).

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

       01  WS-GAB-FILESTATUS   PIC X(2).
       01  WS-CYC-FILESTATUS   PIC X(2).
       01  WS-COF-FILESTATUS   PIC X(2).
       01  WS-AGE-FILESTATUS   PIC X(2).
       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).

      *    les chargements ecrivent le coffre de l'agence : l'ecran
      *    prend le verrou GUICHET, comme une session de caisse.
       01  WS-PGM-VERROU       PIC X(20) VALUE "VERROU-EXPLOITATION".
       01  WS-VERROU-ACTION    PIC X(1).
       01  WS-VERROU-TYPE      PIC X(8).
       01  WS-VERROU-RESULTAT  PIC X(1).

       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

       01  WS-CHOIX            PIC 9(1).
       01  WS-GAB-SAISI        PIC X(8).
       01  WS-AGENCE-SAISIE    PIC X(3).
       01  WS-AGENCE-CONNUE    PIC X(1).
       01  WS-EMPLACEMENT-SAISI PIC X(30).
       01  WS-STATUT-SAISI     PIC X(1).
       01  WS-NB-CAS-SAISI     PIC 9(1).
       01  WS-DEVISE-SAISIE    PIC X(3).
       01  WS-COUPURE-SAISIE   PIC 9(4).
       01  WS-CASSETTES-OK     PIC X(1).
       01  WS-NB-BILLETS       PIC 9(5).
       01  WS-OPERATEUR-ID     PIC 9(5).
       01  WS-EMPLOYE-ID       PIC 9(5).
       01  WS-EMP-OK           PIC X(1).
       01  WS-CONFIRMATION     PIC X(1).

      *    parc et cycles charges en table et reecrits en entier,
      *    comme le registre de MAJ-COFFRES.
       01  WS-NB-GAB           PIC 9(3) VALUE ZERO.
       01  WS-GAB-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-GAB.
         05 WS-GAB  OCCURS 200 TIMES.
           10  WS-GAB-IMAGE    PIC X(90).
       01  WS-G                PIC 9(3).
       01  WS-GAB-POS          PIC 9(3).

       01  WS-NB-CYC           PIC 9(4) VALUE ZERO.
       01  WS-CYC-SURCHARGE    PIC X(1) VALUE "N".
       01  WS-TABLE-CYC.
         05 WS-CYC  OCCURS 3000 TIMES.
           10  WS-CYC-IMAGE    PIC X(160).
       01  WS-Y                PIC 9(4).
       01  WS-NB-OUVERTS       PIC 9(2).
       01  WS-DERNIER-CYCLE    PIC 9(5).
       01  WS-NB-LISTES        PIC 9(4).

      *    montants comptes par devise sur les cassettes d'un GAB.
       01  WS-NB-DEV           PIC 9(1).
       01  WS-TABLE-DEV.
         05 WS-DEV  OCCURS 4 TIMES.
           10  WS-DEV-CODE     PIC X(3).
           10  WS-DEV-MONTANT  PIC 9(10)V9(2).
           10  WS-DEV-OUVERT   PIC X(1).
       01  WS-D                PIC 9(1).
       01  WS-C                PIC 9(1).
       01  WS-DEV-POS          PIC 9(1).

       01  WS-COF-SENS         PIC X(1).
       01  WS-COF-MOTIF        PIC X(20).
       01  WS-ED-MONTANT       PIC Z(9)9.99.

       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "MAJ-GAB".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

       PROCEDURE DIVISION.

       MAIN-MAJ-GAB.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.

           MOVE "P" TO WS-VERROU-ACTION.
           MOVE "GUICHET" TO WS-VERROU-TYPE.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           IF WS-VERROU-RESULTAT NOT = "O"
               DISPLAY "VERROU D'EXPLOITATION REFUSE, BATCH EN COURS"
               GOBACK
           END-IF.

           DISPLAY "1-ENREGISTRER OU MODIFIER UN GAB".
           DISPLAY "2-LISTER LE PARC DES GAB".
           DISPLAY "3-CHARGER UN GAB".
           DISPLAY "4-DECHARGER UN GAB".
           DISPLAY "5-LISTER LES CYCLES D'UN GAB".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM ENREGISTRER-GAB
               WHEN 2
                   PERFORM LISTER-GAB
               WHEN 3
                   PERFORM CHARGER-GAB
               WHEN 4
                   PERFORM DECHARGER-GAB
               WHEN 5
                   PERFORM LISTER-CYCLES
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           PERFORM LIBERER-VERROU.
           GOBACK.

       LIBERER-VERROU.
           MOVE "L" TO WS-VERROU-ACTION.
           CALL WS-PGM-VERROU USING WS-VERROU-ACTION WS-VERROU-TYPE
                                     WS-VERROU-RESULTAT.
           EXIT.
       FIN-LIBERER-VERROU.

      *    un GAB inconnu est cree ; un GAB connu est remplace, sauf
      *    ses cassettes tant qu'un cycle est ouvert : les comptes du
      *    dechargement se font sur les cassettes du chargement.
       ENREGISTRER-GAB.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "IDENTIFIANT DU GAB :".
           ACCEPT WS-GAB-SAISI.
           IF WS-GAB-SAISI = SPACES
               DISPLAY "IDENTIFIANT OBLIGATOIRE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-GABS.
           IF WS-GAB-SURCHARGE = "O"
               DISPLAY "PLUS DE 200 GAB, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHERCHER-GAB.
           MOVE SPACES TO WS-AUD-AVANT.
           IF WS-GAB-POS = 0
               IF WS-NB-GAB NOT < 200
                   DISPLAY "PARC PLEIN"
                   EXIT PARAGRAPH
               END-IF
               MOVE "NOUVEAU GAB" TO WS-AUD-AVANT
           ELSE
               STRING "AGENCE " GAB-AGENCE " STATUT " GAB-STATUT
                      " CASSETTES " GAB-NB-CASSETTES
                   DELIMITED BY SIZE INTO WS-AUD-AVANT
               END-STRING
           END-IF.

           DISPLAY "CODE AGENCE :".
           ACCEPT WS-AGENCE-SAISIE.
           PERFORM CONTROLER-AGENCE.
           IF WS-AGENCE-CONNUE = "N"
               DISPLAY "AGENCE INCONNUE DANS AGENCES.DAT"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "EMPLACEMENT :".
           ACCEPT WS-EMPLACEMENT-SAISI.
           DISPLAY "STATUT (A=EN SERVICE, H=HORS SERVICE, X=RETIRE) :".
           ACCEPT WS-STATUT-SAISI.
           IF WS-STATUT-SAISI NOT = "A" AND WS-STATUT-SAISI NOT = "H"
              AND WS-STATUT-SAISI NOT = "X"
               DISPLAY "STATUT INVALIDE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM CHARGER-CYCLES.
           PERFORM COMPTER-CYCLES-OUVERTS.
           IF WS-GAB-POS > 0 AND WS-NB-OUVERTS > 0
               IF WS-STATUT-SAISI = "X"
                   DISPLAY "GAB CHARGE, LE DECHARGER AVANT RETRAIT"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "GAB CHARGE : CASSETTES INCHANGEES"
           ELSE
               MOVE SPACES TO GAB-ENREG
               DISPLAY "NOMBRE DE CASSETTES (1 A 4) :"
               ACCEPT WS-NB-CAS-SAISI
               IF WS-NB-CAS-SAISI < 1 OR WS-NB-CAS-SAISI > 4
                   DISPLAY "NOMBRE DE CASSETTES INVALIDE"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NB-CAS-SAISI TO GAB-NB-CASSETTES
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NB-CAS-SAISI
                   DISPLAY "CASSETTE " WS-C " DEVISE :"
                   ACCEPT WS-DEVISE-SAISIE
                   DISPLAY "CASSETTE " WS-C " COUPURE :"
                   ACCEPT WS-COUPURE-SAISIE
                   MOVE WS-DEVISE-SAISIE  TO GAB-CAS-DEVISE(WS-C)
                   MOVE WS-COUPURE-SAISIE TO GAB-CAS-COUPURE(WS-C)
               END-PERFORM
               MOVE "O" TO WS-CASSETTES-OK
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-NB-CAS-SAISI
                   IF GAB-CAS-DEVISE(WS-C) = SPACES
                      OR GAB-CAS-COUPURE(WS-C) = 0
                       MOVE "N" TO WS-CASSETTES-OK
                   END-IF
               END-PERFORM
               IF WS-CASSETTES-OK = "N"
                   DISPLAY "CASSETTE SANS DEVISE OU SANS COUPURE"
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           MOVE WS-GAB-SAISI         TO GAB-ID.
           MOVE WS-AGENCE-SAISIE     TO GAB-AGENCE.
           MOVE WS-EMPLACEMENT-SAISI TO GAB-EMPLACEMENT.
           MOVE WS-STATUT-SAISI      TO GAB-STATUT.
           IF WS-GAB-POS = 0
               ADD 1 TO WS-NB-GAB
               MOVE WS-NB-GAB TO WS-GAB-POS
           END-IF.
           MOVE GAB-ENREG TO WS-GAB-IMAGE(WS-GAB-POS).
           PERFORM SAUVER-GABS.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-GAB-SAISI TO WS-AUD-CLE(1:8).
           MOVE SPACES TO WS-AUD-APRES.
           STRING "AGENCE " GAB-AGENCE " STATUT " GAB-STATUT
                  " CASSETTES " GAB-NB-CASSETTES
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           DISPLAY "GAB " WS-GAB-SAISI " ENREGISTRE".
           EXIT.
       FIN-ENREGISTRER-GAB.

       LISTER-GAB.
           PERFORM CHARGER-GABS.
           PERFORM CHARGER-CYCLES.
           MOVE ZERO TO WS-NB-LISTES.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GAB
               MOVE WS-GAB-IMAGE(WS-G) TO GAB-ENREG
               MOVE GAB-ID TO WS-GAB-SAISI
               PERFORM COMPTER-CYCLES-OUVERTS
               DISPLAY "  " GAB-ID " AGENCE " GAB-AGENCE
                       " STATUT " GAB-STATUT
                       " CASSETTES " GAB-NB-CASSETTES
                       " CYCLES OUVERTS " WS-NB-OUVERTS
                       " " GAB-EMPLACEMENT
               ADD 1 TO WS-NB-LISTES
           END-PERFORM.
           DISPLAY WS-NB-LISTES " GAB AU PARC".
           EXIT.
       FIN-LISTER-GAB.

      *    chargement : le GAB doit etre en service et vide (aucun
      *    cycle ouvert). Les billets de chaque cassette sont comptes,
      *    sommes par devise ; chaque devise chargee ouvre un cycle et
      *    sort du coffre de l'agence du GAB.
       CHARGER-GAB.
           PERFORM SAISIR-INTERVENANTS.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "IDENTIFIANT DU GAB :".
           ACCEPT WS-GAB-SAISI.
           PERFORM CHARGER-GABS.
           PERFORM CHERCHER-GAB.
           IF WS-GAB-POS = 0
               DISPLAY "GAB INCONNU"
               EXIT PARAGRAPH
           END-IF.
           IF GAB-STATUT NOT = "A"
               DISPLAY "GAB NON EN SERVICE, CHARGEMENT REFUSE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-CYCLES.
           IF WS-CYC-SURCHARGE = "O"
               DISPLAY "PLUS DE 3000 CYCLES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPTER-CYCLES-OUVERTS.
           IF WS-NB-OUVERTS > 0
               DISPLAY "GAB DEJA CHARGE, LE DECHARGER D'ABORD"
               EXIT PARAGRAPH
           END-IF.

           MOVE ZERO TO WS-NB-DEV.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > GAB-NB-CASSETTES
               DISPLAY "CASSETTE " WS-C " (" GAB-CAS-DEVISE(WS-C)
                       " " GAB-CAS-COUPURE(WS-C)
                       ") NOMBRE DE BILLETS CHARGES :"
               ACCEPT WS-NB-BILLETS
               PERFORM CUMULER-CASSETTE
           END-PERFORM.
           MOVE ZERO TO WS-Y.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEV
               IF WS-DEV-MONTANT(WS-D) > 0
                   ADD 1 TO WS-Y
               END-IF
           END-PERFORM.
           IF WS-Y = 0
               DISPLAY "AUCUN BILLET CHARGE"
               EXIT PARAGRAPH
           END-IF.
           IF WS-NB-CYC + WS-Y > 3000
               DISPLAY "PLUS DE 3000 CYCLES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEV
               MOVE WS-DEV-MONTANT(WS-D) TO WS-ED-MONTANT
               DISPLAY "  A CHARGER " WS-DEV-CODE(WS-D) " "
                       WS-ED-MONTANT
           END-PERFORM.
           DISPLAY "CONFIRMER LE CHARGEMENT (O/N) :".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O"
               DISPLAY "CHARGEMENT ABANDONNE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEV
               IF WS-DEV-MONTANT(WS-D) > 0
                   PERFORM OUVRIR-CYCLE
               END-IF
           END-PERFORM.
           PERFORM SAUVER-CYCLES.
           DISPLAY "GAB " WS-GAB-SAISI " CHARGE".
           EXIT.
       FIN-CHARGER-GAB.

       OUVRIR-CYCLE.
           ADD 1 TO WS-DERNIER-CYCLE.
           MOVE SPACES               TO CYC-ENREG.
           MOVE WS-GAB-SAISI         TO CYC-GAB.
           MOVE WS-DERNIER-CYCLE     TO CYC-NUMERO.
           MOVE WS-DEV-CODE(WS-D)    TO CYC-DEVISE.
           MOVE "O"                  TO CYC-STATUT.
           MOVE WS-AUJOURD-HUI       TO CYC-DATE-CHARGE.
           MOVE WS-DEV-MONTANT(WS-D) TO CYC-MONTANT-CHARGE.
           MOVE WS-OPERATEUR-ID      TO CYC-OPER-CHARGE.
           MOVE WS-EMPLOYE-ID        TO CYC-SUPER-CHARGE.
           MOVE ZERO TO CYC-MONTANT-RESTANT CYC-OPER-DECHARGE
                        CYC-SUPER-DECHARGE CYC-RETRAITS CYC-ECART.
           ADD 1 TO WS-NB-CYC.
           MOVE CYC-ENREG TO WS-CYC-IMAGE(WS-NB-CYC).

           MOVE "S" TO WS-COF-SENS.
           MOVE SPACES TO WS-COF-MOTIF.
           STRING "GAB CHARGT " WS-GAB-SAISI
               DELIMITED BY SIZE INTO WS-COF-MOTIF
           END-STRING.
           PERFORM MOUVEMENTER-COFFRE.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-GAB-SAISI TO WS-AUD-CLE(1:8).
           MOVE CYC-NUMERO TO WS-AUD-CLE(10:5).
           MOVE "AUCUN CYCLE OUVERT" TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           MOVE WS-DEV-MONTANT(WS-D) TO WS-ED-MONTANT.
           STRING "CHARGE " CYC-DEVISE " " WS-ED-MONTANT
                  " OPERATEUR " WS-OPERATEUR-ID
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           EXIT.
       FIN-OUVRIR-CYCLE.

      *    dechargement : on ne compte que les cassettes d'une devise
      *    chargee ; le reste de chaque devise retourne au coffre et
      *    le cycle passe a rapprocher.
       DECHARGER-GAB.
           PERFORM SAISIR-INTERVENANTS.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "IDENTIFIANT DU GAB :".
           ACCEPT WS-GAB-SAISI.
           PERFORM CHARGER-GABS.
           PERFORM CHERCHER-GAB.
           IF WS-GAB-POS = 0
               DISPLAY "GAB INCONNU"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-CYCLES.
           IF WS-CYC-SURCHARGE = "O"
               DISPLAY "PLUS DE 3000 CYCLES, TABLE PLEINE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM COMPTER-CYCLES-OUVERTS.
           IF WS-NB-OUVERTS = 0
               DISPLAY "AUCUN CYCLE OUVERT SUR CE GAB"
               EXIT PARAGRAPH
           END-IF.

      *    devises des cycles ouverts, montant restant a compter.
           MOVE ZERO TO WS-NB-DEV.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NB-CYC
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               IF CYC-GAB = WS-GAB-SAISI AND CYC-STATUT = "O"
                  AND WS-NB-DEV < 4
                   ADD 1 TO WS-NB-DEV
                   MOVE CYC-DEVISE TO WS-DEV-CODE(WS-NB-DEV)
                   MOVE ZERO TO WS-DEV-MONTANT(WS-NB-DEV)
                   MOVE "O" TO WS-DEV-OUVERT(WS-NB-DEV)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > GAB-NB-CASSETTES
               PERFORM CHERCHER-DEVISE
               IF WS-DEV-POS > 0
                   DISPLAY "CASSETTE " WS-C " (" GAB-CAS-DEVISE(WS-C)
                           " " GAB-CAS-COUPURE(WS-C)
                           ") NOMBRE DE BILLETS RESTANTS :"
                   ACCEPT WS-NB-BILLETS
                   COMPUTE WS-DEV-MONTANT(WS-DEV-POS) =
                           WS-DEV-MONTANT(WS-DEV-POS)
                           + WS-NB-BILLETS * GAB-CAS-COUPURE(WS-C)
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEV
               MOVE WS-DEV-MONTANT(WS-D) TO WS-ED-MONTANT
               DISPLAY "  RESTANT " WS-DEV-CODE(WS-D) " "
                       WS-ED-MONTANT
           END-PERFORM.
           DISPLAY "CONFIRMER LE DECHARGEMENT (O/N) :".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT = "O"
               DISPLAY "DECHARGEMENT ABANDONNE"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NB-CYC
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               IF CYC-GAB = WS-GAB-SAISI AND CYC-STATUT = "O"
                   PERFORM FERMER-CYCLE
               END-IF
           END-PERFORM.
           PERFORM SAUVER-CYCLES.
           DISPLAY "GAB " WS-GAB-SAISI
                   " DECHARGE, CYCLES A RAPPROCHER".
           EXIT.
       FIN-DECHARGER-GAB.

       FERMER-CYCLE.
           MOVE ZERO TO WS-DEV-POS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEV
               IF WS-DEV-CODE(WS-D) = CYC-DEVISE
                   MOVE WS-D TO WS-DEV-POS
               END-IF
           END-PERFORM.
           IF WS-DEV-POS = 0
               EXIT PARAGRAPH
           END-IF.
           MOVE "D"                  TO CYC-STATUT.
           MOVE WS-AUJOURD-HUI       TO CYC-DATE-DECHARGE.
           MOVE WS-DEV-MONTANT(WS-DEV-POS) TO CYC-MONTANT-RESTANT.
           MOVE WS-OPERATEUR-ID      TO CYC-OPER-DECHARGE.
           MOVE WS-EMPLOYE-ID        TO CYC-SUPER-DECHARGE.
           MOVE CYC-ENREG TO WS-CYC-IMAGE(WS-Y).

           IF CYC-MONTANT-RESTANT > 0
               MOVE WS-DEV-POS TO WS-D
               MOVE "E" TO WS-COF-SENS
               MOVE SPACES TO WS-COF-MOTIF
               STRING "GAB DECHGT " WS-GAB-SAISI
                   DELIMITED BY SIZE INTO WS-COF-MOTIF
               END-STRING
               PERFORM MOUVEMENTER-COFFRE
           END-IF.

           MOVE SPACES TO WS-AUD-CLE.
           MOVE WS-GAB-SAISI TO WS-AUD-CLE(1:8).
           MOVE CYC-NUMERO TO WS-AUD-CLE(10:5).
           MOVE SPACES TO WS-AUD-AVANT.
           MOVE CYC-MONTANT-CHARGE TO WS-ED-MONTANT.
           STRING "CHARGE " CYC-DEVISE " " WS-ED-MONTANT
                  " LE " CYC-DATE-CHARGE
               DELIMITED BY SIZE INTO WS-AUD-AVANT
           END-STRING.
           MOVE SPACES TO WS-AUD-APRES.
           MOVE CYC-MONTANT-RESTANT TO WS-ED-MONTANT.
           STRING "DECHARGE, RESTANT " WS-ED-MONTANT
                  " OPERATEUR " WS-OPERATEUR-ID
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.
           EXIT.
       FIN-FERMER-CYCLE.

       LISTER-CYCLES.
           DISPLAY "IDENTIFIANT DU GAB :".
           ACCEPT WS-GAB-SAISI.
           PERFORM CHARGER-CYCLES.
           MOVE ZERO TO WS-NB-LISTES.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NB-CYC
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               IF CYC-GAB = WS-GAB-SAISI
                   DISPLAY "  CYCLE " CYC-NUMERO " " CYC-DEVISE
                           " STATUT " CYC-STATUT
                           " CHARGE LE " CYC-DATE-CHARGE
                           " " CYC-MONTANT-CHARGE
                           " DECHARGE LE " CYC-DATE-DECHARGE
                           " RESTANT " CYC-MONTANT-RESTANT
                   IF CYC-STATUT = "R"
                       DISPLAY "        RETRAITS " CYC-RETRAITS
                               " ECART " CYC-SENS-ECART
                               " " CYC-ECART
                   END-IF
                   ADD 1 TO WS-NB-LISTES
               END-IF
           END-PERFORM.
           DISPLAY WS-NB-LISTES " CYCLE(S) POUR LE GAB " WS-GAB-SAISI.
           EXIT.
       FIN-LISTER-CYCLES.

      *    operateur qui manipule les cassettes, puis employe
      *    d'encadrement qui contresigne : deux personnes distinctes.
       SAISIR-INTERVENANTS.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "EMPLOYEE-ID OPERATEUR :".
           ACCEPT WS-OPERATEUR-ID.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK = "O" AND WS-EMPLOYE-ID = WS-OPERATEUR-ID
               DISPLAY "LE SUPERVISEUR DOIT ETRE UN AUTRE EMPLOYE"
               MOVE "N" TO WS-EMP-OK
           END-IF.
           EXIT.
       FIN-SAISIR-INTERVENANTS.

      *    ajoute les billets de la cassette WS-C au montant de sa
      *    devise.
       CUMULER-CASSETTE.
           PERFORM CHERCHER-DEVISE.
           IF WS-DEV-POS = 0
               ADD 1 TO WS-NB-DEV
               MOVE WS-NB-DEV TO WS-DEV-POS
               MOVE GAB-CAS-DEVISE(WS-C) TO WS-DEV-CODE(WS-DEV-POS)
               MOVE ZERO TO WS-DEV-MONTANT(WS-DEV-POS)
               MOVE "N" TO WS-DEV-OUVERT(WS-DEV-POS)
           END-IF.
           COMPUTE WS-DEV-MONTANT(WS-DEV-POS) =
                   WS-DEV-MONTANT(WS-DEV-POS)
                   + WS-NB-BILLETS * GAB-CAS-COUPURE(WS-C).
           EXIT.
       FIN-CUMULER-CASSETTE.

       CHERCHER-DEVISE.
           MOVE ZERO TO WS-DEV-POS.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > WS-NB-DEV
               IF WS-DEV-CODE(WS-D) = GAB-CAS-DEVISE(WS-C)
                   MOVE WS-D TO WS-DEV-POS
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-DEVISE.

      *    mouvement du coffre de l'agence du GAB pour la devise
      *    WS-D : l'operateur et le superviseur du chargement y
      *    figurent comme pour un approvisionnement de tiroir.
       MOUVEMENTER-COFFRE.
           MOVE SPACES               TO COFFRE-ENREG.
           MOVE GAB-AGENCE           TO COF-AGENCE.
           MOVE WS-AUJOURD-HUI       TO COF-DATE.
           MOVE WS-COF-SENS          TO COF-SENS.
           IF WS-COF-SENS = "S"
               MOVE WS-DEV-MONTANT(WS-D) TO COF-MONTANT
           ELSE
               MOVE CYC-MONTANT-RESTANT TO COF-MONTANT
           END-IF.
           MOVE WS-DEV-CODE(WS-D)    TO COF-DEVISE.
           MOVE WS-OPERATEUR-ID      TO COF-OPERATEUR.
           MOVE WS-EMPLOYE-ID        TO COF-SUPERVISEUR.
           MOVE WS-COF-MOTIF         TO COF-MOTIF.
           OPEN EXTEND COFFRE-FICHIER.
           IF WS-COF-FILESTATUS = "35"
               OPEN OUTPUT COFFRE-FICHIER
           END-IF.
           WRITE COFFRE-ENREG.
           CLOSE COFFRE-FICHIER.
           EXIT.
       FIN-MOUVEMENTER-COFFRE.

      *    nombre de cycles ouverts du GAB WS-GAB-SAISI et plus haut
      *    numero de cycle deja attribue a ce GAB.
       COMPTER-CYCLES-OUVERTS.
           MOVE ZERO TO WS-NB-OUVERTS.
           MOVE ZERO TO WS-DERNIER-CYCLE.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NB-CYC
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               IF CYC-GAB = WS-GAB-SAISI
                   IF CYC-STATUT = "O"
                       ADD 1 TO WS-NB-OUVERTS
                   END-IF
                   IF CYC-NUMERO > WS-DERNIER-CYCLE
                       MOVE CYC-NUMERO TO WS-DERNIER-CYCLE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT.
       FIN-COMPTER-CYCLES-OUVERTS.

      *    le GAB saisi reste dans GAB-ENREG et son rang dans
      *    WS-GAB-POS (zero s'il est inconnu).
       CHERCHER-GAB.
           MOVE ZERO TO WS-GAB-POS.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-NB-GAB OR WS-GAB-POS > 0
               MOVE WS-GAB-IMAGE(WS-G) TO GAB-ENREG
               IF GAB-ID = WS-GAB-SAISI
                   MOVE WS-G TO WS-GAB-POS
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-GAB.

       CHARGER-GABS.
           MOVE ZERO TO WS-NB-GAB.
           MOVE "N" TO WS-GAB-SURCHARGE.
           OPEN INPUT GABS-FICHIER.
           IF WS-GAB-FILESTATUS = "00"
               PERFORM UNTIL WS-GAB-FILESTATUS NOT = "00"
                   READ GABS-FICHIER
                       AT END MOVE "10" TO WS-GAB-FILESTATUS
                       NOT AT END
                           IF WS-NB-GAB < 200
                               ADD 1 TO WS-NB-GAB
                               MOVE GAB-ENREG TO
                                    WS-GAB-IMAGE(WS-NB-GAB)
                           ELSE
                               MOVE "O" TO WS-GAB-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GABS-FICHIER
           END-IF.
           EXIT.
       FIN-CHARGER-GABS.

       SAUVER-GABS.
           OPEN OUTPUT GABS-FICHIER.
           PERFORM VARYING WS-G FROM 1 BY 1 UNTIL WS-G > WS-NB-GAB
               MOVE WS-GAB-IMAGE(WS-G) TO GAB-ENREG
               WRITE GAB-ENREG
           END-PERFORM.
           CLOSE GABS-FICHIER.
           EXIT.
       FIN-SAUVER-GABS.

       CHARGER-CYCLES.
           MOVE ZERO TO WS-NB-CYC.
           MOVE "N" TO WS-CYC-SURCHARGE.
           OPEN INPUT CYCLES-GAB.
           IF WS-CYC-FILESTATUS = "00"
               PERFORM UNTIL WS-CYC-FILESTATUS NOT = "00"
                   READ CYCLES-GAB
                       AT END MOVE "10" TO WS-CYC-FILESTATUS
                       NOT AT END
                           IF WS-NB-CYC < 3000
                               ADD 1 TO WS-NB-CYC
                               MOVE CYC-ENREG TO
                                    WS-CYC-IMAGE(WS-NB-CYC)
                           ELSE
                               MOVE "O" TO WS-CYC-SURCHARGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CYCLES-GAB
           END-IF.
           EXIT.
       FIN-CHARGER-CYCLES.

       SAUVER-CYCLES.
           OPEN OUTPUT CYCLES-GAB.
           PERFORM VARYING WS-Y FROM 1 BY 1 UNTIL WS-Y > WS-NB-CYC
               MOVE WS-CYC-IMAGE(WS-Y) TO CYC-ENREG
               WRITE CYC-ENREG
           END-PERFORM.
           CLOSE CYCLES-GAB.
           EXIT.
       FIN-SAUVER-CYCLES.

       CONTROLER-AGENCE.
           MOVE "N" TO WS-AGENCE-CONNUE.
           OPEN INPUT AGENCES-FICHIER.
           IF WS-AGE-FILESTATUS = "00"
               PERFORM UNTIL WS-AGE-FILESTATUS NOT = "00"
                   READ AGENCES-FICHIER
                       AT END MOVE "10" TO WS-AGE-FILESTATUS
                       NOT AT END
                           IF AGE-CODE = WS-AGENCE-SAISIE
                               MOVE "O" TO WS-AGENCE-CONNUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENCES-FICHIER
           END-IF.
           EXIT.
       FIN-CONTROLER-AGENCE.

       CONTROLER-AUTORITE.
           MOVE "N" TO WS-EMP-OK.
           DISPLAY "EMPLOYEE-ID (ENCADREMENT REQUIS) :".
           ACCEPT WS-EMPLOYE-ID.
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
                   IF (EMP-STATUT = "A" OR EMP-STATUT = " ") AND
                      (Fonction = "DIRECTEUR" OR
                       Fonction = "MANAGER" OR
                       Fonction = "SUPERVISEUR")
                       MOVE "O" TO WS-EMP-OK
                   ELSE
                       DISPLAY "EMPLOYE SANS AUTORITE !"
                   END-IF
           END-READ.
           CLOSE Employee.
           EXIT.
       FIN-CONTROLER-AUTORITE.

       END PROGRAM MAJ-GAB.
