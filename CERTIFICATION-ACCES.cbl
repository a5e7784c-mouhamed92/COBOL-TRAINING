       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICATION-ACCES.
       AUTHOR.    MOHAMED.

      *    recertification trimestrielle des acces du personnel, pour
      *    les auditeurs : le rapport RECERTIFICATION-AAAATn.TXT
      *    reprend, agence par agence, chaque employe du fichier des
      *    employes avec sa Fonction et les permissions de
      *    PERMISSIONS.DAT qui s'y rattachent, l'etat de son secret
      *    (CREDENTIELS.DAT) et sa date d'expiration (DELAI-SECRET
      *    jours apres le dernier changement, comme a l'ouverture de
      *    session d'OPERATIONS), son dernier usage au journal et
      *    les passages en force qu'il a autorises comme superviseur
      *    dans le trimestre. Sont signales :
      *      - l'employe inactif ou parti (EMP-STATUT) qui garde un
      *        secret valide (non bloque) ;
      *      - le secret valide inutilise depuis DELAI-INUTIL-SECRET
      *        jours (parametre, 90 a defaut).
      *    L'agence d'un employe est celle de sa derniere ecriture
      *    au journal (vivant et archives mensuelles des douze
      *    derniers mois) ; sans ecriture il est range sous "---".
      *    Le responsable d'agence signe ensuite le rapport (choix
      *    2, encadrement requis) : la certification est gardee avec
      *    sa date dans RECERTIFICATIONS.DAT, reprise au rapport
      *    suivant et tracee a la piste d'audit.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT Employee ASSIGN TO WS-EMP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS Employee-ID
               FILE STATUS IS WS-EMP-FILESTATUS.

           SELECT CREDENTIELS-FICHIER ASSIGN TO "CREDENTIELS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRD-FILESTATUS.

           SELECT PERMISSIONS-FICHIER ASSIGN TO "PERMISSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILESTATUS.

      *    journal indexe, cle = date de pose + numero de sequence,
      *    meme organisation que dans OPERATIONS.
           SELECT JOURNAL-OPERATIONS ASSIGN TO "JOURNAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRN-CLE-JOURNAL
               ALTERNATE RECORD KEY IS JRN-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-JRN-FILESTATUS.

      *    archives mensuelles posees par ARCHIVE-JOURNAL, memes
      *    cles que le journal vivant.
           SELECT JOURNAL-ARCHIVE ASSIGN TO WS-ARC-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CLE-JOURNAL
               ALTERNATE RECORD KEY IS ARC-NUM-CPT WITH DUPLICATES
               FILE STATUS IS WS-ARC-FILESTATUS.

           SELECT RECERTIFICATIONS ASSIGN TO "RECERTIFICATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REC-FILESTATUS.

           SELECT RAPPORT-FICHIER ASSIGN TO WS-RAP-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAP-FILESTATUS.

       DATA DIVISION.
       FILE SECTION.

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

      *    meme mise en forme que dans OPERATIONS.
       FD  CREDENTIELS-FICHIER.
       01  CREDENTIEL-ENREG.
           05  CRD-EMPLOYE     PIC 9(5).
           05  FILLER          PIC X(1).
           05  CRD-SECRET      PIC X(8).
           05  FILLER          PIC X(1).
           05  CRD-DATE-CHANGE PIC X(8).
           05  FILLER          PIC X(1).
           05  CRD-ECHECS      PIC 9(1).
           05  FILLER          PIC X(1).
           05  CRD-STATUT      PIC X(1).

      *    meme mise en forme que dans OPERATIONS.
       FD  PERMISSIONS-FICHIER.
       01  PERMISSION-ENREG.
           05  PER-FONCTION    PIC X(20).
           05  FILLER          PIC X(1).
           05  PER-CODE-OPE    PIC X(4).
           05  FILLER          PIC X(1).
           05  PER-PLAFOND     PIC 9(8)V9(2).

       FD  JOURNAL-OPERATIONS.
       COPY JOURNAL-CPY.

      *    meme mise en forme que dans ARCHIVE-JOURNAL : longueur de
      *    JOURNAL-CPY, seules les cles sont nommees.
       FD  JOURNAL-ARCHIVE.
       01  ARC-ENREG.
           05  ARC-CLE-JOURNAL.
               10  ARC-DATE-OPE     PIC X(8).
               10  ARC-NUM-SEQ      PIC 9(5).
           05  ARC-NUM-CPT      PIC X(6).
           05  FILLER           PIC X(118).

      *    une ligne par agence et par trimestre certifies.
       FD  RECERTIFICATIONS.
       01  REC-ENREG.
           05  REC-TRIMESTRE   PIC X(6).
           05  FILLER          PIC X(1).
           05  REC-AGENCE      PIC X(3).
           05  FILLER          PIC X(1).
           05  REC-RESPONSABLE PIC 9(5).
           05  FILLER          PIC X(1).
           05  REC-DATE        PIC X(8).
           05  FILLER          PIC X(1).
           05  REC-NB-EMPLOYES PIC 9(3).
           05  FILLER          PIC X(1).
           05  REC-NB-ANOMALIES PIC 9(3).
           05  FILLER          PIC X(1).
           05  REC-OBSERVATION PIC X(40).

       FD  RAPPORT-FICHIER.
       01  RAP-LIGNE           PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-EMP-FILE-PATH    PIC X(100).
       01  WS-EMP-FILESTATUS   PIC X(2).
       01  WS-CRD-FILESTATUS   PIC X(2).
       01  WS-PER-FILESTATUS   PIC X(2).
       01  WS-JRN-FILESTATUS   PIC X(2).
       01  WS-ARC-FILESTATUS   PIC X(2).
       01  WS-ARC-FILE-PATH    PIC X(100).
       01  WS-REC-FILESTATUS   PIC X(2).
       01  WS-RAP-FILESTATUS   PIC X(2).
       01  WS-RAP-FILE-PATH    PIC X(100).

       01  WS-CHOIX            PIC 9(1).
       01  WS-AUJOURD-HUI      PIC X(8).
       01  WS-PGM-DATE-BQE     PIC X(20) VALUE "DATE-EXPLOITATION".

      *    delais lus dans PARAMETRES.DAT ; les valeurs en dur ne
      *    servent que de repli quand la cle n'est pas en vigueur.
       01  WS-PGM-PARAM        PIC X(20) VALUE "LIRE-PARAMETRE".
       01  WS-PARAM-CLE        PIC X(20).
       01  WS-PARAM-VALEUR     PIC 9(8)V9(4).
       01  WS-PARAM-TROUVE     PIC X(1).
       01  WS-DELAI-SECRET     PIC 9(3) VALUE 90.
       01  WS-DELAI-INUTIL     PIC 9(3) VALUE 90.

      *    controle d'encadrement pour la signature.
       01  WS-EMPLOYE-ID       PIC 9(5).
       01  WS-EMP-OK           PIC X(1).

      *    piste d'audit centrale (TRACER-AUDIT).
       01  WS-PGM-AUDIT        PIC X(20) VALUE "TRACER-AUDIT".
       01  WS-AUD-PROGRAMME    PIC X(20) VALUE "CERTIFICATION-ACCES".
       01  WS-AUD-CLE          PIC X(20).
       01  WS-AUD-AVANT        PIC X(60).
       01  WS-AUD-APRES        PIC X(60).

      *    trimestre traite : saisie AAAAT, libelle AAAATn, bornes
      *    AAAAMMJJ du premier au dernier jour.
       01  WS-TRIM-SAISI       PIC X(5).
       01  WS-TRIMESTRE        PIC X(6).
       01  WS-TRIM-ANNEE       PIC 9(4).
       01  WS-TRIM-NUM         PIC 9(1).
       01  WS-TRIM-MOIS        PIC 9(2).
       01  WS-TRIM-DEBUT       PIC X(8).
       01  WS-TRIM-FIN         PIC X(8).
       01  WS-TRIM-OK          PIC X(1).

      *    parcours des archives : les douze mois precedant le mois
      *    en cours.
       01  WS-MOIS-COURANT     PIC X(6).
       01  WS-MOIS-ANNEE       PIC 9(4).
       01  WS-MOIS-MM          PIC 9(2).
       01  WS-NB-MOIS          PIC 9(2).

       01  WS-DATE-NUM         PIC 9(8).
       01  WS-DATE-INT         PIC 9(9).
       01  WS-JOUR-INT         PIC 9(9).

      *    employes et ce que le rapport en dit.
       01  WS-NB-EMP           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-EMP.
         05 WS-EMP  OCCURS 500 TIMES.
           10  WS-EMP-ID       PIC 9(5).
           10  WS-EMP-NOM      PIC X(25).
           10  WS-EMP-FONCTION PIC X(20).
           10  WS-EMP-STATUT   PIC X(1).
           10  WS-EMP-AGENCE   PIC X(3).
           10  WS-EMP-DERN-USAGE PIC X(8).
           10  WS-EMP-FORCAGES PIC 9(5).
           10  WS-EMP-CRD-STATUT PIC X(1).
           10  WS-EMP-CRD-CHANGE PIC X(8).
           10  WS-EMP-EXPIRATION PIC X(8).
           10  WS-EMP-ALERTE-INACTIF PIC X(1).
           10  WS-EMP-ALERTE-INUTIL  PIC X(1).
       01  WS-I                PIC 9(3).
       01  WS-J                PIC 9(3).
       01  WS-EMP-RANG         PIC 9(3).
       01  WS-CHERCHE-ID       PIC 9(5).
       01  WS-DERN-REF         PIC X(8).

       01  WS-NB-PER           PIC 9(3) VALUE ZERO.
       01  WS-PERMISSIONS-ACTIVES PIC X(1) VALUE "N".
       01  WS-TABLE-PER.
         05 WS-PER  OCCURS 200 TIMES.
           10  WS-PER-FONCTION PIC X(20).
           10  WS-PER-CODE     PIC X(4).
           10  WS-PER-PLAFOND  PIC 9(8)V9(2).
       01  WS-P                PIC 9(3).
       01  WS-NB-PER-EMP       PIC 9(3).

      *    agences du rapport, triees.
       01  WS-NB-AGC           PIC 9(2) VALUE ZERO.
       01  WS-TABLE-AGC.
         05 WS-AGC  OCCURS 50 TIMES.
           10  WS-AGC-CODE     PIC X(3).
           10  WS-AGC-NB-EMP   PIC 9(3).
           10  WS-AGC-NB-ANOM  PIC 9(3).
       01  WS-A                PIC 9(2).
       01  WS-B                PIC 9(2).
       01  WS-AGC-RANG         PIC 9(2).
       01  WS-AGC-ECHANGE      PIC X(9).

      *    certifications deja posees.
       01  WS-NB-REC           PIC 9(3) VALUE ZERO.
       01  WS-TABLE-REC.
         05 WS-REC-IMAGE  OCCURS 500 TIMES PIC X(80).
       01  WS-R                PIC 9(3).
       01  WS-REC-TROUVEE      PIC X(1).

       01  WS-AGENCE-SAISIE    PIC X(3).
       01  WS-OBSERVATION      PIC X(40).
       01  WS-REPONSE          PIC X(1).

       01  WS-LIGNE            PIC X(132).
       01  WS-PTR              PIC 9(3).
       01  WS-PLAFOND-ED       PIC Z(7)9.99.
       01  WS-NB-ED            PIC ZZZZ9.
       01  WS-NB-ANOMALIES     PIC 9(5).

       PROCEDURE DIVISION.

       MAIN-CERTIFICATION-ACCES.
           CALL WS-PGM-DATE-BQE USING WS-AUJOURD-HUI.
           ACCEPT WS-EMP-FILE-PATH FROM ENVIRONMENT "EMPFILE".
           IF WS-EMP-FILE-PATH = SPACES
               MOVE "EMPLOYEES.TXT" TO WS-EMP-FILE-PATH
           END-IF.

           DISPLAY "1-EDITER LE RAPPORT DE RECERTIFICATION".
           DISPLAY "2-CERTIFIER LES ACCES D'UNE AGENCE".
           DISPLAY "3-LISTER LES CERTIFICATIONS D'UN TRIMESTRE".
           ACCEPT WS-CHOIX.

           EVALUATE WS-CHOIX
               WHEN 1
                   PERFORM EDITER-RAPPORT
               WHEN 2
                   PERFORM CERTIFIER-AGENCE
               WHEN 3
                   PERFORM LISTER-CERTIFICATIONS
               WHEN OTHER
                   DISPLAY "CHOIX INVALIDE"
           END-EVALUATE.
           GOBACK.

      *    le rapport est reconstruit a chaque edition : il reflete
      *    l'etat des fichiers au jour ou on le tire.
       EDITER-RAPPORT.
           PERFORM SAISIR-TRIMESTRE.
           IF WS-TRIM-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARER-DONNEES.
           IF WS-NB-EMP = 0
               DISPLAY "AUCUN EMPLOYE A CERTIFIER"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-CERTIFICATIONS.

           MOVE SPACES TO WS-RAP-FILE-PATH.
           STRING "RECERTIFICATION-" WS-TRIMESTRE ".TXT"
               DELIMITED BY SIZE INTO WS-RAP-FILE-PATH
           END-STRING.
           OPEN OUTPUT RAPPORT-FICHIER.
           IF WS-RAP-FILESTATUS NOT = "00"
               DISPLAY "RAPPORT DE RECERTIFICATION NON CREE, STATUT "
                       WS-RAP-FILESTATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-LIGNE.
           STRING "RECERTIFICATION DES ACCES - TRIMESTRE "
                  WS-TRIMESTRE " - EDITE LE " WS-AUJOURD-HUI
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           WRITE RAP-LIGNE FROM WS-LIGNE.
           IF WS-PERMISSIONS-ACTIVES NOT = "O"
               MOVE SPACES TO WS-LIGNE
               STRING "PERMISSIONS.DAT ABSENT : TOUTES LES OPERATIONS "
                      "SONT PERMISES A TOUTES LES FONCTIONS"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               WRITE RAP-LIGNE FROM WS-LIGNE
           END-IF.

           MOVE ZERO TO WS-NB-ANOMALIES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-NB-AGC
               PERFORM ECRIRE-AGENCE
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE WS-NB-EMP TO WS-NB-ED.
           MOVE SPACES TO WS-LIGNE.
           STRING "EMPLOYES REVUS : " WS-NB-ED
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           MOVE WS-NB-ANOMALIES TO WS-NB-ED.
           STRING "   ANOMALIES SIGNALEES : " WS-NB-ED
               DELIMITED BY SIZE INTO WS-LIGNE(30:)
           END-STRING.
           WRITE RAP-LIGNE FROM WS-LIGNE.
           CLOSE RAPPORT-FICHIER.

           DISPLAY "RAPPORT EDITE : " WS-RAP-FILE-PATH.
           DISPLAY "EMPLOYES " WS-NB-EMP " ANOMALIES "
                   WS-NB-ANOMALIES.
           EXIT.
       FIN-EDITER-RAPPORT.

      *    signature du responsable : encadrement requis, une seule
      *    certification par agence et par trimestre. Les compteurs
      *    du rapport sont recalcules pour figer ce qui a ete vu.
       CERTIFIER-AGENCE.
           PERFORM CONTROLER-AUTORITE.
           IF WS-EMP-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAISIR-TRIMESTRE.
           IF WS-TRIM-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "AGENCE A CERTIFIER :".
           ACCEPT WS-AGENCE-SAISIE.

           PERFORM CHARGER-CERTIFICATIONS.
           PERFORM CHERCHER-CERTIFICATION.
           IF WS-REC-TROUVEE = "O"
               DISPLAY "AGENCE " WS-AGENCE-SAISIE " DEJA CERTIFIEE "
                       "POUR " WS-TRIMESTRE " LE " REC-DATE " PAR "
                       REC-RESPONSABLE
               EXIT PARAGRAPH
           END-IF.

           PERFORM PREPARER-DONNEES.
           MOVE ZERO TO WS-AGC-RANG.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-NB-AGC OR WS-AGC-RANG > 0
               IF WS-AGC-CODE(WS-A) = WS-AGENCE-SAISIE
                   MOVE WS-A TO WS-AGC-RANG
               END-IF
           END-PERFORM.
           IF WS-AGC-RANG = 0
               DISPLAY "AUCUN EMPLOYE RATTACHE A L'AGENCE "
                       WS-AGENCE-SAISIE " : RIEN A CERTIFIER"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "AGENCE " WS-AGENCE-SAISIE " : "
                   WS-AGC-NB-EMP(WS-AGC-RANG) " EMPLOYE(S), "
                   WS-AGC-NB-ANOM(WS-AGC-RANG) " ANOMALIE(S)".
           DISPLAY "OBSERVATION (VIDE = AUCUNE) :".
           ACCEPT WS-OBSERVATION.
           DISPLAY "CONFIRMER LA CERTIFICATION (O/N) :".
           ACCEPT WS-REPONSE.
           IF WS-REPONSE NOT = "O"
               DISPLAY "CERTIFICATION ABANDONNEE"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO REC-ENREG.
           MOVE WS-TRIMESTRE     TO REC-TRIMESTRE.
           MOVE WS-AGENCE-SAISIE TO REC-AGENCE.
           MOVE WS-EMPLOYE-ID    TO REC-RESPONSABLE.
           MOVE WS-AUJOURD-HUI   TO REC-DATE.
           MOVE WS-AGC-NB-EMP(WS-AGC-RANG)  TO REC-NB-EMPLOYES.
           MOVE WS-AGC-NB-ANOM(WS-AGC-RANG) TO REC-NB-ANOMALIES.
           MOVE WS-OBSERVATION   TO REC-OBSERVATION.
           OPEN EXTEND RECERTIFICATIONS.
           IF WS-REC-FILESTATUS = "35"
               OPEN OUTPUT RECERTIFICATIONS
           END-IF.
           IF WS-REC-FILESTATUS NOT = "00"
               DISPLAY "RECERTIFICATIONS.DAT INACCESSIBLE, STATUT "
                       WS-REC-FILESTATUS
               EXIT PARAGRAPH
           END-IF.
           WRITE REC-ENREG.
           CLOSE RECERTIFICATIONS.

           MOVE SPACES TO WS-AUD-CLE.
           STRING WS-TRIMESTRE " AGENCE " WS-AGENCE-SAISIE
               DELIMITED BY SIZE INTO WS-AUD-CLE
           END-STRING.
           MOVE SPACES TO WS-AUD-AVANT.
           MOVE SPACES TO WS-AUD-APRES.
           STRING "ACCES CERTIFIES " REC-NB-EMPLOYES " EMPLOYES "
                  REC-NB-ANOMALIES " ANOMALIES"
               DELIMITED BY SIZE INTO WS-AUD-APRES
           END-STRING.
           CALL WS-PGM-AUDIT USING WS-AUD-PROGRAMME WS-EMPLOYE-ID
                WS-AUD-CLE WS-AUD-AVANT WS-AUD-APRES.

           DISPLAY "CERTIFICATION ENREGISTREE LE " WS-AUJOURD-HUI.
           EXIT.
       FIN-CERTIFIER-AGENCE.

       LISTER-CERTIFICATIONS.
           PERFORM SAISIR-TRIMESTRE.
           IF WS-TRIM-OK NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-CERTIFICATIONS.
           MOVE ZERO TO WS-J.
           PERFORM VARYING WS-R FROM 1 BY 1 UNTIL WS-R > WS-NB-REC
               MOVE WS-REC-IMAGE(WS-R) TO REC-ENREG
               IF REC-TRIMESTRE = WS-TRIMESTRE
                   ADD 1 TO WS-J
                   DISPLAY "AGENCE " REC-AGENCE " CERTIFIEE LE "
                           REC-DATE " PAR " REC-RESPONSABLE " : "
                           REC-NB-EMPLOYES " EMPLOYE(S) "
                           REC-NB-ANOMALIES " ANOMALIE(S) "
                           REC-OBSERVATION
               END-IF
           END-PERFORM.
           IF WS-J = 0
               DISPLAY "AUCUNE CERTIFICATION POUR " WS-TRIMESTRE
           END-IF.
           EXIT.
       FIN-LISTER-CERTIFICATIONS.

      *    trimestre AAAAT ; vide = trimestre de la date
      *    d'exploitation.
       SAISIR-TRIMESTRE.
           MOVE "N" TO WS-TRIM-OK.
           DISPLAY "TRIMESTRE AAAAT (EX. 20263, VIDE = EN COURS) :".
           ACCEPT WS-TRIM-SAISI.
           IF WS-TRIM-SAISI = SPACES
               MOVE WS-AUJOURD-HUI(1:4) TO WS-TRIM-SAISI(1:4)
               MOVE WS-AUJOURD-HUI(5:2) TO WS-TRIM-MOIS
               COMPUTE WS-TRIM-NUM = (WS-TRIM-MOIS + 2) / 3
               MOVE WS-TRIM-NUM TO WS-TRIM-SAISI(5:1)
           END-IF.
           IF WS-TRIM-SAISI IS NOT NUMERIC
              OR WS-TRIM-SAISI(5:1) < "1" OR WS-TRIM-SAISI(5:1) > "4"
               DISPLAY "TRIMESTRE INVALIDE"
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TRIM-SAISI(1:4) TO WS-TRIM-ANNEE.
           MOVE WS-TRIM-SAISI(5:1) TO WS-TRIM-NUM.
           MOVE SPACES TO WS-TRIMESTRE.
           STRING WS-TRIM-SAISI(1:4) "T" WS-TRIM-SAISI(5:1)
               DELIMITED BY SIZE INTO WS-TRIMESTRE
           END-STRING.
           COMPUTE WS-TRIM-MOIS = (WS-TRIM-NUM - 1) * 3 + 1.
           MOVE WS-TRIM-ANNEE TO WS-TRIM-DEBUT(1:4).
           MOVE WS-TRIM-MOIS  TO WS-TRIM-DEBUT(5:2).
           MOVE "01"          TO WS-TRIM-DEBUT(7:2).
           COMPUTE WS-TRIM-MOIS = WS-TRIM-NUM * 3.
           MOVE WS-TRIM-ANNEE TO WS-TRIM-FIN(1:4).
           MOVE WS-TRIM-MOIS  TO WS-TRIM-FIN(5:2).
           MOVE "31"          TO WS-TRIM-FIN(7:2).
           MOVE "O" TO WS-TRIM-OK.
           EXIT.
       FIN-SAISIR-TRIMESTRE.

      *    chargement des trois fichiers, parcours du journal puis
      *    evaluation de chaque employe et regroupement par agence.
       PREPARER-DONNEES.
           MOVE "DELAI-SECRET" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-DELAI-SECRET
           END-IF.
           MOVE "DELAI-INUTIL-SECRET" TO WS-PARAM-CLE.
           CALL WS-PGM-PARAM USING WS-PARAM-CLE WS-AUJOURD-HUI
                                    WS-PARAM-VALEUR WS-PARAM-TROUVE
           IF WS-PARAM-TROUVE = "O"
               MOVE WS-PARAM-VALEUR TO WS-DELAI-INUTIL
           END-IF.

           PERFORM CHARGER-EMPLOYES.
           IF WS-NB-EMP = 0
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHARGER-CREDENTIELS.
           PERFORM CHARGER-PERMISSIONS.

           MOVE WS-AUJOURD-HUI(1:4) TO WS-MOIS-ANNEE.
           MOVE WS-AUJOURD-HUI(5:2) TO WS-MOIS-MM.
           PERFORM VARYING WS-NB-MOIS FROM 1 BY 1
                   UNTIL WS-NB-MOIS > 12
               SUBTRACT 1 FROM WS-MOIS-MM
               IF WS-MOIS-MM = 0
                   MOVE 12 TO WS-MOIS-MM
                   SUBTRACT 1 FROM WS-MOIS-ANNEE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-NB-MOIS FROM 1 BY 1
                   UNTIL WS-NB-MOIS > 12
               MOVE WS-MOIS-ANNEE TO WS-MOIS-COURANT(1:4)
               MOVE WS-MOIS-MM    TO WS-MOIS-COURANT(5:2)
               PERFORM PARCOURIR-UNE-ARCHIVE
               ADD 1 TO WS-MOIS-MM
               IF WS-MOIS-MM > 12
                   MOVE 1 TO WS-MOIS-MM
                   ADD 1 TO WS-MOIS-ANNEE
               END-IF
           END-PERFORM.
           PERFORM PARCOURIR-JOURNAL-VIVANT.

           MOVE WS-AUJOURD-HUI TO WS-DATE-NUM.
           COMPUTE WS-JOUR-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE ZERO TO WS-NB-AGC.
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-EMP
               PERFORM EVALUER-EMPLOYE
               PERFORM RANGER-AGENCE
           END-PERFORM.
           PERFORM TRIER-AGENCES.
           EXIT.
       FIN-PREPARER-DONNEES.

       CHARGER-EMPLOYES.
           MOVE ZERO TO WS-NB-EMP.
           OPEN INPUT Employee.
           IF WS-EMP-FILESTATUS NOT = "00"
               DISPLAY "FICHIER DES EMPLOYES INDISPONIBLE"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-EMP-FILESTATUS NOT = "00"
               READ Employee NEXT RECORD
                   AT END MOVE "10" TO WS-EMP-FILESTATUS
                   NOT AT END
                       IF WS-NB-EMP < 500
                           ADD 1 TO WS-NB-EMP
                           MOVE Employee-ID TO WS-EMP-ID(WS-NB-EMP)
                           MOVE Name        TO WS-EMP-NOM(WS-NB-EMP)
                           MOVE Fonction TO
                                WS-EMP-FONCTION(WS-NB-EMP)
                           MOVE EMP-STATUT TO
                                WS-EMP-STATUT(WS-NB-EMP)
                           MOVE "---"  TO WS-EMP-AGENCE(WS-NB-EMP)
                           MOVE SPACES TO WS-EMP-DERN-USAGE(WS-NB-EMP)
                           MOVE ZERO   TO WS-EMP-FORCAGES(WS-NB-EMP)
                           MOVE SPACES TO WS-EMP-CRD-STATUT(WS-NB-EMP)
                           MOVE SPACES TO WS-EMP-CRD-CHANGE(WS-NB-EMP)
                           MOVE SPACES TO WS-EMP-EXPIRATION(WS-NB-EMP)
                       ELSE
                           DISPLAY "PLUS DE 500 EMPLOYES, RAPPORT "
                                   "TRONQUE"
                           MOVE "10" TO WS-EMP-FILESTATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE Employee.
           EXIT.
       FIN-CHARGER-EMPLOYES.

       CHARGER-CREDENTIELS.
           OPEN INPUT CREDENTIELS-FICHIER.
           IF WS-CRD-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-CRD-FILESTATUS NOT = "00"
               READ CREDENTIELS-FICHIER
                   AT END MOVE "10" TO WS-CRD-FILESTATUS
                   NOT AT END
                       MOVE CRD-EMPLOYE TO WS-CHERCHE-ID
                       PERFORM CHERCHER-EMPLOYE
                       IF WS-EMP-RANG > 0
                           MOVE CRD-STATUT TO
                                WS-EMP-CRD-STATUT(WS-EMP-RANG)
                           MOVE CRD-DATE-CHANGE TO
                                WS-EMP-CRD-CHANGE(WS-EMP-RANG)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDENTIELS-FICHIER.
           EXIT.
       FIN-CHARGER-CREDENTIELS.

       CHARGER-PERMISSIONS.
           MOVE ZERO TO WS-NB-PER.
           MOVE "N" TO WS-PERMISSIONS-ACTIVES.
           OPEN INPUT PERMISSIONS-FICHIER.
           IF WS-PER-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           MOVE "O" TO WS-PERMISSIONS-ACTIVES.
           PERFORM UNTIL WS-PER-FILESTATUS NOT = "00"
               READ PERMISSIONS-FICHIER
                   AT END MOVE "10" TO WS-PER-FILESTATUS
                   NOT AT END
                       IF WS-NB-PER < 200
                           ADD 1 TO WS-NB-PER
                           MOVE PER-FONCTION TO
                                WS-PER-FONCTION(WS-NB-PER)
                           MOVE PER-CODE-OPE TO
                                WS-PER-CODE(WS-NB-PER)
                           MOVE PER-PLAFOND TO
                                WS-PER-PLAFOND(WS-NB-PER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PERMISSIONS-FICHIER.
           EXIT.
       FIN-CHARGER-PERMISSIONS.

      *    un mois sans archive (pas encore bascule, ou anterieur a
      *    la mise en service) est saute sans bruit.
       PARCOURIR-UNE-ARCHIVE.
           MOVE SPACES TO WS-ARC-FILE-PATH.
           STRING "JOURNAL-" WS-MOIS-COURANT ".DAT"
               DELIMITED BY SIZE INTO WS-ARC-FILE-PATH
           END-STRING.
           OPEN INPUT JOURNAL-ARCHIVE.
           IF WS-ARC-FILESTATUS = "00"
               PERFORM UNTIL WS-ARC-FILESTATUS NOT = "00"
                   READ JOURNAL-ARCHIVE NEXT RECORD
                       AT END MOVE "10" TO WS-ARC-FILESTATUS
                       NOT AT END
                           MOVE ARC-ENREG TO JOURNAL-RECORD
                           PERFORM RELEVER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-ARCHIVE
           END-IF.
           EXIT.
       FIN-PARCOURIR-UNE-ARCHIVE.

       PARCOURIR-JOURNAL-VIVANT.
           OPEN INPUT JOURNAL-OPERATIONS.
           IF WS-JRN-FILESTATUS = "00"
               PERFORM UNTIL WS-JRN-FILESTATUS NOT = "00"
                   READ JOURNAL-OPERATIONS NEXT RECORD
                       AT END MOVE "10" TO WS-JRN-FILESTATUS
                       NOT AT END
                           PERFORM RELEVER-LIGNE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-OPERATIONS
           END-IF.
           EXIT.
       FIN-PARCOURIR-JOURNAL-VIVANT.

      *    l'operateur de la ligne : dernier usage et agence ; le
      *    superviseur, quand il n'est pas l'operateur lui-meme : un
      *    passage en force s'il tombe dans le trimestre.
       RELEVER-LIGNE-JOURNAL.
           IF JRN-OPERATEUR NOT = ZERO
               MOVE JRN-OPERATEUR TO WS-CHERCHE-ID
               PERFORM CHERCHER-EMPLOYE
               IF WS-EMP-RANG > 0
                  AND (WS-EMP-DERN-USAGE(WS-EMP-RANG) = SPACES OR
                       JRN-DATE-OPE NOT <
                       WS-EMP-DERN-USAGE(WS-EMP-RANG))
                   MOVE JRN-DATE-OPE TO
                        WS-EMP-DERN-USAGE(WS-EMP-RANG)
                   IF JRN-AGENCE NOT = SPACES
                       MOVE JRN-AGENCE TO WS-EMP-AGENCE(WS-EMP-RANG)
                   END-IF
               END-IF
           END-IF.
           IF JRN-SUPERVISEUR NOT = ZERO
              AND JRN-SUPERVISEUR NOT = JRN-OPERATEUR
              AND JRN-DATE-OPE NOT < WS-TRIM-DEBUT
              AND JRN-DATE-OPE NOT > WS-TRIM-FIN
               MOVE JRN-SUPERVISEUR TO WS-CHERCHE-ID
               PERFORM CHERCHER-EMPLOYE
               IF WS-EMP-RANG > 0
                   ADD 1 TO WS-EMP-FORCAGES(WS-EMP-RANG)
               END-IF
           END-IF.
           EXIT.
       FIN-RELEVER-LIGNE-JOURNAL.

       CHERCHER-EMPLOYE.
           MOVE ZERO TO WS-EMP-RANG.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-NB-EMP OR WS-EMP-RANG > 0
               IF WS-EMP-ID(WS-J) = WS-CHERCHE-ID
                   MOVE WS-J TO WS-EMP-RANG
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-EMPLOYE.

      *    expiration du secret et signalements de l'employe WS-I.
      *    Le dernier usage retenu pour l'inutilisation est le plus
      *    recent du journal et du dernier changement de secret
      *    (qui suppose une ouverture de session).
       EVALUER-EMPLOYE.
           MOVE "N" TO WS-EMP-ALERTE-INACTIF(WS-I).
           MOVE "N" TO WS-EMP-ALERTE-INUTIL(WS-I).
           IF WS-EMP-CRD-STATUT(WS-I) = SPACES
              OR WS-EMP-CRD-STATUT(WS-I) = "B"
               EXIT PARAGRAPH
           END-IF.
           IF WS-EMP-CRD-CHANGE(WS-I) IS NUMERIC
               MOVE WS-EMP-CRD-CHANGE(WS-I) TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-DELAI-SECRET
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-EMP-EXPIRATION(WS-I)
           END-IF.
           IF WS-EMP-STATUT(WS-I) NOT = "A"
              AND WS-EMP-STATUT(WS-I) NOT = " "
               MOVE "O" TO WS-EMP-ALERTE-INACTIF(WS-I)
           END-IF.
           MOVE WS-EMP-DERN-USAGE(WS-I) TO WS-DERN-REF.
           IF WS-EMP-CRD-CHANGE(WS-I) IS NUMERIC
              AND (WS-DERN-REF IS NOT NUMERIC OR
                   WS-EMP-CRD-CHANGE(WS-I) > WS-DERN-REF)
               MOVE WS-EMP-CRD-CHANGE(WS-I) TO WS-DERN-REF
           END-IF.
           IF WS-DERN-REF IS NOT NUMERIC
               MOVE "O" TO WS-EMP-ALERTE-INUTIL(WS-I)
           ELSE
               MOVE WS-DERN-REF TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-JOUR-INT - WS-DATE-INT > WS-DELAI-INUTIL
                   MOVE "O" TO WS-EMP-ALERTE-INUTIL(WS-I)
               END-IF
           END-IF.
           EXIT.
       FIN-EVALUER-EMPLOYE.

       RANGER-AGENCE.
           MOVE ZERO TO WS-AGC-RANG.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-NB-AGC OR WS-AGC-RANG > 0
               IF WS-AGC-CODE(WS-A) = WS-EMP-AGENCE(WS-I)
                   MOVE WS-A TO WS-AGC-RANG
               END-IF
           END-PERFORM.
           IF WS-AGC-RANG = 0
               IF WS-NB-AGC < 50
                   ADD 1 TO WS-NB-AGC
                   MOVE WS-NB-AGC TO WS-AGC-RANG
                   MOVE WS-EMP-AGENCE(WS-I) TO WS-AGC-CODE(WS-AGC-RANG)
                   MOVE ZERO TO WS-AGC-NB-EMP(WS-AGC-RANG)
                   MOVE ZERO TO WS-AGC-NB-ANOM(WS-AGC-RANG)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ADD 1 TO WS-AGC-NB-EMP(WS-AGC-RANG).
           IF WS-EMP-ALERTE-INACTIF(WS-I) = "O"
               ADD 1 TO WS-AGC-NB-ANOM(WS-AGC-RANG)
           END-IF.
           IF WS-EMP-ALERTE-INUTIL(WS-I) = "O"
               ADD 1 TO WS-AGC-NB-ANOM(WS-AGC-RANG)
           END-IF.
           EXIT.
       FIN-RANGER-AGENCE.

       TRIER-AGENCES.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A >= WS-NB-AGC
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-NB-AGC - WS-A
                   IF WS-AGC-CODE(WS-B) > WS-AGC-CODE(WS-B + 1)
                       MOVE WS-AGC(WS-B)     TO WS-AGC-ECHANGE
                       MOVE WS-AGC(WS-B + 1) TO WS-AGC(WS-B)
                       MOVE WS-AGC-ECHANGE   TO WS-AGC(WS-B + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT.
       FIN-TRIER-AGENCES.

      *    une agence : en-tete, etat de sa certification, puis ses
      *    employes et la ligne de signature.
       ECRIRE-AGENCE.
           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           IF WS-AGC-CODE(WS-A) = "---"
               STRING "=== SANS AGENCE (AUCUNE ECRITURE AU JOURNAL "
                      "SUR DOUZE MOIS) ==="
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               STRING "=== AGENCE " WS-AGC-CODE(WS-A) " ==="
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           END-IF.
           WRITE RAP-LIGNE FROM WS-LIGNE.

           MOVE WS-AGC-CODE(WS-A) TO WS-AGENCE-SAISIE.
           PERFORM CHERCHER-CERTIFICATION.
           MOVE SPACES TO WS-LIGNE.
           IF WS-REC-TROUVEE = "O"
               STRING "CERTIFIEE LE " REC-DATE " PAR " REC-RESPONSABLE
                      " " REC-OBSERVATION
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
           ELSE
               MOVE "NON ENCORE CERTIFIEE POUR CE TRIMESTRE"
                   TO WS-LIGNE
           END-IF.
           WRITE RAP-LIGNE FROM WS-LIGNE.
           MOVE SPACES       TO WS-LIGNE.
           MOVE "EMPLOYE"    TO WS-LIGNE(1:7).
           MOVE "NOM"        TO WS-LIGNE(11:3).
           MOVE "FONCTION"   TO WS-LIGNE(37:8).
           MOVE "EMPLOI"     TO WS-LIGNE(58:6).
           MOVE "ST"         TO WS-LIGNE(69:2).
           MOVE "SECRET"     TO WS-LIGNE(72:6).
           MOVE "EXPIRE"     TO WS-LIGNE(79:6).
           MOVE "DERN.USAGE" TO WS-LIGNE(88:10).
           MOVE "FORCAGES"   TO WS-LIGNE(99:8).
           WRITE RAP-LIGNE FROM WS-LIGNE.

           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-NB-EMP
               IF WS-EMP-AGENCE(WS-I) = WS-AGC-CODE(WS-A)
                   PERFORM ECRIRE-EMPLOYE
               END-IF
           END-PERFORM.

           MOVE SPACES TO RAP-LIGNE.
           WRITE RAP-LIGNE.
           MOVE SPACES TO WS-LIGNE.
           STRING "  VISA DU RESPONSABLE D'AGENCE : "
                  "____________________   DATE : ________"
               DELIMITED BY SIZE INTO WS-LIGNE
           END-STRING.
           WRITE RAP-LIGNE FROM WS-LIGNE.
           EXIT.
       FIN-ECRIRE-AGENCE.

       ECRIRE-EMPLOYE.
           MOVE SPACES TO WS-LIGNE.
           MOVE WS-EMP-ID(WS-I)       TO WS-LIGNE(3:5).
           MOVE WS-EMP-NOM(WS-I)      TO WS-LIGNE(11:25).
           MOVE WS-EMP-FONCTION(WS-I) TO WS-LIGNE(37:20).
           IF WS-EMP-STATUT(WS-I) = "A" OR WS-EMP-STATUT(WS-I) = " "
               MOVE "ACTIF"   TO WS-LIGNE(58:10)
           ELSE
               MOVE "INACTIF" TO WS-LIGNE(58:10)
           END-IF.
           IF WS-EMP-STATUT(WS-I) = " "
               MOVE "A" TO WS-LIGNE(69:1)
           ELSE
               MOVE WS-EMP-STATUT(WS-I) TO WS-LIGNE(69:1)
           END-IF.
           EVALUATE WS-EMP-CRD-STATUT(WS-I)
               WHEN "A"
                   MOVE "ACTIF"  TO WS-LIGNE(72:6)
               WHEN "F"
                   MOVE "A CHG"  TO WS-LIGNE(72:6)
               WHEN "B"
                   MOVE "BLOQUE" TO WS-LIGNE(72:6)
               WHEN OTHER
                   MOVE "AUCUN"  TO WS-LIGNE(72:6)
           END-EVALUATE.
           MOVE WS-EMP-EXPIRATION(WS-I) TO WS-LIGNE(79:8).
           IF WS-EMP-DERN-USAGE(WS-I) = SPACES
               MOVE "JAMAIS" TO WS-LIGNE(89:8)
           ELSE
               MOVE WS-EMP-DERN-USAGE(WS-I) TO WS-LIGNE(89:8)
           END-IF.
           MOVE WS-EMP-FORCAGES(WS-I) TO WS-NB-ED.
           MOVE WS-NB-ED TO WS-LIGNE(100:5).
           WRITE RAP-LIGNE FROM WS-LIGNE.

           PERFORM ECRIRE-PERMISSIONS.

           IF WS-EMP-ALERTE-INACTIF(WS-I) = "O"
               MOVE SPACES TO WS-LIGNE
               STRING "        ** EMPLOYE INACTIF OU PARTI AVEC UN "
                      "SECRET ENCORE VALIDE : A REVOQUER"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               WRITE RAP-LIGNE FROM WS-LIGNE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           IF WS-EMP-ALERTE-INUTIL(WS-I) = "O"
               MOVE SPACES TO WS-LIGNE
               STRING "        ** SECRET VALIDE INUTILISE DEPUIS "
                      "PLUS DE " WS-DELAI-INUTIL " JOURS"
                   DELIMITED BY SIZE INTO WS-LIGNE
               END-STRING
               WRITE RAP-LIGNE FROM WS-LIGNE
               ADD 1 TO WS-NB-ANOMALIES
           END-IF.
           EXIT.
       FIN-ECRIRE-EMPLOYE.

      *    permissions de la Fonction, plusieurs par ligne ; plafond
      *    zero = sans plafond.
       ECRIRE-PERMISSIONS.
           IF WS-PERMISSIONS-ACTIVES NOT = "O"
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO WS-NB-PER-EMP.
           MOVE SPACES TO WS-LIGNE.
           MOVE "        PERMISSIONS :" TO WS-LIGNE.
           MOVE 23 TO WS-PTR.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-NB-PER
               IF WS-PER-FONCTION(WS-P) = WS-EMP-FONCTION(WS-I)
                   ADD 1 TO WS-NB-PER-EMP
                   IF WS-PTR > 105
                       WRITE RAP-LIGNE FROM WS-LIGNE
                       MOVE SPACES TO WS-LIGNE
                       MOVE 23 TO WS-PTR
                   END-IF
                   IF WS-PER-PLAFOND(WS-P) = ZERO
                       STRING WS-PER-CODE(WS-P) "(SANS PLAFOND) "
                           DELIMITED BY SIZE INTO WS-LIGNE
                           WITH POINTER WS-PTR
                       END-STRING
                   ELSE
                       MOVE WS-PER-PLAFOND(WS-P) TO WS-PLAFOND-ED
                       STRING WS-PER-CODE(WS-P) "(" WS-PLAFOND-ED ") "
                           DELIMITED BY SIZE INTO WS-LIGNE
                           WITH POINTER WS-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-NB-PER-EMP = 0
               MOVE "AUCUNE" TO WS-LIGNE(23:6)
           END-IF.
           WRITE RAP-LIGNE FROM WS-LIGNE.
           EXIT.
       FIN-ECRIRE-PERMISSIONS.

       CHARGER-CERTIFICATIONS.
           MOVE ZERO TO WS-NB-REC.
           OPEN INPUT RECERTIFICATIONS.
           IF WS-REC-FILESTATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL WS-REC-FILESTATUS NOT = "00"
               READ RECERTIFICATIONS
                   AT END MOVE "10" TO WS-REC-FILESTATUS
                   NOT AT END
                       IF WS-NB-REC < 500
                           ADD 1 TO WS-NB-REC
                           MOVE REC-ENREG TO WS-REC-IMAGE(WS-NB-REC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECERTIFICATIONS.
           EXIT.
       FIN-CHARGER-CERTIFICATIONS.

      *    certification de WS-AGENCE-SAISIE pour WS-TRIMESTRE ; la
      *    ligne trouvee reste dans REC-ENREG.
       CHERCHER-CERTIFICATION.
           MOVE "N" TO WS-REC-TROUVEE.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-NB-REC OR WS-REC-TROUVEE = "O"
               MOVE WS-REC-IMAGE(WS-R) TO REC-ENREG
               IF REC-TRIMESTRE = WS-TRIMESTRE
                  AND REC-AGENCE = WS-AGENCE-SAISIE
                   MOVE "O" TO WS-REC-TROUVEE
               END-IF
           END-PERFORM.
           EXIT.
       FIN-CHERCHER-CERTIFICATION.

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

       END PROGRAM CERTIFICATION-ACCES.
